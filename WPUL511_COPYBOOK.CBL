      *    OPEN-TO-BUY BUDGET MASTER, ONE RECORD PER BUYER, WAREHOUSE
      *    SHIP-TO AND CALENDAR MONTH. OB-BUDGET-AMOUNT IS SET BY
      *    MERCHANDISING THROUGH WPUL511 TRANSACTION CARDS AND IS
      *    NEVER TOUCHED BY THE NIGHTLY RUN. OB-RECEIVED-AMOUNT AND
      *    OB-ON-ORDER-AMOUNT ARE RESTATED FROM PODETAIL EVERY NIGHT
      *    BY WPUL512, IN USD. A RECORD WPUL512 HAD TO CREATE FOR
      *    COMMITMENT IN AN UNBUDGETED MONTH CARRIES A ZERO BUDGET.
      *    OB-BUDGET-MONTH IS CCYYMM SO THE KEY SORTS CHRONOLOGICALLY.
        01  OPEN-TO-BUY-RECORD.
            05  OB-BUDGET-KEY.
                10  OB-BUYER-NUMBER             PIC X(02).
                10  OB-WAREHOUSE-SHIP-TO        PIC X(02).
                10  OB-BUDGET-MONTH             PIC 9(06).
                10  FILLER REDEFINES OB-BUDGET-MONTH.
                    15  OB-BUDGET-CCYY          PIC 9(04).
                    15  OB-BUDGET-MM            PIC 9(02).
            05  OB-BUDGET-AMOUNT                PIC S9(09)V99 COMP-3.
            05  OB-RECEIVED-AMOUNT              PIC S9(09)V99 COMP-3.
            05  OB-ON-ORDER-AMOUNT              PIC S9(09)V99 COMP-3.
            05  OB-LAST-MAINT-DATE              PIC 9(06).
            05  OB-LAST-COMMIT-DATE             PIC 9(06).
