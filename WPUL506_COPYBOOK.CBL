      *    ONE RECORD PER VENDOR INVOICE PRESENTED TO THE WPUL506
      *    THREE-WAY MATCH. INVOICED UNITS AND COST ARE CARRIED BESIDE
      *    WHAT WAS ORDERED (PO-TURN-UNITS/PO-TURN-COST) AND WHAT WAS
      *    RECEIVED (PO-ACTUAL-TURN-UNITS/PO-ACTUAL-TURN-COST) AS THEY
      *    STOOD ON THE MATCH DATE, WITH THE RELEASE/HOLD DECISION AND
      *    THE REASON FOR IT. THE FILE IS KEPT, NOT REBUILT: A RELEASED
      *    INVOICE IS NEVER REPLACED, A HELD ONE IS REPLACED WHEN AP
      *    PRESENTS IT AGAIN. INVOICE NUMBERS ARE ONLY UNIQUE WITHIN
      *    VENDOR, SO VENDOR PLUS INVOICE IS THE KEY; THE PO KEY IS AN
      *    ALTERNATE SO ALL INVOICES AGAINST ONE PO CAN BE READ
      *    TOGETHER.
        01  INVOICE-MATCH-RECORD.
            05  IM-RECORD-KEY.
                10  IM-VENDOR-NUMBER            PIC X(06).
                10  IM-INVOICE-NUMBER           PIC X(10).
            05  IM-PO-RECORD-KEY.
                10  IM-BUYER-NUMBER             PIC X(02).
                10  IM-PURCHASE-ORDER-NUMBER    PIC 9(06).
            05  IM-INVOICE-SOURCE               PIC X(01).
                88  IM-SOURCE-EDI-810           VALUE 'E'.
                88  IM-SOURCE-PAPER             VALUE 'P'.
            05  IM-AP-VENDOR-NUMBER             PIC X(12).
            05  IM-INVOICE-DATE                 PIC 9(06).
            05  IM-INVOICED-UNITS               PIC S9(07)    COMP-3.
            05  IM-INVOICED-COST                PIC S9(07)V99 COMP-3.
            05  IM-ORDERED-UNITS                PIC S9(07)    COMP-3.
            05  IM-ORDERED-COST                 PIC S9(07)V99 COMP-3.
            05  IM-RECEIVED-UNITS               PIC S9(07)    COMP-3.
            05  IM-RECEIVED-COST                PIC S9(07)V99 COMP-3.
            05  IM-INVOICE-TERMS-PERCENT        PIC S9(02)V999 COMP-3.
            05  IM-INVOICE-TERMS-DAYS           PIC S9(03)    COMP-3.
            05  IM-DISCOUNT-DUE-DATE            PIC 9(06).
            05  IM-DECISION                     PIC X(01).
                88  IM-RELEASED                 VALUE 'R'.
                88  IM-HELD                     VALUE 'H'.
            05  IM-REASON-CODE                  PIC X(02).
                88  IM-CLEAN-MATCH              VALUE '00'.
                88  IM-NO-PO                    VALUE 'NP'.
                88  IM-PO-CANCELLED             VALUE 'CP'.
                88  IM-NOT-RECEIVED             VALUE 'NR'.
                88  IM-UNITS-OVER-ORDERED       VALUE 'QO'.
                88  IM-UNITS-OVER-RECEIVED      VALUE 'QR'.
                88  IM-COST-OVER-ORDERED        VALUE 'CO'.
                88  IM-COST-OVER-RECEIVED       VALUE 'CR'.
                88  IM-TERMS-DISAGREE           VALUE 'DT'.
            05  IM-MATCH-DATE                   PIC 9(06).
