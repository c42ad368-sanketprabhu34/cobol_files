      *    ONE RECORD PER APPROVAL-AUTHORITY OR SEGREGATION-OF-DUTIES
      *    BREACH FOUND ON A PO BY THE WPUL510 NIGHTLY AUDIT. UNLIKE
      *    THE NIGHTLY EDIT FILES THIS ONE IS KEPT, NOT REBUILT: A
      *    BREACH STAYS ON FILE AFTER THE PO IS CORRECTED SO INTERNAL
      *    AUDIT CAN SAMPLE FROM THE WHOLE HISTORY. A BREACH FOUND
      *    AGAIN ON A LATER NIGHT UPDATES AU-LAST-FOUND-DATE ONLY.
        01  AUTHORITY-EXCEPTION-RECORD.
            05  AU-EXCEPTION-KEY.
                10  AU-BUYER-NUMBER             PIC X(02).
                10  AU-PURCHASE-ORDER-NUMBER    PIC 9(06).
                10  AU-EXCEPTION-TYPE           PIC X(01).
                    88  AU-OVER-LIMIT           VALUE 'L'.
                    88  AU-BUYER-NOT-PERMITTED  VALUE 'B'.
                    88  AU-ORIGIN-NOT-PERMITTED VALUE 'O'.
                    88  AU-UNKNOWN-APPROVER     VALUE 'U'.
                    88  AU-REVOKED-APPROVER     VALUE 'R'.
                    88  AU-APPROVER-IS-REVIEWER VALUE 'S'.
            05  AU-APPROVAL-USER-ID             PIC X(04).
            05  AU-COSTS-REVIEWED-USER-ID       PIC X(04).
            05  AU-PO-ORIGIN                    PIC X(01).
            05  AU-TURN-COST-USD                PIC S9(07)V99 COMP-3.
            05  AU-APPROVAL-LIMIT               PIC S9(07)V99 COMP-3.
            05  AU-FIRST-FOUND-DATE             PIC 9(06).
            05  AU-LAST-FOUND-DATE              PIC 9(06).
