      *    VENDOR COMPLIANCE FINE SCHEDULE, MAINTAINED BY WPUL513
      *    TRANSACTION CARDS AND PRICED AGAINST BY THE WPUL514 MONTHLY
      *    CHARGEBACK RUN. ONE STANDARD RECORD PER VIOLATION TYPE
      *    (FS-VENDOR-NUMBER SPACES) CARRIES THE FINE FROM THE VENDOR
      *    COMPLIANCE MANUAL; A RECORD FOR A SPECIFIC VENDOR OVERRIDES
      *    IT -- EITHER A NEGOTIATED RATE OR, WITH BASIS 'W', A WAIVER.
      *    A PERCENT FINE IS A PERCENT OF PO-TURN-COST IN USD.
        01  FINE-SCHEDULE-RECORD.
            05  FS-RECORD-KEY.
                10  FS-VIOLATION-TYPE           PIC X(01).
                    88  FS-LATE-ASN             VALUE 'L'.
                    88  FS-MISSING-ASN          VALUE 'M'.
                    88  FS-TRAILER-MISMATCH     VALUE 'T'.
                    88  FS-OFF-GUIDE-CARRIER    VALUE 'G'.
                    88  FS-PAST-APPOINTMENT     VALUE 'P'.
                    88  FS-PAST-CANCEL-DATE     VALUE 'C'.
                    88  FS-NO-PALLET-LABELS     VALUE 'N'.
                    88  FS-VIOLATION-VALID      VALUES 'L' 'M' 'T' 'G'
                                                       'P' 'C' 'N'.
                10  FS-VENDOR-NUMBER            PIC X(06).
            05  FS-DESCRIPTION                  PIC X(25).
            05  FS-CHARGE-BASIS                 PIC X(01).
                88  FS-FLAT-AMOUNT-FINE         VALUE 'F'.
                88  FS-PERCENT-OF-PO-FINE       VALUE 'P'.
                88  FS-WAIVED                   VALUE 'W'.
            05  FS-FLAT-AMOUNT                  PIC S9(05)V99 COMP-3.
            05  FS-PERCENT-RATE                 PIC S9(03)V99 COMP-3.
            05  FS-LAST-MAINT-DATE              PIC 9(06).
