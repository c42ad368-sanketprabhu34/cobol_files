      *    ONE DEBIT MEMO LINE FOR ACCOUNTS PAYABLE, WRITTEN BY THE
      *    WPUL514 MONTHLY CHARGEBACK RUN FOR EVERY PRICED VENDOR
      *    COMPLIANCE VIOLATION, IN PO-AP-VENDOR-NUMBER ORDER SO AP
      *    RAISES ONE MEMO PER PAYEE. ALL FIELDS ARE DISPLAY SO THE AP
      *    INTERFACE MAPS THEM BY COLUMN, THE SAME CONVENTION AS THE
      *    OUTBOUND 850. AMOUNTS ARE USD. DM-VIOLATION-TYPE CARRIES
      *    THE FINE SCHEDULE CODES IN WPUL513_COPYBOOK.CBL.
        01  DEBIT-MEMO-RECORD.
            05  DM-AP-VENDOR-NUMBER             PIC X(12).
            05  DM-VENDOR-NUMBER                PIC X(06).
            05  DM-RECORD-KEY.
                10  DM-BUYER-NUMBER             PIC X(02).
                10  DM-PURCHASE-ORDER-NUMBER    PIC 9(06).
            05  DM-VIOLATION-TYPE               PIC X(01).
            05  DM-VIOLATION-DESC               PIC X(25).
            05  DM-VIOLATION-DATE               PIC 9(06).
            05  DM-PO-COST-USD                  PIC 9(07)V99.
            05  DM-CHARGE-AMOUNT                PIC 9(07)V99.
            05  DM-MEMO-DATE                    PIC 9(06).
