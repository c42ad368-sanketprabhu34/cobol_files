      *    ONE OUTBOUND EDI 850 PURCHASE ORDER, WRITTEN BY THE WPUL507
      *    PRINT AND TRANSMIT RUN FOR EVERY APPROVED PO WHOSE VENDOR
      *    TAKES EDI, AND HANDED TO THE TRANSLATOR FOR THE VAN. ALL
      *    FIELDS ARE DISPLAY SO THE TRANSLATOR MAPS THEM BY COLUMN,
      *    THE SAME CONVENTION THE INBOUND 855 USES COMING BACK.
      *    E8-PURPOSE-CODE CARRIES THE X12 BEG01 VALUE: '00' FOR AN
      *    ORIGINAL, '05' FOR A REVISION THAT REPLACES EVERY EARLIER
      *    COPY. COST IS ZERO WHEN PO-COST-OPTION-NO-PRINT IS SET, AND
      *    ONLY THE REMARKS FLAGGED FOR PRINTING ARE SENT.
        01  EDI-850-OUT-RECORD.
            05  E8-PURPOSE-CODE                 PIC X(02).
                88  E8-ORIGINAL                 VALUE '00'.
                88  E8-REPLACEMENT              VALUE '05'.
            05  E8-TEST-PRODUCTION-FLAG         PIC X(01).
                88  E8-TEST-TRANSMISSION        VALUE 'T'.
                88  E8-PRODUCTION-TRANSMISSION  VALUE 'P'.
            05  E8-RECORD-KEY.
                10  E8-BUYER-NUMBER             PIC X(02).
                10  E8-PURCHASE-ORDER-NUMBER    PIC 9(06).
            05  E8-VENDOR-NUMBER                PIC X(06).
            05  E8-VENDOR-FACILITY              PIC 9(02).
            05  E8-DATE-ORDERED                 PIC 9(06).
            05  E8-DATE-SHIP                    PIC 9(06).
            05  E8-DATE-ARRIVAL                 PIC 9(06).
            05  E8-DATE-CANCEL                  PIC 9(06).
            05  E8-FACILITY-SHIP-TO             PIC 9(02).
            05  E8-FACILITY-SHIP-TO-NAME        PIC X(15).
            05  E8-WAREHOUSE-SHIP-TO            PIC X(02).
            05  E8-PICKUP-POINT-CITY            PIC X(14).
            05  E8-PICKUP-POINT-STATE           PIC X(02).
            05  E8-PICKUP-POINT-ZIPCODE         PIC X(06).
            05  E8-PICKUP-POINT-FOB-CODE        PIC X(01).
            05  E8-TURN-UNITS                   PIC 9(07).
            05  E8-TURN-WEIGHT                  PIC 9(07).
            05  E8-TURN-CUBE                    PIC 9(05)V99.
            05  E8-TURN-PALLETS                 PIC 9(05)V99.
            05  E8-TURN-COST                    PIC 9(07)V99.
            05  E8-TERMS-PERCENT                PIC 9(02)V999.
            05  E8-TERMS-DAYS                   PIC 9(03).
            05  E8-TERMS-NET-DAYS               PIC 9(03).
            05  E8-BUYER-NAME                   PIC X(19).
            05  E8-BUYER-PHONE                  PIC 9(10).
            05  E8-REMARK-COUNT                 PIC 9(01).
            05  E8-REMARK                       PIC X(30)
                                                OCCURS 6 TIMES.
