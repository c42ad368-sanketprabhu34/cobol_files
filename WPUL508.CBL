       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL508.
      *
      *    BATCH PO MAINTENANCE.
      *    APPLIES THE BUYERS' TRANSACTION CARDS TO THE PO FILE SO
      *    EVERY ADD, CHANGE, CANCEL AND APPROVAL IS EDITED AT THE
      *    DOOR AGAINST THE SAME 88-LEVEL RULES WPUL491 USES AND
      *    AGAINST THE VENDMAST VENDOR MASTER, INSTEAD OF BEING
      *    CAUGHT BY THE NIGHTLY EDIT AFTER THE FACT. ONE CARD PER
      *    TRANSACTION:
      *        COL 1      ACTION  'N' NEW PO, 'C' CHANGE, 'X' CANCEL,
      *                           'A' APPROVE
      *        COL 2-3    BUYER NUMBER       (PO-BUYER-NUMBER)
      *        COL 4-9    PO NUMBER          (PO-PURCHASE-ORDER-NUMBER)
      *        COL 10-13  USER ID            (PO-APPROVAL-USER-ID ON
      *                                       AN APPROVAL)
      *      NEW PO ONLY:
      *        COL 14-19  VENDOR NUMBER      (PO-VENDOR-NUMBER)
      *        COL 20-21  VENDOR FACILITY    (PO-VENDOR-FACILITY)
      *        COL 22-23  WAREHOUSE SHIP-TO  (PO-WAREHOUSE-SHIP-TO)
      *        COL 24-25  FACILITY SHIP-TO   (PO-FACILITY-SHIP-TO)
      *        COL 26     ORIGIN             (PO-ORIGIN, BLANK = 'M')
      *        COL 27-32  DATE ORDERED MMDDYY, BLANK = TODAY
      *      NEW PO AND CHANGE:
      *        COL 33-38  DATE SHIP    MMDDYY
      *        COL 39-44  DATE ARRIVAL MMDDYY
      *        COL 45-50  DATE CANCEL  MMDDYY (ALSO ON A CANCEL CARD)
      *        COL 51-57  TURN UNITS
      *        COL 58-64  TURN WEIGHT
      *        COL 65-71  TURN CUBE      9(05)V99, NO DECIMAL POINT
      *        COL 72-78  TURN PALLETS   9(05)V99, NO DECIMAL POINT
      *        COL 79-87  TURN COST      9(07)V99, NO DECIMAL POINT
      *        COL 88-92  TERMS PERCENT  9(02)V999
      *        COL 93-95  TERMS DAYS
      *        COL 96-98  TERMS NET DAYS
      *        COL 99-107 FREIGHT ALLOW  9(05)V9999
      *        COL 108    FREIGHT ALLOW TYPE (PO-FREIGHT-ALLOW-TYPE)
      *        COL 109-138 FREIGHT REMARK    (PO-REMARK-FREIGHT)
      *        COL 139    PRINT FREIGHT REMARK 'Y'/'N'
      *        COL 140    REMARK LINE 1-4    (PO-REMARKS)
      *        COL 141    PRINT REMARK 'Y'/'N'
      *        COL 142-169 REMARK TEXT
      *    A BLANK FIELD IS NEVER APPLIED, SO A CHANGE CARD CARRIES
      *    ONLY WHAT IS CHANGING. A CANCEL SETS PO-CANCELLED AND
      *    PO-DATE-CANCEL (THE CARD'S DATE, OR TODAY); AN APPROVAL
      *    SETS PO-APPROVED AND PO-APPROVAL-USER-ID. A CARD THAT
      *    FAILS ANY EDIT GOES TO THE REJECT REPORT AND NEVER TOUCHES
      *    THE FILE. AN ACCEPTED CHANGE SETS PO-REVISED-FLAG AND
      *    CLEARS PO-PRINTED-OR-AUTOFAXED SO WPUL507 SENDS THE VENDOR
      *    THE REVISION. EVERY ACCEPTED CARD WRITES ITS BEFORE/AFTER
      *    VALUES TO POHIST IN THE WPUL476 LAYOUT AND IS LISTED ON THE
      *    MAINTENANCE REGISTER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT PO-MAINT-TRANS-FILE
               ASSIGN TO "POMTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ALT-KEY
               FILE STATUS IS WS-VEND-FILE-STATUS.

           SELECT PO-HISTORY-FILE
               ASSIGN TO "POHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT REGISTER-RPT-FILE
               ASSIGN TO "WPUL508R"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-RPT-FILE
               ASSIGN TO "WPUL508E"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  PO-MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PO-MAINT-TRANS-RECORD.
           05  PT-ACTION                   PIC X(01).
               88  PT-ACTION-ADD           VALUE 'N'.
               88  PT-ACTION-CHANGE        VALUE 'C'.
               88  PT-ACTION-CANCEL        VALUE 'X'.
               88  PT-ACTION-APPROVE       VALUE 'A'.
           05  PT-RECORD-KEY.
               10  PT-BUYER-NUMBER         PIC X(02).
               10  PT-PO-NUMBER            PIC 9(06).
           05  PT-USER-ID                  PIC X(04).
           05  PT-NEW-PO-FIELDS.
               10  PT-VENDOR-ALT-KEY.
                   15  PT-VENDOR-NUMBER    PIC X(06).
                   15  PT-VENDOR-FACILITY  PIC 9(02).
               10  PT-WAREHOUSE-SHIP-TO    PIC X(02).
               10  PT-FACILITY-SHIP-TO     PIC 9(02).
               10  PT-FACILITY-SHIP-TO-X   REDEFINES
                   PT-FACILITY-SHIP-TO     PIC X(02).
               10  PT-ORIGIN               PIC X(01).
               10  PT-DATE-ORDERED         PIC 9(06).
               10  PT-DATE-ORDERED-X       REDEFINES
                   PT-DATE-ORDERED         PIC X(06).
           05  PT-CHANGE-FIELDS.
               10  PT-DATE-SHIP            PIC 9(06).
               10  PT-DATE-SHIP-X          REDEFINES
                   PT-DATE-SHIP            PIC X(06).
               10  PT-DATE-ARRIVAL         PIC 9(06).
               10  PT-DATE-ARRIVAL-X       REDEFINES
                   PT-DATE-ARRIVAL         PIC X(06).
               10  PT-DATE-CANCEL          PIC 9(06).
               10  PT-DATE-CANCEL-X        REDEFINES
                   PT-DATE-CANCEL          PIC X(06).
               10  PT-TURN-UNITS           PIC 9(07).
               10  PT-TURN-UNITS-X         REDEFINES
                   PT-TURN-UNITS           PIC X(07).
               10  PT-TURN-WEIGHT          PIC 9(07).
               10  PT-TURN-WEIGHT-X        REDEFINES
                   PT-TURN-WEIGHT          PIC X(07).
               10  PT-TURN-CUBE            PIC 9(05)V99.
               10  PT-TURN-CUBE-X          REDEFINES
                   PT-TURN-CUBE            PIC X(07).
               10  PT-TURN-PALLETS         PIC 9(05)V99.
               10  PT-TURN-PALLETS-X       REDEFINES
                   PT-TURN-PALLETS         PIC X(07).
               10  PT-TURN-COST            PIC 9(07)V99.
               10  PT-TURN-COST-X          REDEFINES
                   PT-TURN-COST            PIC X(09).
               10  PT-TERMS-PERCENT        PIC 9(02)V999.
               10  PT-TERMS-PERCENT-X      REDEFINES
                   PT-TERMS-PERCENT        PIC X(05).
               10  PT-TERMS-DAYS           PIC 9(03).
               10  PT-TERMS-DAYS-X         REDEFINES
                   PT-TERMS-DAYS           PIC X(03).
               10  PT-TERMS-NET-DAYS       PIC 9(03).
               10  PT-TERMS-NET-DAYS-X     REDEFINES
                   PT-TERMS-NET-DAYS       PIC X(03).
               10  PT-FREIGHT-ALLOW        PIC 9(05)V9999.
               10  PT-FREIGHT-ALLOW-X      REDEFINES
                   PT-FREIGHT-ALLOW        PIC X(09).
               10  PT-FREIGHT-ALLOW-TYPE   PIC X(01).
               10  PT-REMARK-FREIGHT       PIC X(30).
               10  PT-PRINT-REMARK-FREIGHT-FLAG
                                           PIC X(01).
               10  PT-REMARK-LINE          PIC 9(01).
               10  PT-REMARK-LINE-X        REDEFINES
                   PT-REMARK-LINE          PIC X(01).
               10  PT-PRINT-REMARK-FLAG    PIC X(01).
               10  PT-REMARK               PIC X(28).

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL495_COPYBOOK.CBL".

       FD  PO-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL476_COPYBOOK.CBL".

       FD  REGISTER-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-RPT-LINE                PIC X(132).

       FD  REJECT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-TRANS-FILE-STATUS              PIC X(02).
           88  WS-TRANS-FILE-OK              VALUE '00'.
       01  WS-TRANS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                  VALUE 'Y'.
       01  WS-VEND-FILE-STATUS               PIC X(02).
           88  WS-VEND-FILE-OK               VALUE '00'.
       01  WS-HIST-FILE-STATUS               PIC X(02).
           88  WS-HIST-FILE-OK               VALUE '00'.
           88  WS-HIST-FILE-MISSING          VALUE '35'.

           COPY "WPUDATE_COPYBOOK.CBL".

           COPY "WPURLOG_COPYBOOK.CBL".

      *    SIZED TO MATCH THE 8-DIGIT DATE YYYYMMDD REGISTER EXACTLY
      *    SO THE ALPHANUMERIC GROUP MOVE ON ACCEPT LANDS EACH
      *    SUB-FIELD CORRECTLY.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-CENTURY            PIC 9(02).
           05  WS-CURRENT-YY                 PIC 9(02).
           05  WS-CURRENT-MM                 PIC 9(02).
           05  WS-CURRENT-DD                 PIC 9(02).

      *    MAINTENANCE DATE IN THE SUITE'S MMDDYY CONVENTION.
       01  WS-CURRENT-DATE-MMDDYY.
           05  WS-CURRENT-DATE-MM            PIC 9(02).
           05  WS-CURRENT-DATE-DD            PIC 9(02).
           05  WS-CURRENT-DATE-YY            PIC 9(02).

      *    SIZED TO MATCH THE 8-DIGIT HHMMSSHH TIME REGISTER EXACTLY;
      *    WS-CURRENT-TIME THEN TAKES JUST THE HHMMSS PORTION
      *    EXPLICITLY, TRUNCATING THE HUNDREDTHS RATHER THAN LETTING
      *    AN UNDERSIZED ELEMENTARY PIC TRUNCATE THE HOUR.
       01  WS-CURRENT-TIME-REG               PIC 9(08).
       01  WS-CURRENT-TIME-HHMMSS REDEFINES WS-CURRENT-TIME-REG.
           05  WS-CURRENT-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).

      *    SET WHEN THE RECORD AREA HOLDS THIS CARD'S PO, SO THE
      *    REPORT NEVER SHOWS THE VENDOR OF AN EARLIER CARD'S PO.
       01  WS-PO-FOUND-FLAG                  PIC X(01).
           88  WS-PO-FOUND                   VALUE 'Y'.
       01  WS-EDIT-DATE-VALUE                PIC 9(06).
       01  WS-REMARK-SUB                     PIC 9(01).

      *    FIELD CHANGES MADE BY THE CARD IN HAND, HELD HERE UNTIL THE
      *    CARD HAS PASSED EVERY EDIT AND THEN WRITTEN TO POHIST TEN
      *    TO A HISTORY RECORD.
       01  WS-CHANGE-FIELD-NAME              PIC X(20).
       01  WS-CHANGE-BEFORE                  PIC X(15).
       01  WS-CHANGE-AFTER                   PIC X(15).
       01  WS-CHANGE-COUNT                   PIC 9(02).
       01  WS-CHANGE-SUB                     PIC 9(02).
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY               OCCURS 30 TIMES.
               10  WS-CHANGE-ENTRY-NAME      PIC X(20).
               10  WS-CHANGE-ENTRY-BEFORE    PIC X(15).
               10  WS-CHANGE-ENTRY-AFTER     PIC X(15).

       01  WS-QTY-EDIT                       PIC -(7)9.
       01  WS-AMOUNT-EDIT                    PIC -(7)9.99.
       01  WS-RATE-EDIT                      PIC -(5)9.9999.
       01  WS-PERCENT-EDIT                   PIC -(2)9.999.

       01  WS-NEXT-SEQUENCE                  PIC 9(04).
       01  WS-SLOT-FOUND-FLAG                PIC X(01).
           88  WS-SLOT-FOUND                 VALUE 'Y'.

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-ADDED-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-CHANGED-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CANCELLED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-HISTORY-COUNT                  PIC 9(05) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL508  PO MAINTENANCE REGISTER".
       01  WS-REJECT-HEADING-1              PIC X(132) VALUE
           "WPUL508  PO MAINTENANCE REJECTED TRANSACTIONS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(08) VALUE "ACTION".
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(06) VALUE "USER".
           05  FILLER                 PIC X(11) VALUE "VENDOR".
           05  FILLER                 PIC X(32) VALUE "VENDOR-NAME".
           05  FILLER                 PIC X(09) VALUE "CHANGES".
           05  FILLER                 PIC X(20) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-ACTION                     PIC X(01).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-USER-ID                    PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(01) VALUE "-".
           05  WD-VENDOR-FACILITY            PIC 9(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-VENDOR-NAME                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-CHANGE-COUNT               PIC Z9.
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(20).

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO PO MAINTENANCE TRANSACTIONS APPLIED THIS RUN".
       01  WS-NO-REJECT-LINE                PIC X(132) VALUE
           "NO PO MAINTENANCE TRANSACTIONS REJECTED THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRANS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           ACCEPT WS-CURRENT-TIME-REG FROM TIME
           OPEN INPUT PO-MAINT-TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "WPUL508: UNABLE TO OPEN PO-MAINT-TRANS, STATUS="
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL508: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF NOT WS-VEND-FILE-OK
               DISPLAY "WPUL508: UNABLE TO OPEN VENDOR-MASTER, STATUS="
                   WS-VEND-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O PO-HISTORY-FILE
           IF WS-HIST-FILE-MISSING
      *        FIRST-EVER HISTORY WRITE -- CREATE THE FILE EMPTY AND
      *        REOPEN IT FOR UPDATE.
               OPEN OUTPUT PO-HISTORY-FILE
               CLOSE PO-HISTORY-FILE
               OPEN I-O PO-HISTORY-FILE
           END-IF
           IF NOT WS-HIST-FILE-OK
               DISPLAY "WPUL508: UNABLE TO OPEN PO-HISTORY-FILE, STAT="
                   WS-HIST-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-RPT-FILE
           OPEN OUTPUT REJECT-RPT-FILE
           WRITE REGISTER-RPT-LINE FROM WS-HEADING-1
           WRITE REGISTER-RPT-LINE FROM WS-HEADING-2
           WRITE REJECT-RPT-LINE FROM WS-REJECT-HEADING-1
           WRITE REJECT-RPT-LINE FROM WS-HEADING-2
           PERFORM 2100-READ-NEXT-TRANS.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ
           MOVE ZERO   TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-CHANGE-TABLE
           MOVE 'N'    TO WS-PO-FOUND-FLAG
           PERFORM 2200-EDIT-TRANSACTION
           IF WD-RESULT-TEXT = SPACES
               PERFORM 2300-CHECK-PO-ON-FILE
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM 2400-LOOKUP-VENDOR
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM 3000-APPLY-TRANSACTION
               PERFORM 2600-EDIT-PO-RULES
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM 4000-WRITE-PO
           END-IF
           PERFORM 2700-WRITE-REPORT-LINE
           PERFORM 2100-READ-NEXT-TRANS.

       2100-READ-NEXT-TRANS.
           READ PO-MAINT-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       2200-EDIT-TRANSACTION.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN SO FAR AND THE NEXT STEP MAY RUN.
           MOVE SPACES TO WD-RESULT-TEXT
           IF NOT PT-ACTION-ADD
               AND NOT PT-ACTION-CHANGE
               AND NOT PT-ACTION-CANCEL
               AND NOT PT-ACTION-APPROVE
               MOVE "BAD ACTION CODE"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (PT-BUYER-NUMBER = SPACES
                   OR PT-PO-NUMBER IS NOT NUMERIC
                   OR PT-PO-NUMBER = ZERO)
               MOVE "BAD PO KEY"          TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-USER-ID = SPACES
               MOVE "USER ID MISSING"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-ACTION-ADD
               PERFORM 2210-EDIT-NEW-PO-FIELDS
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-ACTION-CHANGE
               AND PT-CHANGE-FIELDS = SPACES
               MOVE "NOTHING TO CHANGE"   TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (PT-ACTION-ADD OR PT-ACTION-CHANGE)
               PERFORM 2220-EDIT-CHANGE-FIELDS
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-ACTION-CANCEL
               AND PT-DATE-CANCEL-X NOT = SPACES
               MOVE PT-DATE-CANCEL TO WS-EDIT-DATE-VALUE
               PERFORM 2250-EDIT-ONE-DATE
           END-IF.

       2210-EDIT-NEW-PO-FIELDS.
           IF PT-VENDOR-NUMBER = SPACES
               MOVE "VENDOR MISSING"      TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-VENDOR-FACILITY IS NOT NUMERIC
               MOVE "BAD VENDOR FACILITY" TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-WAREHOUSE-SHIP-TO = SPACES
               MOVE "WAREHOUSE MISSING"   TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-FACILITY-SHIP-TO IS NOT NUMERIC
               MOVE "BAD SHIP-TO FACILITY" TO WD-RESULT-TEXT
           END-IF
      *    WPUL505, WPUL507 AND THE OPEN-TO-BUY ROLL ALL KEY OFF THE
      *    ARRIVAL DATE AND THE ORDERED UNITS AND COST, SO A NEW PO
      *    MUST CARRY THEM.
           IF WD-RESULT-TEXT = SPACES
               AND PT-DATE-ARRIVAL-X = SPACES
               MOVE "ARRIVAL DATE MISSING" TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (PT-TURN-UNITS-X = SPACES
                   OR PT-TURN-COST-X = SPACES)
               MOVE "UNITS/COST MISSING"  TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-DATE-ORDERED-X NOT = SPACES
               MOVE PT-DATE-ORDERED TO WS-EDIT-DATE-VALUE
               PERFORM 2250-EDIT-ONE-DATE
           END-IF.

       2220-EDIT-CHANGE-FIELDS.
           IF PT-DATE-SHIP-X NOT = SPACES
               MOVE PT-DATE-SHIP TO WS-EDIT-DATE-VALUE
               PERFORM 2250-EDIT-ONE-DATE
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-DATE-ARRIVAL-X NOT = SPACES
               MOVE PT-DATE-ARRIVAL TO WS-EDIT-DATE-VALUE
               PERFORM 2250-EDIT-ONE-DATE
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-DATE-CANCEL-X NOT = SPACES
               MOVE PT-DATE-CANCEL TO WS-EDIT-DATE-VALUE
               PERFORM 2250-EDIT-ONE-DATE
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND ((PT-TURN-UNITS-X NOT = SPACES
                       AND PT-TURN-UNITS IS NOT NUMERIC)
                   OR (PT-TURN-WEIGHT-X NOT = SPACES
                       AND PT-TURN-WEIGHT IS NOT NUMERIC)
                   OR (PT-TURN-CUBE-X NOT = SPACES
                       AND PT-TURN-CUBE IS NOT NUMERIC)
                   OR (PT-TURN-PALLETS-X NOT = SPACES
                       AND PT-TURN-PALLETS IS NOT NUMERIC))
               MOVE "BAD QUANTITY"        TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-TURN-COST-X NOT = SPACES
               AND PT-TURN-COST IS NOT NUMERIC
               MOVE "BAD COST"            TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND ((PT-TERMS-PERCENT-X NOT = SPACES
                       AND PT-TERMS-PERCENT IS NOT NUMERIC)
                   OR (PT-TERMS-DAYS-X NOT = SPACES
                       AND PT-TERMS-DAYS IS NOT NUMERIC)
                   OR (PT-TERMS-NET-DAYS-X NOT = SPACES
                       AND PT-TERMS-NET-DAYS IS NOT NUMERIC))
               MOVE "BAD TERMS"           TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-FREIGHT-ALLOW-X NOT = SPACES
               AND PT-FREIGHT-ALLOW IS NOT NUMERIC
               MOVE "BAD FREIGHT ALLOW"   TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-PRINT-REMARK-FREIGHT-FLAG NOT = SPACES
               AND PT-PRINT-REMARK-FREIGHT-FLAG NOT = 'Y'
               AND PT-PRINT-REMARK-FREIGHT-FLAG NOT = 'N'
               MOVE "BAD PRINT FLAG"      TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-PRINT-REMARK-FLAG NOT = SPACES
               AND PT-PRINT-REMARK-FLAG NOT = 'Y'
               AND PT-PRINT-REMARK-FLAG NOT = 'N'
               MOVE "BAD PRINT FLAG"      TO WD-RESULT-TEXT
           END-IF
      *    A REMARK OR ITS PRINT FLAG HAS TO SAY WHICH OF THE FOUR
      *    PO-REMARKS LINES IT BELONGS ON.
           IF WD-RESULT-TEXT = SPACES
               AND (PT-REMARK NOT = SPACES
                   OR PT-PRINT-REMARK-FLAG NOT = SPACES
                   OR PT-REMARK-LINE-X NOT = SPACES)
               AND (PT-REMARK-LINE IS NOT NUMERIC
                   OR PT-REMARK-LINE < 1
                   OR PT-REMARK-LINE > 4)
               MOVE "BAD REMARK LINE"     TO WD-RESULT-TEXT
           END-IF.

       2250-EDIT-ONE-DATE.
      *    SAME WPUDATE VALIDATION WPUL491 APPLIES TO THE FILE --
      *    NUMERIC, MONTH 1-12, DAY REAL FOR THAT MONTH.
           IF WS-EDIT-DATE-VALUE IS NOT NUMERIC
               MOVE "BAD DATE"            TO WD-RESULT-TEXT
           ELSE
               MOVE 'DB'               TO DS-FUNCTION
               MOVE SPACES             TO DS-FACILITY
               MOVE WS-EDIT-DATE-VALUE TO DS-DATE-1
               MOVE WS-EDIT-DATE-VALUE TO DS-DATE-2
               MOVE ZERO               TO DS-DAYS-REQUESTED
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF NOT DS-RETURN-GOOD
                   MOVE "BAD DATE"        TO WD-RESULT-TEXT
               END-IF
           END-IF.

       2300-CHECK-PO-ON-FILE.
           MOVE PT-BUYER-NUMBER TO PO-BUYER-NUMBER
           MOVE PT-PO-NUMBER    TO PO-PURCHASE-ORDER-NUMBER
           READ PO-DETAIL-FILE
               INVALID KEY
                   IF NOT PT-ACTION-ADD
                       MOVE "PO NOT ON FILE"     TO WD-RESULT-TEXT
                   END-IF
               NOT INVALID KEY
                   SET WS-PO-FOUND TO TRUE
                   IF PT-ACTION-ADD
                       MOVE "PO ALREADY ON FILE" TO WD-RESULT-TEXT
                   END-IF
           END-READ
           IF WD-RESULT-TEXT = SPACES
               AND NOT PT-ACTION-ADD
               PERFORM 2310-CHECK-PO-STATUS
           END-IF.

       2310-CHECK-PO-STATUS.
           IF PO-DETAIL-HISTORY
               MOVE "HISTORY RECORD"      TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PO-CANCELLED
               MOVE "PO CANCELLED"        TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PO-CLOSED
               MOVE "PO CLOSED"           TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PO-WAREHOUSE-RECEIPT
               MOVE "PO RECEIVED"         TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PT-ACTION-APPROVE
               AND PO-APPROVED
               MOVE "ALREADY APPROVED"    TO WD-RESULT-TEXT
           END-IF.

       2400-LOOKUP-VENDOR.
      *    A NEW PO TAKES ITS VENDOR FIELDS FROM THE MASTER; A CHANGE
      *    OR APPROVAL RE-CHECKS THAT THE PO'S VENDOR IS STILL ON IT.
      *    A CANCEL IS ALWAYS ALLOWED THROUGH.
           IF NOT PT-ACTION-CANCEL
               IF PT-ACTION-ADD
                   MOVE PT-VENDOR-ALT-KEY TO VM-VENDOR-ALT-KEY
               ELSE
                   MOVE PO-VENDOR-ALT-KEY TO VM-VENDOR-ALT-KEY
               END-IF
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE "VENDOR NOT ON MASTER" TO WD-RESULT-TEXT
               END-READ
           END-IF.

       2600-EDIT-PO-RULES.
      *    THE CARD HAS BEEN APPLIED TO THE RECORD AREA ONLY; NOTHING
      *    IS WRITTEN UNLESS THE RESULT STILL PASSES THE RECORD-LEVEL
      *    88 RULES.
           IF PO-ORIGIN NOT = SPACES
               AND NOT PO-MANUAL
               AND NOT PO-RECOMMENDED
               AND NOT PO-TRANSFERRED
               AND NOT PO-ALLOCATED
               AND NOT PO-PERISHABLES
               AND NOT PO-CRP
               AND NOT PO-ON-LINE-LOAD-BUILDING
               AND NOT PO-TRANSFER-TO-BILLING
               AND NOT PO-TRANSFER-FROM-BILLING
               AND NOT PO-EXTERNAL-PO
               MOVE "BAD ORIGIN"          TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PO-FREIGHT-ALLOW NOT = ZERO
               AND NOT PO-FREIGHT-ALLOW-CWT
               AND NOT PO-FREIGHT-ALLOW-UNIT
               AND NOT PO-FREIGHT-ALLOW-DOLLAR
               AND NOT PO-FREIGHT-ALLOW-DOZENS
               AND NOT PO-FREIGHT-ALLOW-PALLET
               AND NOT PO-FREIGHT-ALLOW-CUBE
               AND NOT PO-FREIGHT-ALLOW-TRUCK
               MOVE "BAD FREIGHT TYPE"    TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PO-DATE-SHIP NOT = ZERO
               AND PO-DATE-ARRIVAL NOT = ZERO
               MOVE 'DB'            TO DS-FUNCTION
               MOVE SPACES          TO DS-FACILITY
               MOVE PO-DATE-SHIP    TO DS-DATE-1
               MOVE PO-DATE-ARRIVAL TO DS-DATE-2
               MOVE ZERO            TO DS-DAYS-REQUESTED
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF DS-RETURN-GOOD
                   AND DS-DAYS-RESULT < ZERO
                   MOVE "SHIP AFTER ARRIVAL" TO WD-RESULT-TEXT
               END-IF
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND PO-APPROVED
               AND PO-AP-VENDOR-NUMBER = SPACES
               MOVE "AP VENDOR BLANK"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND WS-CHANGE-COUNT = ZERO
               MOVE "NOTHING CHANGED"     TO WD-RESULT-TEXT
           END-IF.

       2700-WRITE-REPORT-LINE.
      *    WD-RESULT-TEXT IS SET BY THE EDITS OR BY 4000 BEFORE THE
      *    PERFORM. AN ACCEPTED CARD GOES TO THE REGISTER, ANY OTHER
      *    TO THE REJECT REPORT.
           MOVE PT-ACTION            TO WD-ACTION
           MOVE PT-RECORD-KEY        TO WD-RECORD-KEY
           MOVE PT-USER-ID           TO WD-USER-ID
           MOVE WS-CHANGE-COUNT      TO WD-CHANGE-COUNT
           MOVE SPACES               TO WD-VENDOR-NUMBER
           MOVE ZERO                 TO WD-VENDOR-FACILITY
           MOVE SPACES               TO WD-VENDOR-NAME
           EVALUATE TRUE
               WHEN PT-ACTION-ADD
                   MOVE PT-VENDOR-NUMBER   TO WD-VENDOR-NUMBER
                   IF PT-VENDOR-FACILITY IS NUMERIC
                       MOVE PT-VENDOR-FACILITY TO WD-VENDOR-FACILITY
                   END-IF
                   IF WS-PO-FOUND
                       MOVE PO-VENDOR-NAME TO WD-VENDOR-NAME
                   END-IF
               WHEN WS-PO-FOUND
                   MOVE PO-VENDOR-NUMBER   TO WD-VENDOR-NUMBER
                   MOVE PO-VENDOR-FACILITY TO WD-VENDOR-FACILITY
                   MOVE PO-VENDOR-NAME     TO WD-VENDOR-NAME
           END-EVALUATE
           EVALUATE WD-RESULT-TEXT
               WHEN "ADDED"
               WHEN "CHANGED"
               WHEN "CANCELLED"
               WHEN "APPROVED"
                   WRITE REGISTER-RPT-LINE FROM WS-DETAIL-LINE
               WHEN OTHER
                   MOVE ZERO TO WD-CHANGE-COUNT
                   WRITE REJECT-RPT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       3000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN PT-ACTION-ADD
                   PERFORM 3050-BUILD-NEW-PO
                   PERFORM 3100-APPLY-DATES
                   PERFORM 3200-APPLY-QUANTITIES
                   PERFORM 3300-APPLY-COST-AND-TERMS
                   PERFORM 3400-APPLY-FREIGHT
                   PERFORM 3500-APPLY-REMARK
               WHEN PT-ACTION-CHANGE
                   PERFORM 3100-APPLY-DATES
                   PERFORM 3200-APPLY-QUANTITIES
                   PERFORM 3300-APPLY-COST-AND-TERMS
                   PERFORM 3400-APPLY-FREIGHT
                   PERFORM 3500-APPLY-REMARK
               WHEN PT-ACTION-CANCEL
                   PERFORM 3600-APPLY-CANCEL
               WHEN PT-ACTION-APPROVE
                   PERFORM 3700-APPLY-APPROVAL
           END-EVALUATE.

       3050-BUILD-NEW-PO.
      *    A NEW PO STARTS BLANK AND UNAPPROVED, WITH ITS VENDOR
      *    FIELDS COPIED FROM THE VENDMAST RECORD 2400 JUST READ.
           MOVE SPACES TO DETAIL-RECORD-1-AREA
           INITIALIZE DETAIL-RECORD-1-AREA
           SET WS-PO-FOUND TO TRUE
           MOVE PT-BUYER-NUMBER         TO PO-BUYER-NUMBER
           MOVE PT-PO-NUMBER            TO PO-PURCHASE-ORDER-NUMBER
           MOVE VM-VENDOR-NUMBER        TO PO-VENDOR-NUMBER
           MOVE VM-VENDOR-FACILITY      TO PO-VENDOR-FACILITY
           MOVE VM-VENDOR-NAME          TO PO-VENDOR-NAME
           MOVE VM-VENDOR-FACILITY-NAME TO PO-VENDOR-FACILITY-NAME
           MOVE VM-AP-VENDOR-NUMBER     TO PO-AP-VENDOR-NUMBER
           MOVE VM-PHONE                TO PO-PHONE
           MOVE VM-CONTACT              TO PO-CONTACT
           MOVE PT-WAREHOUSE-SHIP-TO    TO PO-WAREHOUSE-SHIP-TO
           MOVE PT-FACILITY-SHIP-TO     TO PO-FACILITY-SHIP-TO
           IF PT-ORIGIN = SPACES
               MOVE 'M'                 TO PO-ORIGIN
           ELSE
               MOVE PT-ORIGIN           TO PO-ORIGIN
           END-IF
           IF PT-DATE-ORDERED-X = SPACES
               MOVE WS-CURRENT-DATE-MMDDYY TO PO-DATE-ORDERED
           ELSE
               MOVE PT-DATE-ORDERED     TO PO-DATE-ORDERED
           END-IF
           MOVE SPACES                  TO PO-STATUS
           MOVE SPACES                  TO PO-REVISED-FLAG
           MOVE SPACES                  TO PO-PRINTED-OR-AUTOFAXED
           MOVE "PO-VENDOR-NUMBER"      TO WS-CHANGE-FIELD-NAME
           MOVE SPACES                  TO WS-CHANGE-BEFORE
           MOVE PO-VENDOR-ALT-KEY       TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE
           MOVE "PO-FACILITY-SHIP-TO"   TO WS-CHANGE-FIELD-NAME
           MOVE SPACES                  TO WS-CHANGE-BEFORE
           MOVE PO-FACILITY-SHIP-TO     TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE
           MOVE "PO-ORIGIN"             TO WS-CHANGE-FIELD-NAME
           MOVE SPACES                  TO WS-CHANGE-BEFORE
           MOVE PO-ORIGIN               TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE
           MOVE "PO-DATE-ORDERED"       TO WS-CHANGE-FIELD-NAME
           MOVE SPACES                  TO WS-CHANGE-BEFORE
           MOVE PO-DATE-ORDERED         TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE.

       3100-APPLY-DATES.
           IF PT-DATE-SHIP-X NOT = SPACES
               AND PT-DATE-SHIP NOT = PO-DATE-SHIP
               MOVE "PO-DATE-SHIP"     TO WS-CHANGE-FIELD-NAME
               MOVE PO-DATE-SHIP       TO WS-CHANGE-BEFORE
               MOVE PT-DATE-SHIP       TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-DATE-SHIP       TO PO-DATE-SHIP
           END-IF
           IF PT-DATE-ARRIVAL-X NOT = SPACES
               AND PT-DATE-ARRIVAL NOT = PO-DATE-ARRIVAL
               MOVE "PO-DATE-ARRIVAL"  TO WS-CHANGE-FIELD-NAME
               MOVE PO-DATE-ARRIVAL    TO WS-CHANGE-BEFORE
               MOVE PT-DATE-ARRIVAL    TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-DATE-ARRIVAL    TO PO-DATE-ARRIVAL
           END-IF
           IF PT-DATE-CANCEL-X NOT = SPACES
               AND PT-DATE-CANCEL NOT = PO-DATE-CANCEL
               MOVE "PO-DATE-CANCEL"   TO WS-CHANGE-FIELD-NAME
               MOVE PO-DATE-CANCEL     TO WS-CHANGE-BEFORE
               MOVE PT-DATE-CANCEL     TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-DATE-CANCEL     TO PO-DATE-CANCEL
           END-IF.

       3200-APPLY-QUANTITIES.
           IF PT-TURN-UNITS-X NOT = SPACES
               AND PT-TURN-UNITS NOT = PO-TURN-UNITS
               MOVE "PO-TURN-UNITS"    TO WS-CHANGE-FIELD-NAME
               MOVE PO-TURN-UNITS      TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-BEFORE
               MOVE PT-TURN-UNITS      TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TURN-UNITS      TO PO-TURN-UNITS
           END-IF
           IF PT-TURN-WEIGHT-X NOT = SPACES
               AND PT-TURN-WEIGHT NOT = PO-TURN-WEIGHT
               MOVE "PO-TURN-WEIGHT"   TO WS-CHANGE-FIELD-NAME
               MOVE PO-TURN-WEIGHT     TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-BEFORE
               MOVE PT-TURN-WEIGHT     TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TURN-WEIGHT     TO PO-TURN-WEIGHT
           END-IF
           IF PT-TURN-CUBE-X NOT = SPACES
               AND PT-TURN-CUBE NOT = PO-TURN-CUBE
               MOVE "PO-TURN-CUBE"     TO WS-CHANGE-FIELD-NAME
               MOVE PO-TURN-CUBE       TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO WS-CHANGE-BEFORE
               MOVE PT-TURN-CUBE       TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TURN-CUBE       TO PO-TURN-CUBE
           END-IF
           IF PT-TURN-PALLETS-X NOT = SPACES
               AND PT-TURN-PALLETS NOT = PO-TURN-PALLETS
               MOVE "PO-TURN-PALLETS"  TO WS-CHANGE-FIELD-NAME
               MOVE PO-TURN-PALLETS    TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO WS-CHANGE-BEFORE
               MOVE PT-TURN-PALLETS    TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TURN-PALLETS    TO PO-TURN-PALLETS
           END-IF.

       3300-APPLY-COST-AND-TERMS.
           IF PT-TURN-COST-X NOT = SPACES
               AND PT-TURN-COST NOT = PO-TURN-COST
               MOVE "PO-TURN-COST"     TO WS-CHANGE-FIELD-NAME
               MOVE PO-TURN-COST       TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO WS-CHANGE-BEFORE
               MOVE PT-TURN-COST       TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TURN-COST       TO PO-TURN-COST
           END-IF
           IF PT-TERMS-PERCENT-X NOT = SPACES
               AND PT-TERMS-PERCENT NOT = PO-TERMS-PERCENT
               MOVE "PO-TERMS-PERCENT" TO WS-CHANGE-FIELD-NAME
               MOVE PO-TERMS-PERCENT   TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT    TO WS-CHANGE-BEFORE
               MOVE PT-TERMS-PERCENT   TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT    TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TERMS-PERCENT   TO PO-TERMS-PERCENT
           END-IF
           IF PT-TERMS-DAYS-X NOT = SPACES
               AND PT-TERMS-DAYS NOT = PO-TERMS-DAYS
               MOVE "PO-TERMS-DAYS"    TO WS-CHANGE-FIELD-NAME
               MOVE PO-TERMS-DAYS      TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-BEFORE
               MOVE PT-TERMS-DAYS      TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TERMS-DAYS      TO PO-TERMS-DAYS
           END-IF
           IF PT-TERMS-NET-DAYS-X NOT = SPACES
               AND PT-TERMS-NET-DAYS NOT = PO-TERMS-NET-DAYS
               MOVE "PO-TERMS-NET-DAYS" TO WS-CHANGE-FIELD-NAME
               MOVE PO-TERMS-NET-DAYS  TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-BEFORE
               MOVE PT-TERMS-NET-DAYS  TO WS-QTY-EDIT
               MOVE WS-QTY-EDIT        TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-TERMS-NET-DAYS  TO PO-TERMS-NET-DAYS
           END-IF.

       3400-APPLY-FREIGHT.
           IF PT-FREIGHT-ALLOW-X NOT = SPACES
               AND PT-FREIGHT-ALLOW NOT = PO-FREIGHT-ALLOW
               MOVE "PO-FREIGHT-ALLOW" TO WS-CHANGE-FIELD-NAME
               MOVE PO-FREIGHT-ALLOW   TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT       TO WS-CHANGE-BEFORE
               MOVE PT-FREIGHT-ALLOW   TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT       TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-FREIGHT-ALLOW   TO PO-FREIGHT-ALLOW
           END-IF
           IF PT-FREIGHT-ALLOW-TYPE NOT = SPACES
               AND PT-FREIGHT-ALLOW-TYPE NOT = PO-FREIGHT-ALLOW-TYPE
               MOVE "PO-FREIGHT-ALLOW-TYPE" TO WS-CHANGE-FIELD-NAME
               MOVE PO-FREIGHT-ALLOW-TYPE  TO WS-CHANGE-BEFORE
               MOVE PT-FREIGHT-ALLOW-TYPE  TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-FREIGHT-ALLOW-TYPE  TO PO-FREIGHT-ALLOW-TYPE
           END-IF
           IF PT-REMARK-FREIGHT NOT = SPACES
               AND PT-REMARK-FREIGHT NOT = PO-REMARK-FREIGHT
               MOVE "PO-REMARK-FREIGHT" TO WS-CHANGE-FIELD-NAME
               MOVE PO-REMARK-FREIGHT  TO WS-CHANGE-BEFORE
               MOVE PT-REMARK-FREIGHT  TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-REMARK-FREIGHT  TO PO-REMARK-FREIGHT
           END-IF
           IF PT-PRINT-REMARK-FREIGHT-FLAG NOT = SPACES
               AND PT-PRINT-REMARK-FREIGHT-FLAG
                   NOT = PO-PRINT-REMARK-FREIGHT-FLAG
               MOVE "PO-PRINT-RMK-FREIGHT" TO WS-CHANGE-FIELD-NAME
               MOVE PO-PRINT-REMARK-FREIGHT-FLAG TO WS-CHANGE-BEFORE
               MOVE PT-PRINT-REMARK-FREIGHT-FLAG TO WS-CHANGE-AFTER
               PERFORM 3900-RECORD-CHANGE
               MOVE PT-PRINT-REMARK-FREIGHT-FLAG
                   TO PO-PRINT-REMARK-FREIGHT-FLAG
           END-IF.

       3500-APPLY-REMARK.
           IF PT-REMARK-LINE-X NOT = SPACES
               MOVE PT-REMARK-LINE TO WS-REMARK-SUB
               IF PT-REMARK NOT = SPACES
                   AND PT-REMARK NOT = PO-REMARK(WS-REMARK-SUB)
                   MOVE "PO-REMARK"        TO WS-CHANGE-FIELD-NAME
                   MOVE PO-REMARK(WS-REMARK-SUB) TO WS-CHANGE-BEFORE
                   MOVE PT-REMARK          TO WS-CHANGE-AFTER
                   PERFORM 3900-RECORD-CHANGE
                   MOVE PT-REMARK          TO PO-REMARK(WS-REMARK-SUB)
               END-IF
               IF PT-PRINT-REMARK-FLAG NOT = SPACES
                   AND PT-PRINT-REMARK-FLAG
                       NOT = PO-PRINT-REMARK-FLAG(WS-REMARK-SUB)
                   MOVE "PO-PRINT-REMARK-FLAG" TO WS-CHANGE-FIELD-NAME
                   MOVE PO-PRINT-REMARK-FLAG(WS-REMARK-SUB)
                       TO WS-CHANGE-BEFORE
                   MOVE PT-PRINT-REMARK-FLAG TO WS-CHANGE-AFTER
                   PERFORM 3900-RECORD-CHANGE
                   MOVE PT-PRINT-REMARK-FLAG
                       TO PO-PRINT-REMARK-FLAG(WS-REMARK-SUB)
               END-IF
           END-IF.

       3600-APPLY-CANCEL.
           MOVE "PO-STATUS"            TO WS-CHANGE-FIELD-NAME
           MOVE PO-STATUS              TO WS-CHANGE-BEFORE
           MOVE 'C'                    TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE
           MOVE 'C'                    TO PO-STATUS
           MOVE "PO-DATE-CANCEL"       TO WS-CHANGE-FIELD-NAME
           MOVE PO-DATE-CANCEL         TO WS-CHANGE-BEFORE
           IF PT-DATE-CANCEL-X = SPACES
               MOVE WS-CURRENT-DATE-MMDDYY TO PO-DATE-CANCEL
           ELSE
               MOVE PT-DATE-CANCEL     TO PO-DATE-CANCEL
           END-IF
           MOVE PO-DATE-CANCEL         TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE.

       3700-APPLY-APPROVAL.
           MOVE "PO-STATUS"            TO WS-CHANGE-FIELD-NAME
           MOVE PO-STATUS              TO WS-CHANGE-BEFORE
           MOVE 'A'                    TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE
           MOVE 'A'                    TO PO-STATUS
           MOVE "PO-APPROVAL-USER-ID"  TO WS-CHANGE-FIELD-NAME
           MOVE PO-APPROVAL-USER-ID    TO WS-CHANGE-BEFORE
           MOVE PT-USER-ID             TO WS-CHANGE-AFTER
           PERFORM 3900-RECORD-CHANGE
           MOVE PT-USER-ID             TO PO-APPROVAL-USER-ID.

       3900-RECORD-CHANGE.
      *    FIELD NAME AND BEFORE/AFTER VALUES ARE SET BY THE CALLING
      *    APPLY PARAGRAPH BEFORE THE PERFORM.
           IF WS-CHANGE-COUNT < 30
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-CHANGE-FIELD-NAME
                   TO WS-CHANGE-ENTRY-NAME(WS-CHANGE-COUNT)
               MOVE WS-CHANGE-BEFORE
                   TO WS-CHANGE-ENTRY-BEFORE(WS-CHANGE-COUNT)
               MOVE WS-CHANGE-AFTER
                   TO WS-CHANGE-ENTRY-AFTER(WS-CHANGE-COUNT)
           END-IF.

       4000-WRITE-PO.
      *    A CHANGE TO A PO THE VENDOR MAY ALREADY HOLD GOES BACK OUT
      *    AS A REVISION: PO-REVISED-FLAG IS SET (A PICKUP REVISION
      *    KEEPS ITS 'P') AND PO-PRINTED-OR-AUTOFAXED IS CLEARED SO
      *    THE NEXT WPUL507 RUN SENDS IT.
           EVALUATE TRUE
               WHEN PT-ACTION-ADD
                   WRITE DETAIL-RECORD-1-AREA
                       INVALID KEY
                           MOVE "PO ALREADY ON FILE" TO WD-RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED"          TO WD-RESULT-TEXT
                           ADD 1 TO WS-ADDED-COUNT
                   END-WRITE
               WHEN PT-ACTION-CHANGE
                   IF NOT PO-REVISED-PICKUP
                       MOVE 'R'                  TO PO-REVISED-FLAG
                   END-IF
                   MOVE SPACES TO PO-PRINTED-OR-AUTOFAXED
                   REWRITE DETAIL-RECORD-1-AREA
                   MOVE "CHANGED"                TO WD-RESULT-TEXT
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN PT-ACTION-CANCEL
                   REWRITE DETAIL-RECORD-1-AREA
                   MOVE "CANCELLED"              TO WD-RESULT-TEXT
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN PT-ACTION-APPROVE
                   REWRITE DETAIL-RECORD-1-AREA
                   MOVE "APPROVED"               TO WD-RESULT-TEXT
                   ADD 1 TO WS-APPROVED-COUNT
           END-EVALUATE
           IF WD-RESULT-TEXT NOT = "PO ALREADY ON FILE"
               PERFORM 4100-WRITE-HISTORY
           END-IF.

       4100-WRITE-HISTORY.
           MOVE 1 TO WS-CHANGE-SUB
           PERFORM UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
               PERFORM 4110-FIND-NEXT-SEQUENCE
               MOVE SPACES                   TO PO-HISTORY-RECORD
               MOVE PO-BUYER-NUMBER          TO PH-BUYER-NUMBER
               MOVE PO-PURCHASE-ORDER-NUMBER TO PH-PURCHASE-ORDER-NUMBER
               MOVE WS-NEXT-SEQUENCE         TO PH-REVISION-SEQUENCE
               MOVE WS-CURRENT-DATE-MMDDYY   TO PH-REVISION-DATE
               MOVE WS-CURRENT-TIME          TO PH-REVISION-TIME
               MOVE PO-APPROVAL-USER-ID      TO PH-APPROVAL-USER-ID
               MOVE PO-REVISED-FLAG          TO PH-REVISED-FLAG
               MOVE ZERO                     TO PH-CHANGE-COUNT
               PERFORM UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
                   OR PH-CHANGE-COUNT = 10
                   ADD 1 TO PH-CHANGE-COUNT
                   MOVE WS-CHANGE-ENTRY-NAME(WS-CHANGE-SUB)
                       TO PH-FIELD-NAME(PH-CHANGE-COUNT)
                   MOVE WS-CHANGE-ENTRY-BEFORE(WS-CHANGE-SUB)
                       TO PH-BEFORE-VALUE(PH-CHANGE-COUNT)
                   MOVE WS-CHANGE-ENTRY-AFTER(WS-CHANGE-SUB)
                       TO PH-AFTER-VALUE(PH-CHANGE-COUNT)
                   ADD 1 TO WS-CHANGE-SUB
               END-PERFORM
               WRITE PO-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-COUNT
           END-PERFORM.

       4110-FIND-NEXT-SEQUENCE.
      *    LOCATE THE NEXT UNUSED REVISION SEQUENCE FOR THIS PO BY
      *    PROBING THE HISTORY FILE UPWARD FROM 1 UNTIL A KEY COMES
      *    BACK NOT-FOUND, THE SAME WAY WPUL476 NUMBERS ITS RECORDS.
           MOVE 1   TO WS-NEXT-SEQUENCE
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           PERFORM UNTIL WS-SLOT-FOUND
               MOVE PO-BUYER-NUMBER          TO PH-BUYER-NUMBER
               MOVE PO-PURCHASE-ORDER-NUMBER TO PH-PURCHASE-ORDER-NUMBER
               MOVE WS-NEXT-SEQUENCE         TO PH-REVISION-SEQUENCE
               READ PO-HISTORY-FILE
                   INVALID KEY
                       SET WS-SLOT-FOUND TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-NEXT-SEQUENCE
               END-READ
           END-PERFORM.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL508"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL508"          TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ    TO RL-CALL-RECORDS-READ
           COMPUTE RL-CALL-RECORDS-WRITTEN =
               WS-ADDED-COUNT + WS-CHANGED-COUNT
               + WS-CANCELLED-COUNT + WS-APPROVED-COUNT
           MOVE WS-REJECTED-COUNT  TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           IF WS-ADDED-COUNT = ZERO
               AND WS-CHANGED-COUNT = ZERO
               AND WS-CANCELLED-COUNT = ZERO
               AND WS-APPROVED-COUNT = ZERO
               WRITE REGISTER-RPT-LINE FROM WS-NO-TRANS-LINE
           END-IF
           IF WS-REJECTED-COUNT = ZERO
               WRITE REJECT-RPT-LINE FROM WS-NO-REJECT-LINE
           END-IF
           CLOSE PO-MAINT-TRANS-FILE
           CLOSE PO-DETAIL-FILE
           CLOSE VENDOR-MASTER-FILE
           CLOSE PO-HISTORY-FILE
           CLOSE REGISTER-RPT-FILE
           CLOSE REJECT-RPT-FILE
           DISPLAY "WPUL508: " WS-ADDED-COUNT " ADDED, "
               WS-CHANGED-COUNT " CHANGED, "
               WS-CANCELLED-COUNT " CANCELLED, "
               WS-APPROVED-COUNT " APPROVED, "
               WS-REJECTED-COUNT " REJECTED".
