       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL519.
      *
      *    EDI 856 ADVANCE SHIP NOTICE INTAKE.
      *    LOADS THE VENDOR SHIP NOTICES COMING BACK FROM THE VAN INTO
      *    THE PO ASN FIELDS, SO RECEIVING STOPS KEYING THEM OFF THE
      *    VAN CONSOLE AND WPUL482 STOPS FINDING TRAILERS AND PENDING
      *    ASNS THAT WERE SIMPLY MISTYPED. EACH TRANSLATED 856 RECORD
      *    CARRIES:
      *        COL 1-6    PO NUMBER      (PO-PURCHASE-ORDER-NUMBER)
      *        COL 7      PURPOSE        'O' ORIGINAL NOTICE
      *                                  'C' VENDOR CANCELLATION
      *        COL 8-15   ASN NUMBER     (PO-ASN-NUMBER)
      *        COL 16-19  CARRIER SCAC   (PO-ASN-CARRIER)
      *        COL 20-24  TRAILER        (PO-ASN-TRAILER)
      *        COL 25-30  SHIP DATE      MMDDYY
      *        COL 31-36  DELIVERY DATE  MMDDYY (PO-ASN-DELV-DATE)
      *        COL 37-43  SHIPPED UNITS
      *        COL 44-49  VENDOR NUMBER
      *    AN ORIGINAL LOADS THE ASN FIELDS AND SETS PO-ASN-STATUS
      *    PENDING; A CANCELLATION OF THE ASN ON THE PO SETS IT
      *    CANCELLED. A VENDOR CANCEL/REPLACE ARRIVES AS A CANCEL OF
      *    THE OLD NOTICE FOLLOWED BY A NEW ORIGINAL, AND THE NIGHT'S
      *    NOTICES ARE APPLIED IN THE ORDER THEY ARRIVED. SHIPPED
      *    UNITS AND SHIP DATE ARE CHECKED AGAINST PO-TURN-UNITS AND
      *    PO-DATE-SHIP, AND EVERY DISAGREEMENT AND CANCELLATION GOES
      *    ON THE BUYER REPORT (WPUL519R, IN BUYER ORDER). NOTICES
      *    THAT ARE MALFORMED OR NAME AN UNKNOWN, CLOSED, CANCELLED OR
      *    TRANSFER PO GO ON THE REJECT REPORT (WPUL519E). A NOTICE
      *    FOR A PO WHOSE ASN IS ALREADY APPROVED IS NEVER APPLIED --
      *    IT IS LISTED THERE AS HELD FOR RECEIVING TO REVIEW.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT ASN-TRANS-FILE
               ASSIGN TO "EDI856IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-FILE-STATUS.

           SELECT INTAKE-RPT-FILE
               ASSIGN TO "WPUL519R"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-RPT-FILE
               ASSIGN TO "WPUL519E"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  ASN-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASN-TRANS-RECORD.
           05  SN-PURCHASE-ORDER-NUMBER    PIC 9(06).
           05  SN-PURPOSE                  PIC X(01).
               88  SN-ORIGINAL             VALUE 'O'.
               88  SN-CANCELLATION         VALUE 'C'.
               88  SN-PURPOSE-VALID        VALUES 'O' 'C'.
           05  SN-ASN-NUMBER               PIC 9(08).
           05  SN-CARRIER                  PIC X(04).
           05  SN-TRAILER                  PIC 9(05).
           05  SN-SHIP-DATE                PIC 9(06).
           05  SN-DELIVERY-DATE            PIC X(06).
           05  SN-SHIPPED-UNITS            PIC 9(07).
           05  SN-VENDOR-NUMBER            PIC X(06).

       FD  INTAKE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTAKE-RPT-LINE                  PIC X(132).

       FD  REJECT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-ASN-FILE-STATUS                PIC X(02).
           88  WS-ASN-FILE-OK                VALUE '00'.
       01  WS-ASN-EOF-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-ASN-EOF                    VALUE 'Y'.

           COPY "WPURLOG_COPYBOOK.CBL".

      *    LIKE THE 855, THE 856 CARRIES ONLY THE PO NUMBER -- THE
      *    BUYER HALF OF PO-RECORD-KEY IS OURS -- SO THE NIGHT'S
      *    NOTICES ARE TABLED AND THE PO FILE IS SCANNED ONCE. THE
      *    TABLE KEEPS ARRIVAL ORDER, WHICH IS THE ORDER NOTICES FOR
      *    THE SAME PO ARE APPLIED IN.
       01  WS-SN-TABLE-MAX                   PIC 9(04) VALUE 5000.
       01  WS-SN-COUNT                       PIC 9(04) VALUE ZERO.
       01  WS-SN-TABLE.
           05  WS-SN-ENTRY                   OCCURS 5000 TIMES.
               10  WS-SN-PO-NUMBER           PIC 9(06).
               10  WS-SN-PURPOSE             PIC X(01).
                   88  WS-SN-CANCELLATION    VALUE 'C'.
               10  WS-SN-ASN-NUMBER          PIC 9(08).
               10  WS-SN-CARRIER             PIC X(04).
               10  WS-SN-TRAILER             PIC 9(05).
               10  WS-SN-SHIP-DATE           PIC 9(06).
               10  WS-SN-DELIVERY-DATE       PIC X(06).
               10  WS-SN-SHIPPED-UNITS       PIC 9(07).
               10  WS-SN-VENDOR-NUMBER       PIC X(06).
               10  WS-SN-MATCHED-FLAG        PIC X(01).
                   88  WS-SN-MATCHED         VALUE 'Y'.
       01  WS-SN-SUB                         PIC 9(04).
       01  WS-PO-CHANGED-FLAG                PIC X(01).
           88  WS-PO-CHANGED                 VALUE 'Y'.

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-NOTICES-READ                   PIC 9(07) VALUE ZERO.
       01  WS-APPLIED-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CANCELLED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                     PIC 9(05) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL519  EDI 856 SHIP NOTICE INTAKE -- BUYER DISCREPANCIES".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(21) VALUE "BUYER".
           05  FILLER                 PIC X(10) VALUE "ASN".
           05  FILLER                 PIC X(10) VALUE "SHIP-UNITS".
           05  FILLER                 PIC X(10) VALUE "PO-UNITS".
           05  FILLER                 PIC X(10) VALUE "SHIP-DATE".
           05  FILLER                 PIC X(10) VALUE "PO-SHIP".
           05  FILLER                 PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-BUYER-NAME                 PIC X(19).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-ASN-NUMBER                 PIC 9(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-SHIPPED-UNITS              PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-PO-UNITS                   PIC -(6)9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-SHIP-DATE                  PIC 99/99/99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-PO-SHIP-DATE               PIC 99/99/99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(30).

       01  WS-REJECT-HEADING-1              PIC X(132) VALUE
           "WPUL519  EDI 856 SHIP NOTICES REJECTED OR HELD FOR REVIEW".
       01  WS-REJECT-HEADING-2.
           05  FILLER                 PIC X(08) VALUE "PO-NO".
           05  FILLER                 PIC X(08) VALUE "VENDOR".
           05  FILLER                 PIC X(10) VALUE "ASN".
           05  FILLER                 PIC X(05) VALUE "PURP".
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(10) VALUE "PO-ASN".
           05  FILLER                 PIC X(30) VALUE "RESULT".

       01  WS-REJECT-LINE.
           05  WE-PO-NUMBER                  PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WE-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WE-ASN-NUMBER                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WE-PURPOSE                    PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WE-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WE-PO-ASN-NUMBER              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WE-RESULT-TEXT                PIC X(30).

       01  WS-NO-ASN-LINE                   PIC X(132) VALUE
           "NO 856 SHIP NOTICES PRESENTED THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ASN-TABLE
               UNTIL WS-ASN-EOF
           IF WS-SN-COUNT > ZERO
               PERFORM 3000-PROCESS-PO-FILE
                   UNTIL PO-EOF
               PERFORM 5000-REJECT-UNMATCHED-ASNS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           OPEN INPUT ASN-TRANS-FILE
           IF NOT WS-ASN-FILE-OK
               DISPLAY "WPUL519: UNABLE TO OPEN EDI856IN, STATUS="
                   WS-ASN-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL519: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT INTAKE-RPT-FILE
           WRITE INTAKE-RPT-LINE FROM WS-HEADING-1
           WRITE INTAKE-RPT-LINE FROM WS-HEADING-2
           OPEN OUTPUT REJECT-RPT-FILE
           WRITE REJECT-RPT-LINE FROM WS-REJECT-HEADING-1
           WRITE REJECT-RPT-LINE FROM WS-REJECT-HEADING-2
           MOVE 'N' TO WS-PO-EOF-FLAG
           PERFORM 2100-READ-NEXT-ASN.

       2000-LOAD-ASN-TABLE.
      *    WE-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE NOTICE IS WELL FORMED AND IS TABLED FOR THE PO SCAN.
           ADD 1 TO WS-NOTICES-READ
           MOVE SPACES TO WE-RESULT-TEXT
           IF SN-PURCHASE-ORDER-NUMBER IS NOT NUMERIC
               MOVE "BAD PO NUMBER"             TO WE-RESULT-TEXT
           END-IF
           IF WE-RESULT-TEXT = SPACES
               AND NOT SN-PURPOSE-VALID
               MOVE "BAD PURPOSE CODE"          TO WE-RESULT-TEXT
           END-IF
           IF WE-RESULT-TEXT = SPACES
               AND (SN-ASN-NUMBER IS NOT NUMERIC
                   OR SN-ASN-NUMBER = ZERO)
               MOVE "BAD ASN NUMBER"            TO WE-RESULT-TEXT
           END-IF
           IF WE-RESULT-TEXT = SPACES
               AND SN-ORIGINAL
               AND (SN-TRAILER IS NOT NUMERIC
                   OR SN-SHIP-DATE IS NOT NUMERIC
                   OR SN-DELIVERY-DATE IS NOT NUMERIC
                   OR SN-SHIPPED-UNITS IS NOT NUMERIC)
               MOVE "BAD TRAILER, DATE OR UNITS" TO WE-RESULT-TEXT
           END-IF
           IF WE-RESULT-TEXT = SPACES
               IF WS-SN-COUNT >= WS-SN-TABLE-MAX
                   DISPLAY "WPUL519: MORE THAN " WS-SN-TABLE-MAX
                       " ASNS IN ONE RUN - SPLIT THE INPUT FILE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SN-COUNT
               MOVE SN-PURCHASE-ORDER-NUMBER
                   TO WS-SN-PO-NUMBER(WS-SN-COUNT)
               MOVE SN-PURPOSE       TO WS-SN-PURPOSE(WS-SN-COUNT)
               MOVE SN-ASN-NUMBER    TO WS-SN-ASN-NUMBER(WS-SN-COUNT)
               MOVE SN-CARRIER       TO WS-SN-CARRIER(WS-SN-COUNT)
               MOVE SN-TRAILER       TO WS-SN-TRAILER(WS-SN-COUNT)
               MOVE SN-SHIP-DATE     TO WS-SN-SHIP-DATE(WS-SN-COUNT)
               MOVE SN-DELIVERY-DATE
                   TO WS-SN-DELIVERY-DATE(WS-SN-COUNT)
               MOVE SN-SHIPPED-UNITS
                   TO WS-SN-SHIPPED-UNITS(WS-SN-COUNT)
               MOVE SN-VENDOR-NUMBER
                   TO WS-SN-VENDOR-NUMBER(WS-SN-COUNT)
               MOVE 'N' TO WS-SN-MATCHED-FLAG(WS-SN-COUNT)
           ELSE
               MOVE SN-PURCHASE-ORDER-NUMBER TO WE-PO-NUMBER
               MOVE SN-VENDOR-NUMBER         TO WE-VENDOR-NUMBER
               MOVE SN-ASN-NUMBER            TO WE-ASN-NUMBER
               MOVE SN-PURPOSE               TO WE-PURPOSE
               MOVE SPACES                   TO WE-RECORD-KEY
               MOVE SPACES                   TO WE-PO-ASN-NUMBER
               WRITE REJECT-RPT-LINE FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2100-READ-NEXT-ASN.

       2100-READ-NEXT-ASN.
           READ ASN-TRANS-FILE
               AT END
                   SET WS-ASN-EOF TO TRUE
           END-READ.

       3000-PROCESS-PO-FILE.
      *    CLOSED AND CANCELLED POS ARE MATCHED TOO, SO A NOTICE FOR
      *    ONE IS REJECTED FOR WHAT IT IS RATHER THAN AS UNKNOWN.
           PERFORM 3100-READ-NEXT-PO
           IF NOT PO-EOF
               ADD 1 TO WS-RECORDS-READ
               IF NOT PO-DETAIL-HISTORY
                   PERFORM 3200-MATCH-PO-TO-ASNS
               END-IF
           END-IF.

       3100-READ-NEXT-PO.
           READ PO-DETAIL-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
           END-READ.

       3200-MATCH-PO-TO-ASNS.
      *    PO NUMBERS ARE ONLY UNIQUE WITHIN BUYER, SO WHEN THE 856
      *    CARRIES A VENDOR NUMBER IT MUST AGREE WITH THE PO; A BLANK
      *    VENDOR FALLS BACK TO THE NUMBER-ONLY MATCH, AS FOR THE 855.
      *    EVERY NOTICE FOR THE PO IS APPLIED IN ARRIVAL ORDER BEFORE
      *    THE PO IS REWRITTEN ONCE.
           MOVE 'N' TO WS-PO-CHANGED-FLAG
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1
               UNTIL WS-SN-SUB > WS-SN-COUNT
               IF NOT WS-SN-MATCHED(WS-SN-SUB)
                   AND WS-SN-PO-NUMBER(WS-SN-SUB) =
                       PO-PURCHASE-ORDER-NUMBER
                   AND (WS-SN-VENDOR-NUMBER(WS-SN-SUB) = SPACES
                       OR WS-SN-VENDOR-NUMBER(WS-SN-SUB) =
                           PO-VENDOR-NUMBER)
                   SET WS-SN-MATCHED(WS-SN-SUB) TO TRUE
                   PERFORM 3300-APPLY-ONE-ASN
               END-IF
           END-PERFORM
           IF WS-PO-CHANGED
               REWRITE DETAIL-RECORD-1-AREA
           END-IF.

       3300-APPLY-ONE-ASN.
      *    AN APPROVED ASN HAS BEEN CHECKED AGAINST THE TRAILER AT THE
      *    DOCK; NOTHING FROM THE VAN MAY REPLACE OR CANCEL IT.
      *    TRANSFER POS CARRY TRANSFER PAPERWORK IN THE ASN FIELDS.
           MOVE SPACES TO WE-RESULT-TEXT
           EVALUATE TRUE
               WHEN PO-CANCELLED
                   MOVE "PO CANCELLED"              TO WE-RESULT-TEXT
               WHEN PO-CLOSED
                   MOVE "PO CLOSED"                 TO WE-RESULT-TEXT
               WHEN PO-ASN-STATUS-IS-TRANSFER
                   MOVE "TRANSFER PO - NO VENDOR ASN"
                       TO WE-RESULT-TEXT
               WHEN PO-ASN-STATUS-IS-APPROVED
                   MOVE "HELD - PO HAS AN APPROVED ASN"
                       TO WE-RESULT-TEXT
               WHEN WS-SN-CANCELLATION(WS-SN-SUB)
                   AND WS-SN-ASN-NUMBER(WS-SN-SUB) NOT = PO-ASN-NUMBER
                   MOVE "CANCEL FOR AN ASN NOT ON PO"
                       TO WE-RESULT-TEXT
               WHEN WS-SN-CANCELLATION(WS-SN-SUB)
                   PERFORM 3400-CANCEL-ASN
               WHEN OTHER
                   PERFORM 3500-LOAD-ASN
           END-EVALUATE
           IF WE-RESULT-TEXT NOT = SPACES
               IF PO-ASN-STATUS-IS-APPROVED
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM 4200-WRITE-REJECT-LINE
           END-IF.

       3400-CANCEL-ASN.
      *    THE CANCELLED NOTICE'S NUMBER, CARRIER AND TRAILER STAY ON
      *    THE PO SO RECEIVING CAN SEE WHAT WAS WITHDRAWN.
           SET PO-ASN-STATUS-IS-CANCELLED TO TRUE
           SET WS-PO-CHANGED              TO TRUE
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE "VENDOR CANCELLED THE ASN"  TO WD-RESULT-TEXT
           PERFORM 4100-WRITE-DETAIL-LINE.

       3500-LOAD-ASN.
           MOVE WS-SN-ASN-NUMBER(WS-SN-SUB)    TO PO-ASN-NUMBER
           MOVE WS-SN-CARRIER(WS-SN-SUB)       TO PO-ASN-CARRIER
           MOVE WS-SN-TRAILER(WS-SN-SUB)       TO PO-ASN-TRAILER
           MOVE WS-SN-DELIVERY-DATE(WS-SN-SUB) TO PO-ASN-DELV-DATE
           SET PO-ASN-STATUS-IS-PENDING        TO TRUE
           SET WS-PO-CHANGED                   TO TRUE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 4000-CHECK-ASN-AGREEMENT.

       4000-CHECK-ASN-AGREEMENT.
      *    A PO WITH NO SHIP DATE OF ITS OWN HAS NOTHING TO COMPARE
      *    THE VENDOR'S SHIP DATE AGAINST.
           MOVE SPACES TO WD-RESULT-TEXT
           IF WS-SN-SHIPPED-UNITS(WS-SN-SUB) NOT = PO-TURN-UNITS
               MOVE "SHIPPED QTY DISAGREES"     TO WD-RESULT-TEXT
           END-IF
           IF PO-DATE-SHIP NOT = ZERO
               AND WS-SN-SHIP-DATE(WS-SN-SUB) NOT = PO-DATE-SHIP
               IF WD-RESULT-TEXT = SPACES
                   MOVE "SHIP DATE DISAGREES"   TO WD-RESULT-TEXT
               ELSE
                   MOVE "SHIPPED QTY AND DATE DISAGREE"
                       TO WD-RESULT-TEXT
               END-IF
           END-IF
           IF WD-RESULT-TEXT NOT = SPACES
               PERFORM 4100-WRITE-DETAIL-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

       4100-WRITE-DETAIL-LINE.
      *    WD-RESULT-TEXT IS SET BY THE CALLER BEFORE THE PERFORM.
           MOVE PO-RECORD-KEY                   TO WD-RECORD-KEY
           MOVE PO-BUYER-NAME                   TO WD-BUYER-NAME
           MOVE WS-SN-ASN-NUMBER(WS-SN-SUB)     TO WD-ASN-NUMBER
           MOVE WS-SN-SHIPPED-UNITS(WS-SN-SUB)  TO WD-SHIPPED-UNITS
           MOVE PO-TURN-UNITS                   TO WD-PO-UNITS
           MOVE WS-SN-SHIP-DATE(WS-SN-SUB)      TO WD-SHIP-DATE
           MOVE PO-DATE-SHIP                    TO WD-PO-SHIP-DATE
           WRITE INTAKE-RPT-LINE FROM WS-DETAIL-LINE.

       4200-WRITE-REJECT-LINE.
      *    WE-RESULT-TEXT IS SET BY THE CALLER BEFORE THE PERFORM.
           MOVE WS-SN-PO-NUMBER(WS-SN-SUB)      TO WE-PO-NUMBER
           MOVE WS-SN-VENDOR-NUMBER(WS-SN-SUB)  TO WE-VENDOR-NUMBER
           MOVE WS-SN-ASN-NUMBER(WS-SN-SUB)     TO WE-ASN-NUMBER
           MOVE WS-SN-PURPOSE(WS-SN-SUB)        TO WE-PURPOSE
           IF WE-RESULT-TEXT = "PO NOT ON FILE"
               MOVE SPACES                      TO WE-RECORD-KEY
               MOVE SPACES                      TO WE-PO-ASN-NUMBER
           ELSE
               MOVE PO-RECORD-KEY               TO WE-RECORD-KEY
               MOVE PO-ASN-NUMBER               TO WE-PO-ASN-NUMBER
           END-IF
           WRITE REJECT-RPT-LINE FROM WS-REJECT-LINE.

       5000-REJECT-UNMATCHED-ASNS.
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1
               UNTIL WS-SN-SUB > WS-SN-COUNT
               IF NOT WS-SN-MATCHED(WS-SN-SUB)
                   MOVE "PO NOT ON FILE"        TO WE-RESULT-TEXT
                   PERFORM 4200-WRITE-REJECT-LINE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL519"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL519"          TO RL-CALL-PROGRAM-ID
           MOVE WS-NOTICES-READ    TO RL-CALL-RECORDS-READ
           MOVE WS-APPLIED-COUNT   TO RL-CALL-RECORDS-WRITTEN
           COMPUTE RL-CALL-RECORDS-EXCEPTED =
               WS-DISCREPANCY-COUNT + WS-REJECTED-COUNT +
               WS-HELD-COUNT
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           IF WS-NOTICES-READ = ZERO
               WRITE INTAKE-RPT-LINE FROM WS-NO-ASN-LINE
           END-IF
           CLOSE ASN-TRANS-FILE
           CLOSE PO-DETAIL-FILE
           CLOSE INTAKE-RPT-FILE
           CLOSE REJECT-RPT-FILE
           DISPLAY "WPUL519: " WS-APPLIED-COUNT " ASNS APPLIED, "
               WS-DISCREPANCY-COUNT " DISCREPANCIES, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD FOR REVIEW".
