       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL505.
      *
      *    DOCK RECEIVING POSTING.
      *    POSTS THE RECEIVING DOCK'S TALLY CARDS TO THE PO FILE SO
      *    PO-DATE-RECEIVED AND THE PO-ACTUAL-TURN FIELDS ARE FILLED
      *    BY THE DOCK INSTEAD OF BY HAND. EACH CARD IS ONE RECEIPT
      *    AGAINST ONE PO:
      *        COL 1-2    BUYER NUMBER   (PO-BUYER-NUMBER)
      *        COL 3-8    PO NUMBER      (PO-PURCHASE-ORDER-NUMBER)
      *        COL 9-13   RECEIPT NUMBER (PO-FIRST-RECEIPT-NUMBER)
      *        COL 14-19  DATE RECEIVED  MMDDYY
      *        COL 20-26  UNITS RECEIVED
      *        COL 27-33  WEIGHT RECEIVED
      *        COL 34-40  CUBE RECEIVED     9(05)V99, NO DECIMAL POINT
      *        COL 41-47  PALLETS RECEIVED  9(05)V99, NO DECIMAL POINT
      *    THE DOCK NEVER SEES A PRICE, SO PO-ACTUAL-TURN-COST IS THE
      *    ORDERED UNIT COST (PO-TURN-COST / PO-TURN-UNITS) TIMES THE
      *    UNITS RECEIVED. A POSTED PO GOES TO STATUS 'W'.
      *    A CARD FOR AN UNKNOWN, CANCELLED, CLOSED OR HISTORY PO, OR
      *    FOR A PO ALREADY RECEIVED, IS REJECTED AND NEVER TOUCHES
      *    THE FILE. UNITS RECEIVED ARE COMPARED TO PO-TURN-UNITS:
      *    AN OVER-RECEIPT IS POSTED AND FLAGGED FOR THE BUYER; A
      *    SHORT RECEIPT SPAWNS A BACKORDER PO FOR THE BALANCE WHEN
      *    PO-BACKORDER-ALLOWED, OTHERWISE THE PO IS CLOSED OUT ('D')
      *    SHORT. THE BACKORDER IS WRITTEN BEFORE THE ORIGINAL IS
      *    REWRITTEN; IF NO BACKORDER CAN BE WRITTEN THE ORIGINAL IS
      *    CLOSED OUT SHORT INSTEAD, SO THE BALANCE IS NEVER LEFT
      *    BELONGING TO NO PO. EVERY CARD IS ECHOED TO THE POSTING
      *    REGISTER WITH ITS RESULT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT RECEIPT-TRANS-FILE
               ASSIGN TO "RCVCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REGISTER-RPT-FILE
               ASSIGN TO "WPUL505R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  RECEIPT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-TRANS-RECORD.
           05  RC-RECORD-KEY.
               10  RC-BUYER-NUMBER         PIC X(02).
               10  RC-PO-NUMBER            PIC 9(06).
           05  RC-RECEIPT-NUMBER           PIC X(05).
           05  RC-DATE-RECEIVED            PIC 9(06).
           05  RC-UNITS                    PIC 9(07).
           05  RC-WEIGHT                   PIC 9(07).
           05  RC-CUBE                     PIC 9(05)V99.
           05  RC-PALLETS                  PIC 9(05)V99.

       FD  REGISTER-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-TRANS-FILE-STATUS              PIC X(02).
           88  WS-TRANS-FILE-OK              VALUE '00'.
       01  WS-TRANS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                  VALUE 'Y'.

           COPY "WPUDATE_COPYBOOK.CBL".
           COPY "WPURLOG_COPYBOOK.CBL".

      *    PRE-RECEIPT IMAGE OF THE PO, THE PATTERN FOR ANY BACKORDER
      *    SPAWNED FROM IT. SIZED EXACTLY TO DETAIL-RECORD-1-AREA.
       01  WS-HOLD-PO-RECORD                 PIC X(1200).
      *    POSTED IMAGE OF THE PO, HELD WHILE ITS BACKORDER IS BUILT
      *    IN THE RECORD AREA.
       01  WS-POSTED-PO-RECORD               PIC X(1200).

      *    BACKORDERS ARE NUMBERED DOWN FROM THE TOP OF THE BUYER'S
      *    PO NUMBER RANGE SO THEY NEVER COLLIDE WITH THE ORDERING
      *    SYSTEM'S ASCENDING SEQUENCE.
       01  WS-BACKORDER-PO-NUMBER            PIC 9(06).
       01  WS-BACKORDER-FOUND-FLAG           PIC X(01).
           88  WS-BACKORDER-NUMBER-FOUND     VALUE 'Y'.
       01  WS-BACKORDER-WRITTEN-FLAG         PIC X(01).
           88  WS-BACKORDER-WRITTEN          VALUE 'Y'.

       01  WS-BALANCE-UNITS                  PIC S9(07) COMP-3.
       01  WS-UNIT-VARIANCE                  PIC S9(07) COMP-3.

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-POSTED-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-OVER-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-SHORT-CLOSED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-BACKORDER-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-NO-BACKORDER-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL505  DOCK RECEIVING POSTING REGISTER".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(07) VALUE "RCPT".
           05  FILLER                 PIC X(08) VALUE "RCVD".
           05  FILLER                 PIC X(10) VALUE "RCV-UNITS".
           05  FILLER                 PIC X(10) VALUE "PO-UNITS".
           05  FILLER                 PIC X(10) VALUE "VARIANCE".
           05  FILLER                 PIC X(12) VALUE "ACTUAL-COST".
           05  FILLER                 PIC X(22) VALUE "RESULT".
           05  FILLER                 PIC X(10) VALUE "BACKORDER".

       01  WS-DETAIL-LINE.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RECEIPT-NUMBER             PIC X(05).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-DATE-RECEIVED              PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RECEIVED-UNITS             PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-PO-UNITS                   PIC ZZZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-UNIT-VARIANCE              PIC ZZZZZZ9-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-ACTUAL-COST                PIC -(6)9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-BACKORDER-KEY              PIC X(08).

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO RECEIPT CARDS PRESENTED THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECEIPTS
               UNTIL WS-TRANS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           OPEN INPUT RECEIPT-TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "WPUL505: UNABLE TO OPEN RCVCARDS, STATUS="
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL505: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-RPT-FILE
           WRITE REGISTER-RPT-LINE FROM WS-HEADING-1
           WRITE REGISTER-RPT-LINE FROM WS-HEADING-2
           PERFORM 2100-READ-NEXT-TRANS.

       2000-PROCESS-RECEIPTS.
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO WD-BACKORDER-KEY
           MOVE ZERO   TO WD-PO-UNITS
           MOVE ZERO   TO WD-UNIT-VARIANCE
           MOVE ZERO   TO WD-ACTUAL-COST
           PERFORM 2200-EDIT-RECEIPT
           IF WD-RESULT-TEXT = SPACES
               PERFORM 2300-POST-RECEIPT
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2400-WRITE-REGISTER-LINE
           PERFORM 2100-READ-NEXT-TRANS.

       2100-READ-NEXT-TRANS.
           READ RECEIPT-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       2200-EDIT-RECEIPT.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN AND THE PO IN THE RECORD AREA MAY BE
      *    POSTED BY 2300.
           MOVE SPACES TO WD-RESULT-TEXT
           IF RC-BUYER-NUMBER = SPACES
               OR RC-PO-NUMBER IS NOT NUMERIC
               MOVE "BAD PO KEY"          TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND RC-RECEIPT-NUMBER = SPACES
               MOVE "RECEIPT NO MISSING"  TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (RC-UNITS IS NOT NUMERIC
                   OR RC-WEIGHT IS NOT NUMERIC
                   OR RC-CUBE IS NOT NUMERIC
                   OR RC-PALLETS IS NOT NUMERIC)
               MOVE "BAD QUANTITY"        TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND RC-DATE-RECEIVED IS NOT NUMERIC
               MOVE "BAD RECEIVED DATE"   TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               MOVE 'DB'             TO DS-FUNCTION
               MOVE SPACES           TO DS-FACILITY
               MOVE RC-DATE-RECEIVED TO DS-DATE-1
               MOVE RC-DATE-RECEIVED TO DS-DATE-2
               MOVE ZERO             TO DS-DAYS-REQUESTED
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF NOT DS-RETURN-GOOD
                   MOVE "BAD RECEIVED DATE" TO WD-RESULT-TEXT
               END-IF
           END-IF
           IF WD-RESULT-TEXT = SPACES
               MOVE RC-BUYER-NUMBER TO PO-BUYER-NUMBER
               MOVE RC-PO-NUMBER    TO PO-PURCHASE-ORDER-NUMBER
               READ PO-DETAIL-FILE
                   INVALID KEY
                       MOVE "PO NOT ON FILE"  TO WD-RESULT-TEXT
               END-READ
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
               AND PO-DETAIL-HISTORY
               MOVE "HISTORY RECORD"      TO WD-RESULT-TEXT
           END-IF
      *    ONE RECEIPT PER PO. THE BALANCE OF A SHORT RECEIPT LIVES ON
      *    ITS BACKORDER PO, SO A SECOND CARD AGAINST THE SAME PO IS A
      *    DUPLICATE OR A MIS-KEY.
           IF WD-RESULT-TEXT = SPACES
               AND (PO-WAREHOUSE-RECEIPT
                   OR PO-DATE-RECEIVED NOT = ZERO)
               MOVE "ALREADY RECEIVED"    TO WD-RESULT-TEXT
           END-IF.

       2300-POST-RECEIPT.
           MOVE DETAIL-RECORD-1-AREA TO WS-HOLD-PO-RECORD
           MOVE RC-DATE-RECEIVED     TO PO-DATE-RECEIVED
           MOVE RC-RECEIPT-NUMBER    TO PO-FIRST-RECEIPT-NUMBER
           MOVE RC-UNITS             TO PO-ACTUAL-TURN-UNITS
           MOVE RC-WEIGHT            TO PO-ACTUAL-TURN-WEIGHT
           MOVE RC-CUBE              TO PO-ACTUAL-TURN-CUBE
           MOVE RC-PALLETS           TO PO-ACTUAL-TURN-PALLETS
           IF PO-TURN-UNITS > ZERO
               COMPUTE PO-ACTUAL-TURN-COST ROUNDED =
                   PO-TURN-COST * RC-UNITS / PO-TURN-UNITS
           ELSE
               MOVE PO-TURN-COST     TO PO-ACTUAL-TURN-COST
           END-IF
           COMPUTE WS-UNIT-VARIANCE = RC-UNITS - PO-TURN-UNITS
           MOVE 'W' TO PO-STATUS
           EVALUATE TRUE
               WHEN WS-UNIT-VARIANCE > ZERO
                   MOVE "POSTED - OVER"       TO WD-RESULT-TEXT
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-UNIT-VARIANCE = ZERO
                   MOVE "POSTED"              TO WD-RESULT-TEXT
               WHEN PO-BACKORDER-ALLOWED
                   MOVE "POSTED - BACKORDERED" TO WD-RESULT-TEXT
               WHEN OTHER
                   MOVE 'D' TO PO-STATUS
                   MOVE "SHORT - PO CLOSED" TO WD-RESULT-TEXT
                   ADD 1 TO WS-SHORT-CLOSED-COUNT
           END-EVALUATE
           MOVE PO-TURN-UNITS        TO WD-PO-UNITS
           MOVE WS-UNIT-VARIANCE     TO WD-UNIT-VARIANCE
           MOVE PO-ACTUAL-TURN-COST  TO WD-ACTUAL-COST
           IF WS-UNIT-VARIANCE < ZERO
               AND PO-BACKORDER-ALLOWED
               COMPUTE WS-BALANCE-UNITS = ZERO - WS-UNIT-VARIANCE
               MOVE DETAIL-RECORD-1-AREA TO WS-POSTED-PO-RECORD
               PERFORM 3000-SPAWN-BACKORDER
               MOVE WS-POSTED-PO-RECORD  TO DETAIL-RECORD-1-AREA
               IF NOT WS-BACKORDER-WRITTEN
                   MOVE 'D' TO PO-STATUS
                   MOVE "SHORT - NO BACKORDER" TO WD-RESULT-TEXT
                   ADD 1 TO WS-NO-BACKORDER-COUNT
               END-IF
           END-IF
           REWRITE DETAIL-RECORD-1-AREA.

       2400-WRITE-REGISTER-LINE.
      *    WD-RESULT-TEXT AND THE PO FIGURES ARE SET BY 2200/2300
      *    BEFORE THE PERFORM.
           MOVE RC-RECORD-KEY        TO WD-RECORD-KEY
           MOVE RC-RECEIPT-NUMBER    TO WD-RECEIPT-NUMBER
           MOVE RC-DATE-RECEIVED     TO WD-DATE-RECEIVED
           MOVE RC-UNITS             TO WD-RECEIVED-UNITS
           WRITE REGISTER-RPT-LINE FROM WS-DETAIL-LINE.

       3000-SPAWN-BACKORDER.
      *    THE BACKORDER IS THE PRE-RECEIPT PO CUT DOWN TO THE UNITS
      *    NOT RECEIVED, WITH TURN WEIGHT/CUBE/PALLETS/COST PRORATED
      *    BY UNITS AND EVERYTHING THAT BELONGED TO THE FIRST
      *    SHIPMENT (RECEIPT, ASN, APPOINTMENT, LABELS) CLEARED.
      *    PO-PRINTED-OR-AUTOFAXED IS CLEARED SO THE NEXT PRINT AND
      *    TRANSMIT RUN SENDS IT TO THE VENDOR.
      *    WS-BACKORDER-WRITTEN TELLS 2300 WHETHER IT WORKED.
           MOVE 'N' TO WS-BACKORDER-WRITTEN-FLAG
           PERFORM 3100-FIND-BACKORDER-NUMBER
           IF WS-BACKORDER-NUMBER-FOUND
               MOVE WS-HOLD-PO-RECORD      TO DETAIL-RECORD-1-AREA
               MOVE WS-BACKORDER-PO-NUMBER TO PO-PURCHASE-ORDER-NUMBER
               COMPUTE PO-TURN-COST ROUNDED =
                   PO-TURN-COST * WS-BALANCE-UNITS / PO-TURN-UNITS
               COMPUTE PO-TURN-WEIGHT ROUNDED =
                   PO-TURN-WEIGHT * WS-BALANCE-UNITS / PO-TURN-UNITS
               COMPUTE PO-TURN-CUBE ROUNDED =
                   PO-TURN-CUBE * WS-BALANCE-UNITS / PO-TURN-UNITS
               COMPUTE PO-TURN-PALLETS ROUNDED =
                   PO-TURN-PALLETS * WS-BALANCE-UNITS / PO-TURN-UNITS
               MOVE WS-BALANCE-UNITS       TO PO-TURN-UNITS
               MOVE ZERO   TO PO-ACTUAL-TURN-COST
               MOVE ZERO   TO PO-ACTUAL-TURN-WEIGHT
               MOVE ZERO   TO PO-ACTUAL-TURN-CUBE
               MOVE ZERO   TO PO-ACTUAL-TURN-PALLETS
               MOVE ZERO   TO PO-ACTUAL-TURN-UNITS
               MOVE ZERO   TO PO-ACTUAL-TURN-DOZENS
               MOVE ZERO   TO PO-DATE-RECEIVED
               MOVE SPACES TO PO-FIRST-RECEIPT-NUMBER
               MOVE ZERO   TO PO-ASN-NUMBER
               MOVE ZERO   TO PO-ASN-MANIFEST
               MOVE SPACES TO PO-ASN-CARRIER
               MOVE ZERO   TO PO-ASN-TRAILER
               MOVE SPACES TO PO-ASN-STATUS
               MOVE SPACES TO PO-ASN-DELV-DATE
               MOVE ZERO   TO PO-DATE-APPOINTMENT
               MOVE ZERO   TO PO-TIME-APPOINTMENT
               MOVE SPACES TO PO-DOOR-APPOINTMENT
               MOVE SPACES TO PO-TRAILER-NUMBER
               MOVE SPACES TO PO-PALLET-LABELS
               MOVE SPACES TO PO-PRE-RECEIPT-FLAG
               MOVE SPACES TO PO-PRINTED-OR-AUTOFAXED
               MOVE SPACES TO PO-REVISED-FLAG
               WRITE DETAIL-RECORD-1-AREA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BACKORDER-WRITTEN TO TRUE
                       MOVE PO-RECORD-KEY TO WD-BACKORDER-KEY
                       ADD 1 TO WS-BACKORDER-COUNT
               END-WRITE
           END-IF.

       3100-FIND-BACKORDER-NUMBER.
      *    PROBE DOWNWARD FROM 999999 UNDER THE SAME BUYER FOR THE
      *    FIRST NUMBER NOT ON FILE. THE KEYED READS OVERLAY THE
      *    RECORD AREA; 3000 RESTORES THE HELD IMAGE AFTERWARD.
           MOVE 'N'    TO WS-BACKORDER-FOUND-FLAG
           MOVE 999999 TO WS-BACKORDER-PO-NUMBER
           PERFORM UNTIL WS-BACKORDER-NUMBER-FOUND
               OR WS-BACKORDER-PO-NUMBER = ZERO
               MOVE RC-BUYER-NUMBER        TO PO-BUYER-NUMBER
               MOVE WS-BACKORDER-PO-NUMBER TO PO-PURCHASE-ORDER-NUMBER
               READ PO-DETAIL-FILE
                   INVALID KEY
                       SET WS-BACKORDER-NUMBER-FOUND TO TRUE
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-BACKORDER-PO-NUMBER
               END-READ
           END-PERFORM.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL505"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL505"          TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ    TO RL-CALL-RECORDS-READ
           COMPUTE RL-CALL-RECORDS-WRITTEN =
               WS-POSTED-COUNT + WS-BACKORDER-COUNT
           COMPUTE RL-CALL-RECORDS-EXCEPTED =
               WS-REJECTED-COUNT + WS-OVER-COUNT +
               WS-SHORT-CLOSED-COUNT + WS-NO-BACKORDER-COUNT
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           IF WS-RECORDS-READ = ZERO
               WRITE REGISTER-RPT-LINE FROM WS-NO-TRANS-LINE
           END-IF
           CLOSE RECEIPT-TRANS-FILE
           CLOSE PO-DETAIL-FILE
           CLOSE REGISTER-RPT-FILE
           DISPLAY "WPUL505: " WS-POSTED-COUNT " RECEIPTS POSTED, "
               WS-OVER-COUNT " OVER, "
               WS-BACKORDER-COUNT " BACKORDERED, "
               WS-SHORT-CLOSED-COUNT " CLOSED SHORT, "
               WS-NO-BACKORDER-COUNT " CLOSED SHORT - NO BACKORDER, "
               WS-REJECTED-COUNT " REJECTED".
