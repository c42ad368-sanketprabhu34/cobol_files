       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL512.
      *
      *    NIGHTLY OPEN-TO-BUY COMMITMENT RUN.
      *    RESTATES THE RECEIVED AND ON-ORDER FIGURES ON THE OTBMAST
      *    BUDGET MASTER (WPUL511_COPYBOOK.CBL) FROM PODETAIL, THEN
      *    PRINTS BUDGET, RECEIVED, ON-ORDER AND REMAINING OPEN-TO-BUY
      *    BY BUYER, WAREHOUSE AND MONTH FOR THE NEXT SIX MONTHS.
      *        - AN APPROVED PO NOT YET RECEIVED IS ON ORDER AT
      *          PO-TURN-COST IN THE MONTH OF PO-DATE-ARRIVAL. AN
      *          OVERDUE PO WHOSE ARRIVAL MONTH HAS ALREADY CLOSED IS
      *          CARRIED IN THE CURRENT MONTH, WHERE IT WILL LAND.
      *        - ONCE WPUL505 HAS POSTED A RECEIPT (PO-DATE-RECEIVED)
      *          THE PO MOVES TO RECEIVED AT PO-ACTUAL-TURN-COST IN THE
      *          MONTH OF PO-DATE-RECEIVED.
      *        - COSTS FOR A PO-VENDOR-IS-NON-USD VENDOR ARE RESTATED
      *          TO USD AT PO-EXCHANGE-RATE.
      *        - PO-EXCLUDE-THIS-ORDER, CANCELLED, UNAPPROVED AND
      *          HISTORY RECORDS ARE LEFT OUT.
      *    ONLY THE CURRENT AND LATER MONTHS ARE RESTATED; A CLOSED
      *    MONTH KEEPS THE FIGURES IT HAD ON ITS LAST NIGHT, SO WPUL489
      *    PURGES DO NOT ERASE PAST ACTUALS. A COMMITMENT IN A MONTH
      *    WITH NO BUDGET CARD CREATES A ZERO-BUDGET RECORD SO IT
      *    SHOWS AS OVER BUDGET RATHER THAN VANISHING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT OPEN-TO-BUY-FILE
               ASSIGN TO "OTBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-BUDGET-KEY
               FILE STATUS IS WS-OTB-FILE-STATUS.

           SELECT OTB-RPT-FILE
               ASSIGN TO "WPUL512R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  OPEN-TO-BUY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL511_COPYBOOK.CBL".

       FD  OTB-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OTB-RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-OTB-FILE-STATUS                PIC X(02).
           88  WS-OTB-FILE-OK                VALUE '00'.
           88  WS-OTB-FILE-MISSING           VALUE '35'.
       01  WS-OTB-EOF-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-OTB-EOF                    VALUE 'Y'.

           COPY "WPURLOG_COPYBOOK.CBL".

      *    SIZED TO MATCH THE 8-DIGIT DATE YYYYMMDD REGISTER EXACTLY
      *    SO THE ALPHANUMERIC GROUP MOVE ON ACCEPT LANDS EACH
      *    SUB-FIELD CORRECTLY.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-CENTURY            PIC 9(02).
           05  WS-CURRENT-YY                 PIC 9(02).
           05  WS-CURRENT-MM                 PIC 9(02).
           05  WS-CURRENT-DD                 PIC 9(02).

      *    RUN DATE IN THE SUITE'S MMDDYY CONVENTION.
       01  WS-CURRENT-DATE-MMDDYY.
           05  WS-CURRENT-DATE-MM            PIC 9(02).
           05  WS-CURRENT-DATE-DD            PIC 9(02).
           05  WS-CURRENT-DATE-YY            PIC 9(02).

      *    NUMBER OF MONTHS, STARTING WITH THE CURRENT ONE, THE REPORT
      *    LOOKS FORWARD. TUNABLE WITHOUT RESTRUCTURING THE PROGRAM.
       01  WS-HORIZON-MONTHS                 PIC 9(02) VALUE 06.

      *    MONTHS ARE CARRIED CCYYMM TO MATCH OB-BUDGET-MONTH, AND AS
      *    A RUNNING MONTH COUNT (CCYY * 12 + MM - 1) FOR ARITHMETIC.
       01  WS-FIRST-MONTH                    PIC 9(06).
       01  FILLER REDEFINES WS-FIRST-MONTH.
           05  WS-FIRST-CCYY                 PIC 9(04).
           05  WS-FIRST-MM                   PIC 9(02).
       01  WS-LAST-MONTH                     PIC 9(06).
       01  FILLER REDEFINES WS-LAST-MONTH.
           05  WS-LAST-CCYY                  PIC 9(04).
           05  WS-LAST-MM                    PIC 9(02).
       01  WS-POST-MONTH                     PIC 9(06).
       01  FILLER REDEFINES WS-POST-MONTH.
           05  WS-POST-CCYY                  PIC 9(04).
           05  WS-POST-MM                    PIC 9(02).
       01  WS-MONTH-COUNT                    PIC 9(06).
       01  WS-MONTH-REMAINDER                PIC 9(02).
       01  WS-POST-YY                        PIC 9(02).

       01  WS-POST-AMOUNT                    PIC S9(09)V99 COMP-3.
       01  WS-POST-TYPE                      PIC X(01).
           88  WS-POST-RECEIVED              VALUE 'R'.
           88  WS-POST-ON-ORDER              VALUE 'O'.
       01  WS-REMAINING-AMOUNT               PIC S9(09)V99 COMP-3.

       01  WS-FIRST-GROUP-FLAG               PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                VALUE 'Y'.
       01  WS-BREAK-BUYER-NUMBER             PIC X(02).
       01  WS-BUYER-BUDGET-TOTAL             PIC S9(09)V99 COMP-3.
       01  WS-BUYER-RECEIVED-TOTAL           PIC S9(09)V99 COMP-3.
       01  WS-BUYER-ON-ORDER-TOTAL           PIC S9(09)V99 COMP-3.

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-ON-ORDER-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-RECEIVED-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-EXCLUDED-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-CREATED-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-LINE-COUNT                     PIC 9(07) VALUE ZERO.
       01  WS-OVER-BUDGET-COUNT              PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL512  OPEN-TO-BUY COMMITMENT REPORT (USD)".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(07) VALUE "BUYER".
           05  FILLER                 PIC X(06) VALUE "WHSE".
           05  FILLER                 PIC X(08) VALUE "MONTH".
           05  FILLER                 PIC X(18) VALUE "BUDGET".
           05  FILLER                 PIC X(18) VALUE "RECEIVED".
           05  FILLER                 PIC X(18) VALUE "ON-ORDER".
           05  FILLER                 PIC X(19) VALUE "OPEN-TO-BUY".
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-BUYER-NUMBER               PIC X(02).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-WAREHOUSE-SHIP-TO          PIC X(02).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WD-BUDGET-MONTH               PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-BUDGET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-RECEIVED-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-ON-ORDER-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-REMAINING-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-FLAG-TEXT                  PIC X(12).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(28) VALUE
               "PO RECORDS READ           :".
           05  WS1-RECORDS-READ       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "POS ON ORDER              :".
           05  WS2-ON-ORDER           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(28) VALUE
               "POS RECEIVED              :".
           05  WS3-RECEIVED           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(28) VALUE
               "POS EXCLUDED FROM ON-ORDER:".
           05  WS4-EXCLUDED           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(28) VALUE
               "UNBUDGETED MONTHS OPENED  :".
           05  WS5-CREATED            PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(28) VALUE
               "BUYER/MONTHS OVER BUDGET  :".
           05  WS6-OVER-BUDGET        PIC ZZZZZZ9.

       01  WS-NO-BUDGET-LINE                PIC X(132) VALUE
           "NO BUDGETS OR COMMITMENTS IN THE REPORT HORIZON".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PO-FILE
               UNTIL PO-EOF
           PERFORM 4000-PRINT-OPEN-TO-BUY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           COMPUTE WS-FIRST-CCYY = WS-CURRENT-CENTURY * 100
               + WS-CURRENT-YY
           MOVE WS-CURRENT-MM TO WS-FIRST-MM
           COMPUTE WS-MONTH-COUNT = WS-FIRST-CCYY * 12
               + WS-FIRST-MM - 1 + WS-HORIZON-MONTHS - 1
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-LAST-CCYY
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-LAST-MM = WS-MONTH-REMAINDER + 1
           OPEN INPUT PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL512: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPEN-TO-BUY-FILE
           IF WS-OTB-FILE-MISSING
      *        NO BUDGET CARDS EVER RUN -- CREATE THE MASTER EMPTY SO
      *        THE COMMITMENTS CAN STILL BE POSTED AND REPORTED.
               OPEN OUTPUT OPEN-TO-BUY-FILE
               CLOSE OPEN-TO-BUY-FILE
               OPEN I-O OPEN-TO-BUY-FILE
           END-IF
           IF NOT WS-OTB-FILE-OK
               DISPLAY "WPUL512: UNABLE TO OPEN OTBMAST, STATUS="
                   WS-OTB-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT OTB-RPT-FILE
           WRITE OTB-RPT-LINE FROM WS-HEADING-1
           WRITE OTB-RPT-LINE FROM WS-HEADING-2
           PERFORM 1100-CLEAR-COMMITMENTS
           MOVE 'N' TO WS-PO-EOF-FLAG
           PERFORM 2100-READ-NEXT-PO.

       1100-CLEAR-COMMITMENTS.
      *    EVERY OPEN MONTH IS RESTATED FROM SCRATCH TONIGHT, SO ITS
      *    FIGURES ARE ZEROED BEFORE PODETAIL IS READ. CLOSED MONTHS
      *    ARE LEFT AS THEY STAND.
           MOVE LOW-VALUES TO OB-BUDGET-KEY
           MOVE 'N'        TO WS-OTB-EOF-FLAG
           START OPEN-TO-BUY-FILE KEY IS NOT LESS THAN OB-BUDGET-KEY
               INVALID KEY
                   SET WS-OTB-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-OTB-EOF
               READ OPEN-TO-BUY-FILE NEXT RECORD
                   AT END
                       SET WS-OTB-EOF TO TRUE
                   NOT AT END
                       IF OB-BUDGET-MONTH NOT < WS-FIRST-MONTH
                           MOVE ZERO TO OB-RECEIVED-AMOUNT
                           MOVE ZERO TO OB-ON-ORDER-AMOUNT
                           REWRITE OPEN-TO-BUY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2000-PROCESS-PO-FILE.
           ADD 1 TO WS-RECORDS-READ
           IF PO-DETAIL-HISTORY
               OR PO-CANCELLED
               CONTINUE
           ELSE
               IF PO-EXCLUDE-THIS-ORDER
                   ADD 1 TO WS-EXCLUDED-COUNT
               ELSE
                   PERFORM 2200-CLASSIFY-PO
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-PO.

       2100-READ-NEXT-PO.
           READ PO-DETAIL-FILE
               AT END
                   SET PO-EOF TO TRUE
           END-READ.

       2200-CLASSIFY-PO.
           MOVE SPACES TO WS-POST-TYPE
           IF PO-DATE-RECEIVED NOT = ZERO
               SET WS-POST-RECEIVED TO TRUE
               MOVE PO-ACTUAL-TURN-COST  TO WS-POST-AMOUNT
               MOVE PO-DATE-RECEIVED-YY  TO WS-POST-YY
               MOVE PO-DATE-RECEIVED-MM  TO WS-POST-MM
           ELSE
               IF PO-APPROVED
                   SET WS-POST-ON-ORDER TO TRUE
                   MOVE PO-TURN-COST         TO WS-POST-AMOUNT
                   MOVE PO-DATE-ARRIVAL-YY   TO WS-POST-YY
                   MOVE PO-DATE-ARRIVAL-MM   TO WS-POST-MM
               END-IF
           END-IF
           IF WS-POST-TYPE NOT = SPACES
               IF PO-VENDOR-IS-NON-USD
                   AND PO-EXCHANGE-RATE > ZERO
                   COMPUTE WS-POST-AMOUNT ROUNDED =
                       WS-POST-AMOUNT * PO-EXCHANGE-RATE
               END-IF
               IF WS-POST-YY < 50
                   COMPUTE WS-POST-CCYY = 2000 + WS-POST-YY
               ELSE
                   COMPUTE WS-POST-CCYY = 1900 + WS-POST-YY
               END-IF
      *        AN UNDATED OR OVERDUE OPEN PO IS STILL A COMMITMENT --
      *        CARRY IT IN THE CURRENT MONTH.
               IF WS-POST-ON-ORDER
                   AND (WS-POST-MONTH < WS-FIRST-MONTH
                       OR WS-POST-MM < 01 OR WS-POST-MM > 12)
                   MOVE WS-FIRST-MONTH TO WS-POST-MONTH
               END-IF
               IF WS-POST-MONTH NOT < WS-FIRST-MONTH
                   AND WS-POST-MM NOT < 01
                   AND WS-POST-MM NOT > 12
                   PERFORM 3000-POST-COMMITMENT
               END-IF
           END-IF.

       3000-POST-COMMITMENT.
           MOVE PO-BUYER-NUMBER      TO OB-BUYER-NUMBER
           MOVE PO-WAREHOUSE-SHIP-TO TO OB-WAREHOUSE-SHIP-TO
           MOVE WS-POST-MONTH        TO OB-BUDGET-MONTH
           READ OPEN-TO-BUY-FILE
               INVALID KEY
                   MOVE ZERO         TO OB-BUDGET-AMOUNT
                   MOVE ZERO         TO OB-RECEIVED-AMOUNT
                   MOVE ZERO         TO OB-ON-ORDER-AMOUNT
                   MOVE ZERO         TO OB-LAST-MAINT-DATE
                   PERFORM 3100-ADD-TO-BUCKET
                   WRITE OPEN-TO-BUY-RECORD
                   ADD 1 TO WS-CREATED-COUNT
               NOT INVALID KEY
                   PERFORM 3100-ADD-TO-BUCKET
                   REWRITE OPEN-TO-BUY-RECORD
           END-READ.

       3100-ADD-TO-BUCKET.
           IF WS-POST-RECEIVED
               ADD WS-POST-AMOUNT TO OB-RECEIVED-AMOUNT
               ADD 1 TO WS-RECEIVED-COUNT
           ELSE
               ADD WS-POST-AMOUNT TO OB-ON-ORDER-AMOUNT
               ADD 1 TO WS-ON-ORDER-COUNT
           END-IF
           MOVE WS-CURRENT-DATE-MMDDYY TO OB-LAST-COMMIT-DATE.

       4000-PRINT-OPEN-TO-BUY.
      *    THE MASTER IS READ BACK IN KEY ORDER -- BUYER, WAREHOUSE,
      *    MONTH -- AND ONLY THE HORIZON MONTHS ARE PRINTED, WITH A
      *    SIX-MONTH TOTAL AT EACH CHANGE OF BUYER.
           MOVE LOW-VALUES TO OB-BUDGET-KEY
           MOVE 'N'        TO WS-OTB-EOF-FLAG
           MOVE 'Y'        TO WS-FIRST-GROUP-FLAG
           START OPEN-TO-BUY-FILE KEY IS NOT LESS THAN OB-BUDGET-KEY
               INVALID KEY
                   SET WS-OTB-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-OTB-EOF
               READ OPEN-TO-BUY-FILE NEXT RECORD
                   AT END
                       SET WS-OTB-EOF TO TRUE
                   NOT AT END
                       IF OB-BUDGET-MONTH NOT < WS-FIRST-MONTH
                           AND OB-BUDGET-MONTH NOT > WS-LAST-MONTH
                           PERFORM 4100-ACCUMULATE-BUYER
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-GROUP
               PERFORM 4300-WRITE-BUYER-TOTAL
           END-IF.

       4100-ACCUMULATE-BUYER.
           IF WS-FIRST-GROUP
               PERFORM 4200-START-NEW-BUYER
           ELSE
               IF OB-BUYER-NUMBER NOT = WS-BREAK-BUYER-NUMBER
                   PERFORM 4300-WRITE-BUYER-TOTAL
                   PERFORM 4200-START-NEW-BUYER
               END-IF
           END-IF
           ADD OB-BUDGET-AMOUNT   TO WS-BUYER-BUDGET-TOTAL
           ADD OB-RECEIVED-AMOUNT TO WS-BUYER-RECEIVED-TOTAL
           ADD OB-ON-ORDER-AMOUNT TO WS-BUYER-ON-ORDER-TOTAL
           COMPUTE WS-REMAINING-AMOUNT = OB-BUDGET-AMOUNT
               - OB-RECEIVED-AMOUNT - OB-ON-ORDER-AMOUNT
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE OB-BUYER-NUMBER        TO WD-BUYER-NUMBER
           MOVE OB-WAREHOUSE-SHIP-TO   TO WD-WAREHOUSE-SHIP-TO
           MOVE OB-BUDGET-MONTH        TO WD-BUDGET-MONTH
           MOVE OB-BUDGET-AMOUNT       TO WD-BUDGET-AMOUNT
           MOVE OB-RECEIVED-AMOUNT     TO WD-RECEIVED-AMOUNT
           MOVE OB-ON-ORDER-AMOUNT     TO WD-ON-ORDER-AMOUNT
           MOVE WS-REMAINING-AMOUNT    TO WD-REMAINING-AMOUNT
           IF WS-REMAINING-AMOUNT < ZERO
               MOVE "OVER BUDGET"      TO WD-FLAG-TEXT
               ADD 1 TO WS-OVER-BUDGET-COUNT
           END-IF
           WRITE OTB-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       4200-START-NEW-BUYER.
           MOVE OB-BUYER-NUMBER TO WS-BREAK-BUYER-NUMBER
           MOVE ZERO            TO WS-BUYER-BUDGET-TOTAL
           MOVE ZERO            TO WS-BUYER-RECEIVED-TOTAL
           MOVE ZERO            TO WS-BUYER-ON-ORDER-TOTAL
           MOVE 'N'             TO WS-FIRST-GROUP-FLAG.

       4300-WRITE-BUYER-TOTAL.
           COMPUTE WS-REMAINING-AMOUNT = WS-BUYER-BUDGET-TOTAL
               - WS-BUYER-RECEIVED-TOTAL - WS-BUYER-ON-ORDER-TOTAL
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE WS-BREAK-BUYER-NUMBER   TO WD-BUYER-NUMBER
           MOVE "TOTAL"                 TO WD-BUDGET-MONTH
           MOVE WS-BUYER-BUDGET-TOTAL   TO WD-BUDGET-AMOUNT
           MOVE WS-BUYER-RECEIVED-TOTAL TO WD-RECEIVED-AMOUNT
           MOVE WS-BUYER-ON-ORDER-TOTAL TO WD-ON-ORDER-AMOUNT
           MOVE WS-REMAINING-AMOUNT     TO WD-REMAINING-AMOUNT
           IF WS-REMAINING-AMOUNT < ZERO
               MOVE "OVER BUDGET"       TO WD-FLAG-TEXT
           END-IF
           WRITE OTB-RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES                  TO OTB-RPT-LINE
           WRITE OTB-RPT-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL512"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                  TO RL-CALL-FUNCTION
           MOVE "WPUL512"            TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ      TO RL-CALL-RECORDS-READ
           MOVE WS-LINE-COUNT        TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-OVER-BUDGET-COUNT TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           MOVE WS-RECORDS-READ        TO WS1-RECORDS-READ
           MOVE WS-ON-ORDER-COUNT      TO WS2-ON-ORDER
           MOVE WS-RECEIVED-COUNT      TO WS3-RECEIVED
           MOVE WS-EXCLUDED-COUNT      TO WS4-EXCLUDED
           MOVE WS-CREATED-COUNT       TO WS5-CREATED
           MOVE WS-OVER-BUDGET-COUNT   TO WS6-OVER-BUDGET
           IF WS-LINE-COUNT = ZERO
               WRITE OTB-RPT-LINE FROM WS-NO-BUDGET-LINE
           END-IF
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE-5
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE-6
           CLOSE PO-DETAIL-FILE
           CLOSE OPEN-TO-BUY-FILE
           CLOSE OTB-RPT-FILE
           DISPLAY "WPUL512: " WS-LINE-COUNT
               " BUYER/MONTHS REPORTED, " WS-OVER-BUDGET-COUNT
               " OVER BUDGET".
