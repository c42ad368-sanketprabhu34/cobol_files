       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL511.
      *
      *    OPEN-TO-BUY BUDGET MASTER MAINTENANCE.
      *    APPLIES MERCHANDISING'S TRANSACTION CARDS TO THE OTBMAST
      *    BUDGET MASTER THAT THE WPUL512 NIGHTLY COMMITMENT RUN
      *    ROLLS OPEN POS INTO. EACH CARD SETS OR DELETES THE BUDGET
      *    FOR ONE BUYER, WAREHOUSE AND MONTH:
      *        COL 1      ACTION         'A' ADD/REPLACE, 'D' DELETE
      *        COL 2-3    BUYER          (PO-BUYER-NUMBER)
      *        COL 4-5    WAREHOUSE      (PO-WAREHOUSE-SHIP-TO)
      *        COL 6-11   MONTH          CCYYMM
      *        COL 12-22  BUDGET         9(09)V99 USD, NO DECIMAL POINT
      *    REPLACING A BUDGET LEAVES THE RECEIVED AND ON-ORDER FIGURES
      *    FROM THE LAST COMMITMENT RUN IN PLACE. EVERY CARD IS ECHOED
      *    TO THE AUDIT REPORT WITH ITS RESULT, THE SAME DISCIPLINE AS
      *    THE WPUL495 VENDOR MASTER MAINTENANCE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-TRANS-FILE
               ASSIGN TO "OTBTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT OPEN-TO-BUY-FILE
               ASSIGN TO "OTBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-BUDGET-KEY
               FILE STATUS IS WS-OTB-FILE-STATUS.

           SELECT MAINT-RPT-FILE
               ASSIGN TO "WPUL511R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-TRANS-RECORD.
           05  BT-ACTION                   PIC X(01).
               88  BT-ACTION-ADD           VALUE 'A'.
               88  BT-ACTION-DELETE        VALUE 'D'.
           05  BT-BUYER-NUMBER             PIC X(02).
           05  BT-WAREHOUSE-SHIP-TO        PIC X(02).
           05  BT-BUDGET-MONTH             PIC 9(06).
           05  FILLER REDEFINES BT-BUDGET-MONTH.
               10  BT-BUDGET-CCYY          PIC 9(04).
               10  BT-BUDGET-MM            PIC 9(02).
           05  BT-BUDGET-AMOUNT            PIC 9(09)V99.

       FD  OPEN-TO-BUY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL511_COPYBOOK.CBL".

       FD  MAINT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS              PIC X(02).
           88  WS-TRANS-FILE-OK              VALUE '00'.
       01  WS-TRANS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                  VALUE 'Y'.
       01  WS-OTB-FILE-STATUS                PIC X(02).
           88  WS-OTB-FILE-OK                VALUE '00'.
           88  WS-OTB-FILE-MISSING           VALUE '35'.

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

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-APPLIED-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(05) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL511  OPEN-TO-BUY BUDGET MAINTENANCE AUDIT REPORT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(08) VALUE "ACTION".
           05  FILLER                 PIC X(07) VALUE "BUYER".
           05  FILLER                 PIC X(07) VALUE "WHSE".
           05  FILLER                 PIC X(08) VALUE "MONTH".
           05  FILLER                 PIC X(19) VALUE "BUDGET".
           05  FILLER                 PIC X(20) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-ACTION                     PIC X(01).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-BUYER-NUMBER               PIC X(02).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-WAREHOUSE-SHIP-TO          PIC X(02).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-BUDGET-MONTH               PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-BUDGET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(20).

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO BUDGET TRANSACTIONS PRESENTED THIS RUN".

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
           OPEN INPUT BUDGET-TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "WPUL511: UNABLE TO OPEN BUDGET-TRANS, STATUS="
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPEN-TO-BUY-FILE
           IF WS-OTB-FILE-MISSING
      *        FIRST-EVER MAINTENANCE RUN -- CREATE THE MASTER EMPTY
      *        AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT OPEN-TO-BUY-FILE
               CLOSE OPEN-TO-BUY-FILE
               OPEN I-O OPEN-TO-BUY-FILE
           END-IF
           IF NOT WS-OTB-FILE-OK
               DISPLAY "WPUL511: UNABLE TO OPEN OTBMAST, STATUS="
                   WS-OTB-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
           WRITE MAINT-RPT-LINE FROM WS-HEADING-2
           PERFORM 2100-READ-NEXT-TRANS.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2200-EDIT-TRANSACTION
           IF WD-RESULT-TEXT = SPACES
               PERFORM 2300-APPLY-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2400-WRITE-AUDIT-LINE
           PERFORM 2100-READ-NEXT-TRANS.

       2100-READ-NEXT-TRANS.
           READ BUDGET-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       2200-EDIT-TRANSACTION.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN AND 2300 MAY APPLY IT.
           MOVE SPACES TO WD-RESULT-TEXT
           IF NOT BT-ACTION-ADD
               AND NOT BT-ACTION-DELETE
               MOVE "BAD ACTION CODE"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND BT-BUYER-NUMBER = SPACES
               MOVE "BUYER MISSING"       TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND BT-WAREHOUSE-SHIP-TO = SPACES
               MOVE "WAREHOUSE MISSING"   TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND BT-BUDGET-MONTH IS NOT NUMERIC
               MOVE "BAD MONTH"           TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (BT-BUDGET-MM < 01 OR BT-BUDGET-MM > 12
                   OR BT-BUDGET-CCYY < 1950)
               MOVE "BAD MONTH"           TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND BT-ACTION-ADD
               AND BT-BUDGET-AMOUNT IS NOT NUMERIC
               MOVE "BAD BUDGET AMOUNT"   TO WD-RESULT-TEXT
           END-IF.

       2300-APPLY-TRANSACTION.
           MOVE BT-BUYER-NUMBER      TO OB-BUYER-NUMBER
           MOVE BT-WAREHOUSE-SHIP-TO TO OB-WAREHOUSE-SHIP-TO
           MOVE BT-BUDGET-MONTH      TO OB-BUDGET-MONTH
           IF BT-ACTION-ADD
      *        A REPLACED BUDGET KEEPS THE COMMITMENT FIGURES WPUL512
      *        LAST POSTED; ONLY THE BUDGET ITSELF CHANGES.
               READ OPEN-TO-BUY-FILE
                   INVALID KEY
                       MOVE ZERO            TO OB-RECEIVED-AMOUNT
                       MOVE ZERO            TO OB-ON-ORDER-AMOUNT
                       MOVE ZERO            TO OB-LAST-COMMIT-DATE
                       MOVE BT-BUDGET-AMOUNT TO OB-BUDGET-AMOUNT
                       MOVE WS-CURRENT-DATE-MMDDYY
                           TO OB-LAST-MAINT-DATE
                       WRITE OPEN-TO-BUY-RECORD
                       MOVE "ADDED"         TO WD-RESULT-TEXT
                   NOT INVALID KEY
                       MOVE BT-BUDGET-AMOUNT TO OB-BUDGET-AMOUNT
                       MOVE WS-CURRENT-DATE-MMDDYY
                           TO OB-LAST-MAINT-DATE
                       REWRITE OPEN-TO-BUY-RECORD
                       MOVE "REPLACED"      TO WD-RESULT-TEXT
               END-READ
           ELSE
               DELETE OPEN-TO-BUY-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE"   TO WD-RESULT-TEXT
                   NOT INVALID KEY
                       MOVE "DELETED"       TO WD-RESULT-TEXT
               END-DELETE
           END-IF
           IF WD-RESULT-TEXT = "NOT ON FILE"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2400-WRITE-AUDIT-LINE.
           MOVE BT-ACTION            TO WD-ACTION
           MOVE BT-BUYER-NUMBER      TO WD-BUYER-NUMBER
           MOVE BT-WAREHOUSE-SHIP-TO TO WD-WAREHOUSE-SHIP-TO
           MOVE BT-BUDGET-MONTH      TO WD-BUDGET-MONTH
           IF BT-BUDGET-AMOUNT IS NUMERIC
               MOVE BT-BUDGET-AMOUNT TO WD-BUDGET-AMOUNT
           ELSE
               MOVE ZERO             TO WD-BUDGET-AMOUNT
           END-IF
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL511"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL511"          TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ    TO RL-CALL-RECORDS-READ
           MOVE WS-APPLIED-COUNT   TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-REJECTED-COUNT  TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           IF WS-APPLIED-COUNT = ZERO
               AND WS-REJECTED-COUNT = ZERO
               WRITE MAINT-RPT-LINE FROM WS-NO-TRANS-LINE
           END-IF
           CLOSE BUDGET-TRANS-FILE
           CLOSE OPEN-TO-BUY-FILE
           CLOSE MAINT-RPT-FILE
           DISPLAY "WPUL511: " WS-APPLIED-COUNT
               " BUDGET TRANSACTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED".
