       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL516.
      *
      *    EXCEPTION WORK-QUEUE ASSIGN / ANNOTATE TRANSACTIONS.
      *    APPLIES THE DESKS' CARDS TO THE EXCQUEUE WORK-QUEUE THAT THE
      *    WPUL515 NIGHTLY MERGE KEEPS. EACH CARD NAMES AN ITEM BY THE
      *    ITEM NUMBER PRINTED ON THE WPUL515 AGING REPORT:
      *        COL 1      ACTION         'A' ASSIGN, 'N' NOTE
      *        COL 2-8    ITEM NUMBER    (WQ-ITEM-NUMBER)
      *        COL 9-18   ASSIGN TO      PERSON OR DESK WORKING THE
      *                                  ITEM, REQUIRED ON 'A'
      *        COL 19-22  DEPARTMENT     OPTIONAL ON 'A' -- HANDS THE
      *                                  ITEM TO ANOTHER DEPARTMENT
      *        COL 23-82  NOTE           REQUIRED ON 'N', OPTIONAL ON
      *                                  'A'; REPLACES THE LAST NOTE
      *    AN ASSIGNED ITEM MAY BE ASSIGNED AGAIN. A RESOLVED ITEM
      *    TAKES NO CARDS -- ONLY ITS DISAPPEARANCE FROM THE SOURCE
      *    FILE RESOLVES AN ITEM, AND ONLY ITS RETURN REOPENS IT.
      *    EVERY CARD IS ECHOED TO THE AUDIT REPORT WITH ITS RESULT,
      *    THE SAME DISCIPLINE AS THE WPUL495 VENDOR MASTER
      *    MAINTENANCE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-TRANS-FILE
               ASSIGN TO "EXQTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT EXCEPTION-QUEUE-FILE
               ASSIGN TO "EXCQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-QUEUE-KEY
               ALTERNATE RECORD KEY IS WQ-ITEM-NUMBER
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT MAINT-RPT-FILE
               ASSIGN TO "WPUL516R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUEUE-TRANS-RECORD.
           05  QT-ACTION                   PIC X(01).
               88  QT-ACTION-ASSIGN        VALUE 'A'.
               88  QT-ACTION-NOTE          VALUE 'N'.
           05  QT-ITEM-NUMBER              PIC 9(07).
           05  QT-ASSIGNED-TO              PIC X(10).
           05  QT-DEPARTMENT               PIC X(04).
           05  QT-NOTE-TEXT                PIC X(60).

       FD  EXCEPTION-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL515_COPYBOOK.CBL".

       FD  MAINT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS              PIC X(02).
           88  WS-TRANS-FILE-OK              VALUE '00'.
       01  WS-TRANS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                  VALUE 'Y'.
       01  WS-QUEUE-FILE-STATUS              PIC X(02).
           88  WS-QUEUE-FILE-OK              VALUE '00'.

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
           "WPUL516  EXCEPTION WORK-QUEUE ASSIGN / NOTE AUDIT REPORT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(08) VALUE "ACTION".
           05  FILLER                 PIC X(09) VALUE "ITEM-NO".
           05  FILLER                 PIC X(12) VALUE "ASSIGN-TO".
           05  FILLER                 PIC X(06) VALUE "DEPT".
           05  FILLER                 PIC X(62) VALUE "NOTE".
           05  FILLER                 PIC X(22) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-ACTION                     PIC X(01).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-ITEM-NUMBER                PIC X(07).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-ASSIGNED-TO                PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-DEPARTMENT                 PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-NOTE-TEXT                  PIC X(60).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(22).

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO WORK-QUEUE TRANSACTIONS PRESENTED THIS RUN".

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
           OPEN INPUT QUEUE-TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "WPUL516: UNABLE TO OPEN QUEUE-TRANS, STATUS="
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF
      *    THE QUEUE IS CREATED BY THE WPUL515 MERGE; UNTIL IT HAS RUN
      *    THERE IS NOTHING TO ASSIGN.
           OPEN I-O EXCEPTION-QUEUE-FILE
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "WPUL516: UNABLE TO OPEN EXCQUEUE, STATUS="
                   WS-QUEUE-FILE-STATUS
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
           READ QUEUE-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       2200-EDIT-TRANSACTION.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN AND 2300 MAY APPLY IT. THE ITEM IS READ
      *    HERE AND LEFT IN THE RECORD AREA FOR 2300 TO UPDATE.
           MOVE SPACES TO WD-RESULT-TEXT
           IF NOT QT-ACTION-ASSIGN
               AND NOT QT-ACTION-NOTE
               MOVE "BAD ACTION CODE"       TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (QT-ITEM-NUMBER IS NOT NUMERIC
                   OR QT-ITEM-NUMBER = ZERO)
               MOVE "BAD ITEM NUMBER"       TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND QT-ACTION-ASSIGN
               AND QT-ASSIGNED-TO = SPACES
               MOVE "ASSIGN-TO MISSING"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND QT-ACTION-NOTE
               AND QT-NOTE-TEXT = SPACES
               MOVE "NOTE TEXT MISSING"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               MOVE QT-ITEM-NUMBER TO WQ-ITEM-NUMBER
               READ EXCEPTION-QUEUE-FILE
                   KEY IS WQ-ITEM-NUMBER
                   INVALID KEY
                       MOVE "ITEM NOT ON QUEUE" TO WD-RESULT-TEXT
               END-READ
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND WQ-RESOLVED
               MOVE "ITEM ALREADY RESOLVED" TO WD-RESULT-TEXT
           END-IF.

       2300-APPLY-TRANSACTION.
           IF QT-ACTION-ASSIGN
               SET WQ-ASSIGNED                TO TRUE
               MOVE QT-ASSIGNED-TO            TO WQ-ASSIGNED-TO
               MOVE WS-CURRENT-DATE-MMDDYY    TO WQ-ASSIGNED-DATE
               IF QT-DEPARTMENT NOT = SPACES
                   MOVE QT-DEPARTMENT         TO WQ-DEPARTMENT
               END-IF
           END-IF
           IF QT-NOTE-TEXT NOT = SPACES
               MOVE QT-NOTE-TEXT              TO WQ-NOTE-TEXT
               MOVE WS-CURRENT-DATE-MMDDYY    TO WQ-NOTE-DATE
           END-IF
           REWRITE EXCEPTION-QUEUE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED"      TO WD-RESULT-TEXT
               NOT INVALID KEY
                   IF QT-ACTION-ASSIGN
                       MOVE "ASSIGNED"        TO WD-RESULT-TEXT
                   ELSE
                       MOVE "NOTED"           TO WD-RESULT-TEXT
                   END-IF
           END-REWRITE
           IF WD-RESULT-TEXT = "REWRITE FAILED"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2400-WRITE-AUDIT-LINE.
           MOVE QT-ACTION            TO WD-ACTION
           MOVE QT-ITEM-NUMBER       TO WD-ITEM-NUMBER
           MOVE QT-ASSIGNED-TO       TO WD-ASSIGNED-TO
           MOVE QT-DEPARTMENT        TO WD-DEPARTMENT
           MOVE QT-NOTE-TEXT         TO WD-NOTE-TEXT
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL516"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL516"          TO RL-CALL-PROGRAM-ID
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
           CLOSE QUEUE-TRANS-FILE
           CLOSE EXCEPTION-QUEUE-FILE
           CLOSE MAINT-RPT-FILE
           DISPLAY "WPUL516: " WS-APPLIED-COUNT
               " WORK-QUEUE TRANSACTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED".
