       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL509.
      *
      *    APPROVAL AUTHORITY MASTER MAINTENANCE.
      *    APPLIES PURCHASING MANAGEMENT'S TRANSACTION CARDS TO THE
      *    USRAUTH USER-AUTHORITY MASTER THAT THE WPUL510 NIGHTLY
      *    AUDIT CHECKS EVERY APPROVED PO AGAINST. EACH CARD ADDS,
      *    REPLACES, REVOKES OR DELETES ONE USER:
      *        COL 1      ACTION         'A' ADD/REPLACE, 'R' REVOKE,
      *                                  'D' DELETE
      *        COL 2-5    USER ID        (PO-APPROVAL-USER-ID)
      *        COL 6-30   USER NAME
      *        COL 31-39  APPROVAL LIMIT 9(07)V99 USD, NO DECIMAL POINT
      *        COL 40-59  PERMITTED BUYER NUMBERS, TEN 2-BYTE SLOTS,
      *                   '**' FOR ANY BUYER
      *        COL 60-71  PERMITTED PO-ORIGIN CODES, TWELVE 1-BYTE
      *                   SLOTS, '*' FOR ANY ORIGIN
      *    A REVOKE KEEPS THE USER ON FILE WITH THE REVOKE DATE SO
      *    THE AUDIT CAN STILL NAME THE USER AS REVOKED; AN 'A' CARD
      *    FOR A REVOKED USER REINSTATES THEM. EVERY CARD IS ECHOED TO
      *    THE AUDIT REPORT WITH ITS RESULT, THE SAME DISCIPLINE AS
      *    THE WPUL495 VENDOR MASTER MAINTENANCE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-TRANS-FILE
               ASSIGN TO "AUTHTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT USER-AUTHORITY-FILE
               ASSIGN TO "USRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT MAINT-RPT-FILE
               ASSIGN TO "WPUL509R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHORITY-TRANS-RECORD.
           05  AT-ACTION                   PIC X(01).
               88  AT-ACTION-ADD           VALUE 'A'.
               88  AT-ACTION-REVOKE        VALUE 'R'.
               88  AT-ACTION-DELETE        VALUE 'D'.
           05  AT-USER-ID                  PIC X(04).
           05  AT-USER-NAME                PIC X(25).
           05  AT-APPROVAL-LIMIT           PIC 9(07)V99.
           05  AT-PERMITTED-BUYERS.
               10  AT-PERMITTED-BUYER      PIC X(02)
                                           OCCURS 10 TIMES.
           05  AT-PERMITTED-ORIGINS.
               10  AT-PERMITTED-ORIGIN     PIC X(01)
                                           OCCURS 12 TIMES.

       FD  USER-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL509_COPYBOOK.CBL".

       FD  MAINT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS              PIC X(02).
           88  WS-TRANS-FILE-OK              VALUE '00'.
       01  WS-TRANS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                  VALUE 'Y'.
       01  WS-AUTH-FILE-STATUS               PIC X(02).
           88  WS-AUTH-FILE-OK               VALUE '00'.
           88  WS-AUTH-FILE-MISSING          VALUE '35'.

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

      *    THE PO-ORIGIN VALUES DECLARED IN WPUL470_COPYBOOK.CBL, PLUS
      *    '*' FOR ANY. KEEP IN STEP WITH THE 88-LEVELS UNDER
      *    PO-ORIGIN.
       01  WS-VALID-ORIGIN-LIST              PIC X(20) VALUE
           "MRTAPCOBF0123456789*".
       01  FILLER REDEFINES WS-VALID-ORIGIN-LIST.
           05  WS-VALID-ORIGIN               PIC X(01) OCCURS 20 TIMES.
       01  WS-ORIGIN-SUB                     PIC 9(02).
       01  WS-VALID-SUB                      PIC 9(02).
       01  WS-BUYER-SUB                      PIC 9(02).
       01  WS-ORIGIN-FOUND-FLAG              PIC X(01).
           88  WS-ORIGIN-FOUND               VALUE 'Y'.

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-APPLIED-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(05) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL509  APPROVAL AUTHORITY MAINTENANCE AUDIT REPORT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(08) VALUE "ACTION".
           05  FILLER                 PIC X(06) VALUE "USER".
           05  FILLER                 PIC X(27) VALUE "USER-NAME".
           05  FILLER                 PIC X(15) VALUE "LIMIT".
           05  FILLER                 PIC X(22) VALUE "BUYERS".
           05  FILLER                 PIC X(14) VALUE "ORIGINS".
           05  FILLER                 PIC X(20) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-ACTION                     PIC X(01).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-USER-ID                    PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-USER-NAME                  PIC X(25).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-APPROVAL-LIMIT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-PERMITTED-BUYERS           PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-PERMITTED-ORIGINS          PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(20).

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO AUTHORITY TRANSACTIONS PRESENTED THIS RUN".

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
           OPEN INPUT AUTHORITY-TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "WPUL509: UNABLE TO OPEN AUTHORITY-TRANS, STAT="
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O USER-AUTHORITY-FILE
           IF WS-AUTH-FILE-MISSING
      *        FIRST-EVER MAINTENANCE RUN -- CREATE THE MASTER EMPTY
      *        AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT USER-AUTHORITY-FILE
               CLOSE USER-AUTHORITY-FILE
               OPEN I-O USER-AUTHORITY-FILE
           END-IF
           IF NOT WS-AUTH-FILE-OK
               DISPLAY "WPUL509: UNABLE TO OPEN USER-AUTHORITY, STATUS="
                   WS-AUTH-FILE-STATUS
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
           READ AUTHORITY-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       2200-EDIT-TRANSACTION.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN AND 2300 MAY APPLY IT.
           MOVE SPACES TO WD-RESULT-TEXT
           IF NOT AT-ACTION-ADD
               AND NOT AT-ACTION-REVOKE
               AND NOT AT-ACTION-DELETE
               MOVE "BAD ACTION CODE"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND AT-USER-ID = SPACES
               MOVE "USER ID MISSING"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND AT-ACTION-ADD
               AND AT-USER-NAME = SPACES
               MOVE "NAME MISSING"        TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND AT-ACTION-ADD
               AND AT-APPROVAL-LIMIT IS NOT NUMERIC
               MOVE "BAD LIMIT"           TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND AT-ACTION-ADD
               AND AT-PERMITTED-BUYERS = SPACES
               MOVE "NO BUYERS PERMITTED" TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND AT-ACTION-ADD
               AND AT-PERMITTED-ORIGINS = SPACES
               MOVE "NO ORIGINS PERMITTED" TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND AT-ACTION-ADD
               PERFORM 2210-EDIT-ORIGIN-CODES
           END-IF.

       2210-EDIT-ORIGIN-CODES.
           PERFORM VARYING WS-ORIGIN-SUB FROM 1 BY 1
               UNTIL WS-ORIGIN-SUB > 12
               OR WD-RESULT-TEXT NOT = SPACES
               IF AT-PERMITTED-ORIGIN(WS-ORIGIN-SUB) NOT = SPACES
                   MOVE 'N' TO WS-ORIGIN-FOUND-FLAG
                   PERFORM VARYING WS-VALID-SUB FROM 1 BY 1
                       UNTIL WS-VALID-SUB > 20
                       IF AT-PERMITTED-ORIGIN(WS-ORIGIN-SUB) =
                           WS-VALID-ORIGIN(WS-VALID-SUB)
                           SET WS-ORIGIN-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ORIGIN-FOUND
                       MOVE "BAD ORIGIN CODE" TO WD-RESULT-TEXT
                   END-IF
               END-IF
           END-PERFORM.

       2300-APPLY-TRANSACTION.
           MOVE AT-USER-ID           TO UA-USER-ID
           EVALUATE TRUE
               WHEN AT-ACTION-ADD
                   MOVE AT-USER-NAME        TO UA-USER-NAME
                   MOVE 'A'                 TO UA-AUTHORITY-STATUS
                   MOVE AT-APPROVAL-LIMIT   TO UA-APPROVAL-LIMIT
                   PERFORM VARYING WS-BUYER-SUB FROM 1 BY 1
                       UNTIL WS-BUYER-SUB > 10
                       MOVE AT-PERMITTED-BUYER(WS-BUYER-SUB)
                           TO UA-PERMITTED-BUYER(WS-BUYER-SUB)
                   END-PERFORM
                   PERFORM VARYING WS-ORIGIN-SUB FROM 1 BY 1
                       UNTIL WS-ORIGIN-SUB > 12
                       MOVE AT-PERMITTED-ORIGIN(WS-ORIGIN-SUB)
                           TO UA-PERMITTED-ORIGIN(WS-ORIGIN-SUB)
                   END-PERFORM
                   MOVE ZERO                TO UA-REVOKED-DATE
                   MOVE WS-CURRENT-DATE-MMDDYY TO UA-LAST-MAINT-DATE
                   WRITE USER-AUTHORITY-RECORD
                       INVALID KEY
                           REWRITE USER-AUTHORITY-RECORD
                           MOVE "REPLACED"  TO WD-RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "ADDED"     TO WD-RESULT-TEXT
                   END-WRITE
               WHEN AT-ACTION-REVOKE
                   READ USER-AUTHORITY-FILE
                       INVALID KEY
                           MOVE "NOT ON FILE"   TO WD-RESULT-TEXT
                       NOT INVALID KEY
                           MOVE 'R'             TO UA-AUTHORITY-STATUS
                           MOVE WS-CURRENT-DATE-MMDDYY
                               TO UA-REVOKED-DATE
                           MOVE WS-CURRENT-DATE-MMDDYY
                               TO UA-LAST-MAINT-DATE
                           REWRITE USER-AUTHORITY-RECORD
                           MOVE "REVOKED"       TO WD-RESULT-TEXT
                   END-READ
               WHEN OTHER
                   DELETE USER-AUTHORITY-FILE
                       INVALID KEY
                           MOVE "NOT ON FILE"   TO WD-RESULT-TEXT
                       NOT INVALID KEY
                           MOVE "DELETED"       TO WD-RESULT-TEXT
                   END-DELETE
           END-EVALUATE
           IF WD-RESULT-TEXT = "NOT ON FILE"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2400-WRITE-AUDIT-LINE.
           MOVE AT-ACTION            TO WD-ACTION
           MOVE AT-USER-ID           TO WD-USER-ID
           MOVE AT-USER-NAME         TO WD-USER-NAME
           IF AT-APPROVAL-LIMIT IS NUMERIC
               MOVE AT-APPROVAL-LIMIT TO WD-APPROVAL-LIMIT
           ELSE
               MOVE ZERO              TO WD-APPROVAL-LIMIT
           END-IF
           MOVE AT-PERMITTED-BUYERS  TO WD-PERMITTED-BUYERS
           MOVE AT-PERMITTED-ORIGINS TO WD-PERMITTED-ORIGINS
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL509"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL509"          TO RL-CALL-PROGRAM-ID
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
           CLOSE AUTHORITY-TRANS-FILE
           CLOSE USER-AUTHORITY-FILE
           CLOSE MAINT-RPT-FILE
           DISPLAY "WPUL509: " WS-APPLIED-COUNT
               " AUTHORITY TRANSACTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED".
