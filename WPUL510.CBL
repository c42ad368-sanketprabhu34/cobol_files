       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL510.
      *
      *    NIGHTLY APPROVAL AUTHORITY AND SEGREGATION-OF-DUTIES AUDIT.
      *    CHECKS EVERY APPROVED PO (PO-APPROVED, OR ANY PO STILL
      *    CARRYING A PO-APPROVAL-USER-ID) AGAINST THE USRAUTH
      *    USER-AUTHORITY MASTER MAINTAINED BY WPUL509 AND REPORTS:
      *        'L' - PO-TURN-COST, RESTATED TO USD AT PO-EXCHANGE-RATE
      *              FOR A PO-VENDOR-IS-NON-USD VENDOR, OVER THE
      *              APPROVER'S UA-APPROVAL-LIMIT.
      *        'B' - PO-BUYER-NUMBER NOT AMONG THE APPROVER'S
      *              PERMITTED BUYERS.
      *        'O' - PO-ORIGIN NOT AMONG THE APPROVER'S PERMITTED
      *              ORIGIN TYPES (A BLANK ORIGIN IS NOT CHECKED).
      *        'U' - APPROVER NOT ON THE MASTER, OR AN APPROVED PO
      *              WITH NO APPROVER AT ALL.
      *        'R' - APPROVER ON THE MASTER BUT REVOKED.
      *        'S' - THE SAME USER BOTH APPROVED THE PO AND REVIEWED
      *              ITS COSTS (PO-COSTS-REVIEWED-USER-ID).
      *    EVERY BREACH IS LISTED ON THE AUDIT REPORT AND CARRIED IN
      *    THE AUTHEXCP FILE, WHICH IS KEPT FROM NIGHT TO NIGHT SO
      *    INTERNAL AUDIT CAN SAMPLE FROM IT; THE REPORT MARKS THE
      *    BREACHES FIRST FOUND TONIGHT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT USER-AUTHORITY-FILE
               ASSIGN TO "USRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT AUTHORITY-EXCEPTION-FILE
               ASSIGN TO "AUTHEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-EXCEPTION-KEY
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT AUDIT-RPT-FILE
               ASSIGN TO "WPUL510R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  USER-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL509_COPYBOOK.CBL".

       FD  AUTHORITY-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL510_COPYBOOK.CBL".

       FD  AUDIT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-AUTH-FILE-STATUS               PIC X(02).
           88  WS-AUTH-FILE-OK               VALUE '00'.
       01  WS-EXCP-FILE-STATUS               PIC X(02).
           88  WS-EXCP-FILE-OK               VALUE '00'.
           88  WS-EXCP-FILE-MISSING          VALUE '35'.

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

       01  WS-APPROVER-FOUND-FLAG            PIC X(01).
           88  WS-APPROVER-FOUND             VALUE 'Y'.
       01  WS-PERMITTED-FLAG                 PIC X(01).
           88  WS-PERMITTED                  VALUE 'Y'.
       01  WS-BUYER-SUB                      PIC 9(02).
       01  WS-ORIGIN-SUB                     PIC 9(02).
       01  WS-TURN-COST-USD                  PIC S9(07)V99 COMP-3.
       01  WS-EXCEPTION-TYPE                 PIC X(01).

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-AUDITED-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-BUYER-COUNT                    PIC 9(07) VALUE ZERO.
       01  WS-ORIGIN-COUNT                   PIC 9(07) VALUE ZERO.
       01  WS-UNKNOWN-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-REVOKED-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-SAME-USER-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-NEW-COUNT                      PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT                PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL510  APPROVAL AUTHORITY / SEGREGATION OF DUTIES AUDIT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(24) VALUE "EXCEPTION".
           05  FILLER                 PIC X(10) VALUE "APPROVER".
           05  FILLER                 PIC X(10) VALUE "REVIEWER".
           05  FILLER                 PIC X(08) VALUE "ORIGIN".
           05  FILLER                 PIC X(15) VALUE "PO-COST-USD".
           05  FILLER                 PIC X(15) VALUE "LIMIT".
           05  FILLER                 PIC X(11) VALUE "FIRST-FOUND".
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-EXCEPTION-TEXT             PIC X(22).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-APPROVAL-USER-ID           PIC X(04).
           05  FILLER                        PIC X(06) VALUE SPACES.
           05  WD-COSTS-REVIEWED-USER-ID     PIC X(04).
           05  FILLER                        PIC X(06) VALUE SPACES.
           05  WD-PO-ORIGIN                  PIC X(01).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-TURN-COST-USD              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-APPROVAL-LIMIT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-FIRST-FOUND-DATE           PIC 99/99/99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-NEW-FLAG                   PIC X(03).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(28) VALUE
               "PO RECORDS READ           :".
           05  WS1-RECORDS-READ       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "APPROVED POS AUDITED      :".
           05  WS2-AUDITED            PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(28) VALUE
               "OVER APPROVAL LIMIT (L)   :".
           05  WS3-OVER-LIMIT         PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(28) VALUE
               "BUYER NOT PERMITTED (B)   :".
           05  WS4-BUYER              PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(28) VALUE
               "ORIGIN NOT PERMITTED (O)  :".
           05  WS5-ORIGIN             PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(28) VALUE
               "UNKNOWN APPROVER (U)      :".
           05  WS6-UNKNOWN            PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                 PIC X(28) VALUE
               "REVOKED APPROVER (R)      :".
           05  WS7-REVOKED            PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                 PIC X(28) VALUE
               "APPROVER = REVIEWER (S)   :".
           05  WS8-SAME-USER          PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-9.
           05  FILLER                 PIC X(28) VALUE
               "FIRST FOUND TONIGHT       :".
           05  WS9-NEW                PIC ZZZZZZ9.

       01  WS-CLEAN-FILE-LINE               PIC X(132) VALUE
           "NO APPROVAL AUTHORITY EXCEPTIONS THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PO-FILE
               UNTIL PO-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           OPEN INPUT PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL510: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT USER-AUTHORITY-FILE
           IF NOT WS-AUTH-FILE-OK
               DISPLAY "WPUL510: UNABLE TO OPEN USER-AUTHORITY, STATUS="
                   WS-AUTH-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O AUTHORITY-EXCEPTION-FILE
           IF WS-EXCP-FILE-MISSING
      *        FIRST-EVER AUDIT RUN -- CREATE THE EXCEPTION FILE EMPTY
      *        AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT AUTHORITY-EXCEPTION-FILE
               CLOSE AUTHORITY-EXCEPTION-FILE
               OPEN I-O AUTHORITY-EXCEPTION-FILE
           END-IF
           IF NOT WS-EXCP-FILE-OK
               DISPLAY "WPUL510: UNABLE TO OPEN AUTHEXCP FILE, STATUS="
                   WS-EXCP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-LINE FROM WS-HEADING-1
           WRITE AUDIT-RPT-LINE FROM WS-HEADING-2
           MOVE 'N' TO WS-PO-EOF-FLAG
           PERFORM 2100-READ-NEXT-PO.

       2000-PROCESS-PO-FILE.
           ADD 1 TO WS-RECORDS-READ
           IF NOT PO-DETAIL-HISTORY
               AND (PO-APPROVED
                   OR PO-APPROVAL-USER-ID NOT = SPACES)
               ADD 1 TO WS-AUDITED-COUNT
               PERFORM 2200-AUDIT-ONE-PO
           END-IF
           PERFORM 2100-READ-NEXT-PO.

       2100-READ-NEXT-PO.
           READ PO-DETAIL-FILE
               AT END
                   SET PO-EOF TO TRUE
           END-READ.

       2200-AUDIT-ONE-PO.
           IF PO-VENDOR-IS-NON-USD
               AND PO-EXCHANGE-RATE > ZERO
               COMPUTE WS-TURN-COST-USD ROUNDED =
                   PO-TURN-COST * PO-EXCHANGE-RATE
           ELSE
               MOVE PO-TURN-COST TO WS-TURN-COST-USD
           END-IF
           MOVE 'N' TO WS-APPROVER-FOUND-FLAG
           IF PO-APPROVAL-USER-ID NOT = SPACES
               MOVE PO-APPROVAL-USER-ID TO UA-USER-ID
               READ USER-AUTHORITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPROVER-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-APPROVER-FOUND
               MOVE ZERO TO UA-APPROVAL-LIMIT
               MOVE 'U'  TO WS-EXCEPTION-TYPE
               PERFORM 4000-RECORD-EXCEPTION
           ELSE
               IF UA-REVOKED
                   MOVE 'R' TO WS-EXCEPTION-TYPE
                   PERFORM 4000-RECORD-EXCEPTION
               ELSE
                   PERFORM 3000-CHECK-AUTHORITY
               END-IF
           END-IF
           IF PO-APPROVAL-USER-ID NOT = SPACES
               AND PO-COSTS-REVIEWED-USER-ID = PO-APPROVAL-USER-ID
               MOVE 'S' TO WS-EXCEPTION-TYPE
               PERFORM 4000-RECORD-EXCEPTION
           END-IF.

       3000-CHECK-AUTHORITY.
           IF WS-TURN-COST-USD > UA-APPROVAL-LIMIT
               MOVE 'L' TO WS-EXCEPTION-TYPE
               PERFORM 4000-RECORD-EXCEPTION
           END-IF
           MOVE 'N' TO WS-PERMITTED-FLAG
           PERFORM VARYING WS-BUYER-SUB FROM 1 BY 1
               UNTIL WS-BUYER-SUB > 10
               IF UA-PERMITTED-BUYER(WS-BUYER-SUB) = PO-BUYER-NUMBER
                   OR UA-PERMITTED-BUYER(WS-BUYER-SUB) = "**"
                   SET WS-PERMITTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PERMITTED
               MOVE 'B' TO WS-EXCEPTION-TYPE
               PERFORM 4000-RECORD-EXCEPTION
           END-IF
           IF PO-ORIGIN NOT = SPACES
               MOVE 'N' TO WS-PERMITTED-FLAG
               PERFORM VARYING WS-ORIGIN-SUB FROM 1 BY 1
                   UNTIL WS-ORIGIN-SUB > 12
                   IF UA-PERMITTED-ORIGIN(WS-ORIGIN-SUB) = PO-ORIGIN
                       OR UA-PERMITTED-ORIGIN(WS-ORIGIN-SUB) = "*"
                       SET WS-PERMITTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-PERMITTED
                   MOVE 'O' TO WS-EXCEPTION-TYPE
                   PERFORM 4000-RECORD-EXCEPTION
               END-IF
           END-IF.

       4000-RECORD-EXCEPTION.
      *    THE EXCEPTION TYPE IS SET BY THE CALLING CHECK BEFORE THE
      *    PERFORM. A BREACH ALREADY ON FILE KEEPS ITS FIRST-FOUND
      *    DATE; ONLY THE CURRENT FIGURES AND LAST-FOUND DATE MOVE.
           MOVE PO-BUYER-NUMBER          TO AU-BUYER-NUMBER
           MOVE PO-PURCHASE-ORDER-NUMBER TO AU-PURCHASE-ORDER-NUMBER
           MOVE WS-EXCEPTION-TYPE        TO AU-EXCEPTION-TYPE
           MOVE SPACES                   TO WD-NEW-FLAG
           READ AUTHORITY-EXCEPTION-FILE
               INVALID KEY
                   MOVE WS-CURRENT-DATE-MMDDYY TO AU-FIRST-FOUND-DATE
                   PERFORM 4100-FILL-EXCEPTION
                   WRITE AUTHORITY-EXCEPTION-RECORD
                   MOVE "NEW"            TO WD-NEW-FLAG
                   ADD 1 TO WS-NEW-COUNT
               NOT INVALID KEY
                   PERFORM 4100-FILL-EXCEPTION
                   REWRITE AUTHORITY-EXCEPTION-RECORD
           END-READ
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN AU-OVER-LIMIT
                   MOVE "OVER APPROVAL LIMIT"  TO WD-EXCEPTION-TEXT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN AU-BUYER-NOT-PERMITTED
                   MOVE "BUYER NOT PERMITTED"  TO WD-EXCEPTION-TEXT
                   ADD 1 TO WS-BUYER-COUNT
               WHEN AU-ORIGIN-NOT-PERMITTED
                   MOVE "ORIGIN NOT PERMITTED" TO WD-EXCEPTION-TEXT
                   ADD 1 TO WS-ORIGIN-COUNT
               WHEN AU-UNKNOWN-APPROVER
                   MOVE "UNKNOWN APPROVER"     TO WD-EXCEPTION-TEXT
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN AU-REVOKED-APPROVER
                   MOVE "REVOKED APPROVER"     TO WD-EXCEPTION-TEXT
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER
                   MOVE "APPROVER = REVIEWER"  TO WD-EXCEPTION-TEXT
                   ADD 1 TO WS-SAME-USER-COUNT
           END-EVALUATE
           MOVE PO-RECORD-KEY             TO WD-RECORD-KEY
           MOVE PO-APPROVAL-USER-ID       TO WD-APPROVAL-USER-ID
           MOVE PO-COSTS-REVIEWED-USER-ID TO WD-COSTS-REVIEWED-USER-ID
           MOVE PO-ORIGIN                 TO WD-PO-ORIGIN
           MOVE WS-TURN-COST-USD          TO WD-TURN-COST-USD
           MOVE AU-APPROVAL-LIMIT         TO WD-APPROVAL-LIMIT
           MOVE AU-FIRST-FOUND-DATE       TO WD-FIRST-FOUND-DATE
           WRITE AUDIT-RPT-LINE FROM WS-DETAIL-LINE.

       4100-FILL-EXCEPTION.
           MOVE PO-APPROVAL-USER-ID       TO AU-APPROVAL-USER-ID
           MOVE PO-COSTS-REVIEWED-USER-ID TO AU-COSTS-REVIEWED-USER-ID
           MOVE PO-ORIGIN                 TO AU-PO-ORIGIN
           MOVE WS-TURN-COST-USD          TO AU-TURN-COST-USD
           IF WS-APPROVER-FOUND
               MOVE UA-APPROVAL-LIMIT     TO AU-APPROVAL-LIMIT
           ELSE
               MOVE ZERO                  TO AU-APPROVAL-LIMIT
           END-IF
           MOVE WS-CURRENT-DATE-MMDDYY    TO AU-LAST-FOUND-DATE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL510"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL510"          TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ    TO RL-CALL-RECORDS-READ
           MOVE WS-NEW-COUNT       TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           MOVE WS-RECORDS-READ        TO WS1-RECORDS-READ
           MOVE WS-AUDITED-COUNT       TO WS2-AUDITED
           MOVE WS-OVER-LIMIT-COUNT    TO WS3-OVER-LIMIT
           MOVE WS-BUYER-COUNT         TO WS4-BUYER
           MOVE WS-ORIGIN-COUNT        TO WS5-ORIGIN
           MOVE WS-UNKNOWN-COUNT       TO WS6-UNKNOWN
           MOVE WS-REVOKED-COUNT       TO WS7-REVOKED
           MOVE WS-SAME-USER-COUNT     TO WS8-SAME-USER
           MOVE WS-NEW-COUNT           TO WS9-NEW
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE AUDIT-RPT-LINE FROM WS-CLEAN-FILE-LINE
           END-IF
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-5
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-6
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-7
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-8
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE-9
           CLOSE PO-DETAIL-FILE
           CLOSE USER-AUTHORITY-FILE
           CLOSE AUTHORITY-EXCEPTION-FILE
           CLOSE AUDIT-RPT-FILE
           DISPLAY "WPUL510: " WS-EXCEPTION-COUNT
               " AUTHORITY EXCEPTIONS, " WS-NEW-COUNT " NEW".
