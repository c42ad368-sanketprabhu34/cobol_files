       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL518.
      *
      *    RESTORE FROM A WPUL517 BACKUP SET. THE JCL POINTS THE
      *    BKUPSET DD AT THE GENERATION OF THE BACKUP GDG TO BE
      *    RESTORED; EACH CARD NAMES THE FILE AND THE GENERATION THE
      *    OPERATOR EXPECTS TO FIND THERE:
      *        COL 1-8    FILE (PODETAIL, POHIST, ASNEXCP, PODEDIT,
      *                   VENDMAST, VENDPERF, CALMAST, ROUTMAST,
      *                   RUNLOG), OR ALL FOR THE WHOLE SET
      *        COL 9-13   GENERATION NUMBER FROM THE WPUL517 REPORT
      *        COL 14-17  USER ID REQUESTING THE RESTORE
      *    A CARD IS REFUSED, AND NO LIVE FILE TOUCHED, UNLESS THE
      *    GENERATION IS STILL ON THE BKCATLG CATALOG AS GOOD FOR
      *    EVERY FILE NAMED, THE MOUNTED SET IS THAT GENERATION, AND
      *    EVERY SECTION TO BE RESTORED RECOUNTS AND REHASHES (WPUHASH)
      *    TO ITS TRAILER AND TO THE CATALOG. AN ALL CARD IS CHECKED
      *    WHOLE BEFORE ANY FILE IS RELOADED, SO THE FILES COME BACK
      *    TOGETHER FROM ONE POINT IN TIME OR NOT AT ALL. EACH FILE IS
      *    THEN RELOADED OVER THE TOP OF THE LIVE FILE AND READ BACK,
      *    AND ITS COUNT AND HASH CHECKED AGAIN BEFORE IT IS REPORTED
      *    RESTORED AND STAMPED ON THE CATALOG. THE RUN LOGS ITS END
      *    THROUGH WPURLOG ONLY WHEN EVERY CARD RESTORED CLEANLY; ANY
      *    REFUSED CARD OR FAILED FILE ENDS THE STEP WITH RETURN CODE
      *    8, AND A FILE THAT FAILED ITS READ-BACK MUST BE RESTORED
      *    AGAIN BEFORE THE NIGHT'S BATCH RESUMES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT PO-HISTORY-FILE
               ASSIGN TO "POHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ASN-EXCEPTION-FILE
               ASSIGN TO "ASNEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-EXCEPTION-KEY
               FILE STATUS IS WS-ASN-FILE-STATUS.

           SELECT PO-EDIT-EXCEPTION-FILE
               ASSIGN TO "PODEDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-KEY
               FILE STATUS IS WS-EDIT-FILE-STATUS.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ALT-KEY
               FILE STATUS IS WS-VEND-FILE-STATUS.

           SELECT VENDOR-PERF-FILE
               ASSIGN TO "VENDPERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-VENDOR-ALT-KEY
               FILE STATUS IS WS-PERF-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-RECORD-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT ROUTING-GUIDE-FILE
               ASSIGN TO "ROUTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-RECORD-KEY
               FILE STATUS IS WS-GUIDE-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-RUN-LOG-KEY
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT RESTORE-CARD-FILE
               ASSIGN TO "RESTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT BACKUP-SET-FILE
               ASSIGN TO "BKUPSET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SET-FILE-STATUS.

           SELECT BACKUP-CATALOG-FILE
               ASSIGN TO "BKCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CATALOG-KEY
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT RESTORE-RPT-FILE
               ASSIGN TO "WPUL518R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  PO-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL476_COPYBOOK.CBL".

       FD  ASN-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL482_COPYBOOK.CBL".

       FD  PO-EDIT-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL491_COPYBOOK.CBL".

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL495_COPYBOOK.CBL".

       FD  VENDOR-PERF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL483_COPYBOOK.CBL".

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL485_COPYBOOK.CBL".

       FD  ROUTING-GUIDE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL499_COPYBOOK.CBL".

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL492_COPYBOOK.CBL".


       FD  RESTORE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-CARD-RECORD.
           05  RC-FILE-ID                  PIC X(08).
               88  RC-ALL-FILES            VALUE "ALL".
           05  RC-GENERATION               PIC 9(05).
           05  RC-USER-ID                  PIC X(04).

       FD  BACKUP-SET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL517_UNLOAD_COPYBOOK.CBL".

       FD  BACKUP-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL517_COPYBOOK.CBL".

       FD  RESTORE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-HIST-FILE-STATUS               PIC X(02).
       01  WS-ASN-FILE-STATUS                PIC X(02).
       01  WS-EDIT-FILE-STATUS               PIC X(02).
       01  WS-VEND-FILE-STATUS               PIC X(02).
       01  WS-PERF-FILE-STATUS               PIC X(02).
       01  WS-CAL-FILE-STATUS                PIC X(02).
       01  WS-GUIDE-FILE-STATUS              PIC X(02).
       01  WS-LOG-FILE-STATUS                PIC X(02).

      *    STATUS OF WHICHEVER LIVE FILE IS BEING RELOADED, COPIED OUT
      *    OF ITS OWN STATUS FIELD AFTER EVERY OPEN, WRITE AND READ.
       01  WS-TARGET-FILE-STATUS             PIC X(02).
           88  WS-TARGET-FILE-OK             VALUE '00'.
           88  WS-TARGET-IO-OK               VALUES '00' '02'.
       01  WS-TARGET-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-TARGET-EOF                 VALUE 'Y'.

       01  WS-CARD-FILE-STATUS               PIC X(02).
           88  WS-CARD-FILE-OK               VALUE '00'.
       01  WS-CARD-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-SET-FILE-STATUS                PIC X(02).
           88  WS-SET-FILE-OK                VALUE '00'.
       01  WS-SET-EOF-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-SET-EOF                    VALUE 'Y'.
       01  WS-CATALOG-FILE-STATUS            PIC X(02).
           88  WS-CATALOG-FILE-OK            VALUE '00'.

           COPY "WPURLOG_COPYBOOK.CBL".
           COPY "WPUHASH_COPYBOOK.CBL".

      *    SIZED TO MATCH THE 8-DIGIT DATE YYYYMMDD REGISTER EXACTLY
      *    SO THE ALPHANUMERIC GROUP MOVE ON ACCEPT LANDS EACH
      *    SUB-FIELD CORRECTLY.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-CENTURY            PIC 9(02).
           05  WS-CURRENT-YY                 PIC 9(02).
           05  WS-CURRENT-MM                 PIC 9(02).
           05  WS-CURRENT-DD                 PIC 9(02).

      *    RESTORE DATE IN THE SUITE'S MMDDYY CONVENTION.
       01  WS-CURRENT-DATE-MMDDYY.
           05  WS-CURRENT-DATE-MM            PIC 9(02).
           05  WS-CURRENT-DATE-DD            PIC 9(02).
           05  WS-CURRENT-DATE-YY            PIC 9(02).

      *    THE FILES A BACKUP SET CARRIES, IN THE ORDER WPUL517 WRITES
      *    THEM. THE ORDER MATCHES THE FILE-BY-FILE EVALUATES IN THE
      *    PROCEDURE DIVISION.
       01  WS-FILE-LIST.
           05  FILLER PIC X(08) VALUE "PODETAIL".
           05  FILLER PIC X(08) VALUE "POHIST".
           05  FILLER PIC X(08) VALUE "ASNEXCP".
           05  FILLER PIC X(08) VALUE "PODEDIT".
           05  FILLER PIC X(08) VALUE "VENDMAST".
           05  FILLER PIC X(08) VALUE "VENDPERF".
           05  FILLER PIC X(08) VALUE "CALMAST".
           05  FILLER PIC X(08) VALUE "ROUTMAST".
           05  FILLER PIC X(08) VALUE "RUNLOG".
       01  FILLER REDEFINES WS-FILE-LIST.
           05  WS-FILE-ID                    PIC X(08) OCCURS 9 TIMES.
       01  WS-FILE-COUNT                     PIC 9(02) VALUE 9.
       01  WS-FILE-SUB                       PIC 9(02).
       01  WS-FIRST-FILE-SUB                 PIC 9(02).
       01  WS-LAST-FILE-SUB                  PIC 9(02).
       01  WS-FOUND-SUB                      PIC 9(02).

      *    WHAT THE CATALOG, THE BACKUP SET AND THE RELOADED FILE EACH
      *    SAY ABOUT EVERY FILE ON THE CARD IN HAND.
       01  WS-RESTORE-TABLE.
           05  WS-RESTORE-ENTRY              OCCURS 9 TIMES.
               10  WS-RS-CATALOG-COUNT       PIC 9(09).
               10  WS-RS-CATALOG-HASH        PIC S9(15)V99 COMP-3.
               10  WS-RS-SET-COUNT           PIC 9(09).
               10  WS-RS-SET-HASH            PIC S9(15)V99 COMP-3.
               10  WS-RS-TRAILER-FLAG        PIC X(01).
                   88  WS-RS-TRAILER-AGREES  VALUE 'Y'.
               10  WS-RS-RELOAD-COUNT        PIC 9(09).
               10  WS-RS-RELOAD-HASH         PIC S9(15)V99 COMP-3.
               10  WS-RS-WRITE-ERRORS        PIC 9(07).

       01  WS-WRONG-GENERATION-FLAG          PIC X(01).
           88  WS-WRONG-GENERATION           VALUE 'Y'.
       01  WS-RELOAD-IMAGE                   PIC X(1200).

       01  WS-CARDS-READ                     PIC 9(07) VALUE ZERO.
       01  WS-CARDS-REFUSED                  PIC 9(07) VALUE ZERO.
       01  WS-FILES-RESTORED                 PIC 9(07) VALUE ZERO.
       01  WS-FILES-FAILED                   PIC 9(07) VALUE ZERO.
       01  WS-SET-RECORDS-READ               PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-RELOADED               PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL518  RESTORE FROM BACKUP SET -- AUDIT REPORT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "CARD".
           05  FILLER                 PIC X(07) VALUE "  GEN".
           05  FILLER                 PIC X(06) VALUE "USER".
           05  FILLER                 PIC X(10) VALUE "FILE".
           05  FILLER                 PIC X(15) VALUE "      RECORDS".
           05  FILLER                 PIC X(23) VALUE
               "            HASH TOTAL".
           05  FILLER                 PIC X(40) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-CARD-FILE-ID               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-GENERATION                 PIC X(05).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-USER-ID                    PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-FILE-ID                    PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RECORD-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WD-HASH-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(28) VALUE
               "RESTORE CARDS READ        :".
           05  WS1-CARDS-READ         PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "CARDS REFUSED             :".
           05  WS2-CARDS-REFUSED      PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(28) VALUE
               "FILES RESTORED            :".
           05  WS3-FILES-RESTORED     PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(28) VALUE
               "FILES FAILED READ-BACK    :".
           05  WS4-FILES-FAILED       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(28) VALUE
               "RECORDS RELOADED          :".
           05  WS5-RECORDS-RELOADED   PIC ZZZZZZ9.

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO RESTORE CARDS PRESENTED THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RESTORE-CARD
               UNTIL WS-CARD-EOF
           PERFORM 9000-TERMINATE
           IF WS-CARDS-REFUSED > ZERO
               OR WS-FILES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           OPEN INPUT RESTORE-CARD-FILE
           IF NOT WS-CARD-FILE-OK
               DISPLAY "WPUL518: UNABLE TO OPEN RESTCARD, STATUS="
                   WS-CARD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE CATALOG IS CREATED BY WPUL517; WITHOUT IT NO
      *    GENERATION CAN BE TRUSTED, SO NOTHING IS RESTORED.
           OPEN I-O BACKUP-CATALOG-FILE
           IF NOT WS-CATALOG-FILE-OK
               DISPLAY "WPUL518: UNABLE TO OPEN BKCATLG, STATUS="
                   WS-CATALOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESTORE-RPT-FILE
           WRITE RESTORE-RPT-LINE FROM WS-HEADING-1
           WRITE RESTORE-RPT-LINE FROM WS-HEADING-2
           PERFORM 2100-READ-NEXT-CARD.

       2000-PROCESS-RESTORE-CARD.
           ADD 1 TO WS-CARDS-READ
           PERFORM 2200-EDIT-CARD
           IF WD-RESULT-TEXT = SPACES
               PERFORM 2300-CHECK-CATALOG
                   VARYING WS-FILE-SUB FROM WS-FIRST-FILE-SUB BY 1
                   UNTIL WS-FILE-SUB > WS-LAST-FILE-SUB
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM 3000-PRE-VERIFY-SET
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM 4000-RESTORE-FILE
                   VARYING WS-FILE-SUB FROM WS-FIRST-FILE-SUB BY 1
                   UNTIL WS-FILE-SUB > WS-LAST-FILE-SUB
           ELSE
               ADD 1 TO WS-CARDS-REFUSED
               MOVE SPACES TO WD-FILE-ID
               MOVE ZERO   TO WD-RECORD-COUNT
               MOVE ZERO   TO WD-HASH-TOTAL
               PERFORM 2400-WRITE-AUDIT-LINE
           END-IF
           PERFORM 2100-READ-NEXT-CARD.

       2100-READ-NEXT-CARD.
           READ RESTORE-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       2200-EDIT-CARD.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN SO FAR. THE CARD'S FILES ARE LEFT AS A
      *    RANGE OF THE FILE LIST FOR THE CHECKS THAT FOLLOW.
           MOVE SPACES TO WD-RESULT-TEXT
           MOVE ZERO   TO WS-FOUND-SUB
           IF RC-ALL-FILES
               MOVE 1             TO WS-FIRST-FILE-SUB
               MOVE WS-FILE-COUNT TO WS-LAST-FILE-SUB
           ELSE
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-FILE-COUNT
                   IF WS-FILE-ID(WS-FILE-SUB) = RC-FILE-ID
                       MOVE WS-FILE-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   MOVE "FILE IS NOT IN THE BACKUP SET"
                       TO WD-RESULT-TEXT
               END-IF
               MOVE WS-FOUND-SUB TO WS-FIRST-FILE-SUB
               MOVE WS-FOUND-SUB TO WS-LAST-FILE-SUB
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND (RC-GENERATION IS NOT NUMERIC
                   OR RC-GENERATION = ZERO)
               MOVE "BAD GENERATION NUMBER"   TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND RC-USER-ID = SPACES
               MOVE "USER ID MISSING"         TO WD-RESULT-TEXT
           END-IF.

       2300-CHECK-CATALOG.
      *    A GENERATION THAT HAS ROLLED OFF IS NO LONGER CATALOGUED,
      *    AND ONE THAT FAILED ITS BACKUP VERIFY IS NEVER RESTORED.
           IF WD-RESULT-TEXT = SPACES
               MOVE RC-GENERATION           TO BC-GENERATION
               MOVE WS-FILE-ID(WS-FILE-SUB) TO BC-FILE-ID
               READ BACKUP-CATALOG-FILE
                   INVALID KEY
                       STRING "GENERATION NOT CATALOGUED FOR "
                                                  DELIMITED BY SIZE
                              BC-FILE-ID          DELIMITED BY SPACE
                           INTO WD-RESULT-TEXT
                       END-STRING
                   NOT INVALID KEY
                       IF NOT BC-BACKUP-GOOD
                           STRING "BACKUP NOT GOOD FOR "
                                                  DELIMITED BY SIZE
                                  BC-FILE-ID      DELIMITED BY SPACE
                               INTO WD-RESULT-TEXT
                           END-STRING
                       END-IF
                       MOVE BC-RECORD-COUNT
                           TO WS-RS-CATALOG-COUNT(WS-FILE-SUB)
                       MOVE BC-HASH-TOTAL
                           TO WS-RS-CATALOG-HASH(WS-FILE-SUB)
               END-READ
           END-IF.

       2400-WRITE-AUDIT-LINE.
           MOVE RC-FILE-ID           TO WD-CARD-FILE-ID
           MOVE RC-GENERATION        TO WD-GENERATION
           MOVE RC-USER-ID           TO WD-USER-ID
           WRITE RESTORE-RPT-LINE FROM WS-DETAIL-LINE.

       3000-PRE-VERIFY-SET.
      *    ONE PASS OF THE MOUNTED SET RECOUNTS AND REHASHES EVERY
      *    SECTION ON THE CARD BEFORE ANY LIVE FILE IS OPENED.
           PERFORM VARYING WS-FILE-SUB FROM WS-FIRST-FILE-SUB BY 1
                   UNTIL WS-FILE-SUB > WS-LAST-FILE-SUB
               MOVE ZERO TO WS-RS-SET-COUNT(WS-FILE-SUB)
               MOVE ZERO TO WS-RS-SET-HASH(WS-FILE-SUB)
               MOVE 'N'  TO WS-RS-TRAILER-FLAG(WS-FILE-SUB)
           END-PERFORM
           MOVE 'N' TO WS-WRONG-GENERATION-FLAG
           OPEN INPUT BACKUP-SET-FILE
           IF WS-SET-FILE-OK
               MOVE 'N' TO WS-SET-EOF-FLAG
               PERFORM UNTIL WS-SET-EOF
                   PERFORM 3200-READ-SET-RECORD
                   IF NOT WS-SET-EOF
                       PERFORM 3100-CHECK-SET-RECORD
                   END-IF
               END-PERFORM
               CLOSE BACKUP-SET-FILE
           ELSE
               STRING "BKUPSET WILL NOT OPEN, STATUS "
                                          DELIMITED BY SIZE
                      WS-SET-FILE-STATUS  DELIMITED BY SIZE
                   INTO WD-RESULT-TEXT
               END-STRING
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND WS-WRONG-GENERATION
               MOVE "BKUPSET IS NOT THIS GENERATION" TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM VARYING WS-FILE-SUB FROM WS-FIRST-FILE-SUB BY 1
                       UNTIL WS-FILE-SUB > WS-LAST-FILE-SUB
                          OR WD-RESULT-TEXT NOT = SPACES
                   IF NOT WS-RS-TRAILER-AGREES(WS-FILE-SUB)
                       STRING "BACKUP FAILED VERIFY FOR "
                                          DELIMITED BY SIZE
                              WS-FILE-ID(WS-FILE-SUB)
                                          DELIMITED BY SPACE
                           INTO WD-RESULT-TEXT
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.

       3100-CHECK-SET-RECORD.
           IF BK-GENERATION NOT = RC-GENERATION
               SET WS-WRONG-GENERATION TO TRUE
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-FILE-SUB FROM WS-FIRST-FILE-SUB BY 1
                   UNTIL WS-FILE-SUB > WS-LAST-FILE-SUB
               IF WS-FILE-ID(WS-FILE-SUB) = BK-FILE-ID
                   MOVE WS-FILE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB NOT = ZERO
               EVALUATE TRUE
                   WHEN BK-DATA
                       ADD 1 TO WS-RS-SET-COUNT(WS-FOUND-SUB)
                       MOVE BK-FILE-ID      TO HS-FILE-ID
                       MOVE BK-RECORD-IMAGE TO HS-RECORD-IMAGE
                       CALL "WPUHASH" USING HASH-SERVICE-AREA
                       ADD HS-RECORD-HASH
                           TO WS-RS-SET-HASH(WS-FOUND-SUB)
                   WHEN BK-TRAILER
                       IF BK-RECORD-COUNT =
                              WS-RS-SET-COUNT(WS-FOUND-SUB)
                          AND BK-RECORD-COUNT =
                              WS-RS-CATALOG-COUNT(WS-FOUND-SUB)
                          AND BK-HASH-TOTAL =
                              WS-RS-SET-HASH(WS-FOUND-SUB)
                          AND BK-HASH-TOTAL =
                              WS-RS-CATALOG-HASH(WS-FOUND-SUB)
                           SET WS-RS-TRAILER-AGREES(WS-FOUND-SUB)
                               TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       3200-READ-SET-RECORD.
           READ BACKUP-SET-FILE
               AT END
                   SET WS-SET-EOF TO TRUE
           END-READ
           IF NOT WS-SET-EOF AND NOT WS-SET-FILE-OK
               STRING "BKUPSET READ ERROR, STATUS "
                                          DELIMITED BY SIZE
                      WS-SET-FILE-STATUS  DELIMITED BY SIZE
                   INTO WD-RESULT-TEXT
               END-STRING
               SET WS-SET-EOF TO TRUE
           END-IF.

       4000-RESTORE-FILE.
      *    THE SET HAS ALREADY PROVED GOOD, SO THE LIVE FILE IS NOW
      *    EMPTIED AND RELOADED FROM IT, THEN READ BACK AND CHECKED
      *    AGAIN. A RUNLOG RESTORE TAKES TONIGHT'S START ROW FOR THIS
      *    STEP WITH IT; WPURLOG WRITES THE END ROW AFRESH.
           MOVE ZERO TO WS-RS-RELOAD-COUNT(WS-FILE-SUB)
           MOVE ZERO TO WS-RS-RELOAD-HASH(WS-FILE-SUB)
           MOVE ZERO TO WS-RS-WRITE-ERRORS(WS-FILE-SUB)
           MOVE SPACES TO WD-RESULT-TEXT
           PERFORM 4100-RELOAD-FILE
           IF WD-RESULT-TEXT = SPACES
               PERFORM 4500-READ-BACK-FILE
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND WS-RS-WRITE-ERRORS(WS-FILE-SUB) = ZERO
               AND WS-RS-RELOAD-COUNT(WS-FILE-SUB) =
                   WS-RS-CATALOG-COUNT(WS-FILE-SUB)
               AND WS-RS-RELOAD-HASH(WS-FILE-SUB) =
                   WS-RS-CATALOG-HASH(WS-FILE-SUB)
               MOVE "RESTORED AND VERIFIED"   TO WD-RESULT-TEXT
               ADD 1 TO WS-FILES-RESTORED
               PERFORM 4900-STAMP-CATALOG
           ELSE
               IF WD-RESULT-TEXT = SPACES
                   MOVE "RELOADED - FAILED READ-BACK CHECK"
                       TO WD-RESULT-TEXT
               END-IF
               ADD 1 TO WS-FILES-FAILED
           END-IF
           MOVE WS-FILE-ID(WS-FILE-SUB)            TO WD-FILE-ID
           MOVE WS-RS-RELOAD-COUNT(WS-FILE-SUB)    TO WD-RECORD-COUNT
           MOVE WS-RS-RELOAD-HASH(WS-FILE-SUB)     TO WD-HASH-TOTAL
           PERFORM 2400-WRITE-AUDIT-LINE.

       4100-RELOAD-FILE.
           OPEN INPUT BACKUP-SET-FILE
           IF NOT WS-SET-FILE-OK
               STRING "BKUPSET WILL NOT REOPEN, STATUS "
                                          DELIMITED BY SIZE
                      WS-SET-FILE-STATUS  DELIMITED BY SIZE
                   INTO WD-RESULT-TEXT
               END-STRING
           END-IF
           IF WD-RESULT-TEXT = SPACES
               PERFORM 4200-OPEN-TARGET-OUTPUT
               IF NOT WS-TARGET-FILE-OK
                   STRING "FILE WILL NOT OPEN, STATUS "
                                          DELIMITED BY SIZE
                          WS-TARGET-FILE-STATUS
                                          DELIMITED BY SIZE
                       INTO WD-RESULT-TEXT
                   END-STRING
                   CLOSE BACKUP-SET-FILE
               END-IF
           END-IF
           IF WD-RESULT-TEXT = SPACES
               MOVE 'N' TO WS-SET-EOF-FLAG
               PERFORM UNTIL WS-SET-EOF
                   PERFORM 3200-READ-SET-RECORD
                   IF NOT WS-SET-EOF
                       AND BK-DATA
                       AND BK-FILE-ID = WS-FILE-ID(WS-FILE-SUB)
                       ADD 1 TO WS-SET-RECORDS-READ
                       PERFORM 4300-WRITE-TARGET-RECORD
                   END-IF
               END-PERFORM
               PERFORM 4400-CLOSE-TARGET
               CLOSE BACKUP-SET-FILE
           END-IF.

       4200-OPEN-TARGET-OUTPUT.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN OUTPUT PO-DETAIL-FILE
                   MOVE WS-PO-FILE-STATUS   TO WS-TARGET-FILE-STATUS
               WHEN 2
                   OPEN OUTPUT PO-HISTORY-FILE
                   MOVE WS-HIST-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 3
                   OPEN OUTPUT ASN-EXCEPTION-FILE
                   MOVE WS-ASN-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 4
                   OPEN OUTPUT PO-EDIT-EXCEPTION-FILE
                   MOVE WS-EDIT-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 5
                   OPEN OUTPUT VENDOR-MASTER-FILE
                   MOVE WS-VEND-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 6
                   OPEN OUTPUT VENDOR-PERF-FILE
                   MOVE WS-PERF-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 7
                   OPEN OUTPUT CALENDAR-FILE
                   MOVE WS-CAL-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 8
                   OPEN OUTPUT ROUTING-GUIDE-FILE
                   MOVE WS-GUIDE-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 9
                   OPEN OUTPUT RUN-LOG-FILE
                   MOVE WS-LOG-FILE-STATUS  TO WS-TARGET-FILE-STATUS
           END-EVALUATE.

      *    THE SET HOLDS EACH FILE IN KEY ORDER, SO THE RECORDS GO
      *    BACK IN THE ORDER THEY CAME OUT.
       4300-WRITE-TARGET-RECORD.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   WRITE DETAIL-RECORD-1-AREA FROM BK-RECORD-IMAGE
                   MOVE WS-PO-FILE-STATUS   TO WS-TARGET-FILE-STATUS
               WHEN 2
                   WRITE PO-HISTORY-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-HIST-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 3
                   WRITE ASN-EXCEPTION-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-ASN-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 4
                   WRITE PO-EDIT-EXCEPTION-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-EDIT-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 5
                   WRITE VENDOR-MASTER-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-VEND-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 6
                   WRITE VENDOR-PERFORMANCE-RECORD
                       FROM BK-RECORD-IMAGE
                   MOVE WS-PERF-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 7
                   WRITE CALENDAR-DAY-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-CAL-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 8
                   WRITE ROUTING-GUIDE-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-GUIDE-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 9
                   WRITE RUN-LOG-RECORD FROM BK-RECORD-IMAGE
                   MOVE WS-LOG-FILE-STATUS  TO WS-TARGET-FILE-STATUS
           END-EVALUATE
           IF WS-TARGET-IO-OK
               ADD 1 TO WS-RECORDS-RELOADED
           ELSE
               ADD 1 TO WS-RS-WRITE-ERRORS(WS-FILE-SUB)
           END-IF.

       4400-CLOSE-TARGET.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   CLOSE PO-DETAIL-FILE
               WHEN 2
                   CLOSE PO-HISTORY-FILE
               WHEN 3
                   CLOSE ASN-EXCEPTION-FILE
               WHEN 4
                   CLOSE PO-EDIT-EXCEPTION-FILE
               WHEN 5
                   CLOSE VENDOR-MASTER-FILE
               WHEN 6
                   CLOSE VENDOR-PERF-FILE
               WHEN 7
                   CLOSE CALENDAR-FILE
               WHEN 8
                   CLOSE ROUTING-GUIDE-FILE
               WHEN 9
                   CLOSE RUN-LOG-FILE
           END-EVALUATE.

       4500-READ-BACK-FILE.
           PERFORM 4600-OPEN-TARGET-INPUT
           IF WS-TARGET-FILE-OK
               MOVE 'N' TO WS-TARGET-EOF-FLAG
               PERFORM UNTIL WS-TARGET-EOF
                   PERFORM 4700-READ-TARGET-RECORD
                   IF NOT WS-TARGET-EOF
                       ADD 1 TO WS-RS-RELOAD-COUNT(WS-FILE-SUB)
                       MOVE WS-FILE-ID(WS-FILE-SUB) TO HS-FILE-ID
                       MOVE WS-RELOAD-IMAGE         TO HS-RECORD-IMAGE
                       CALL "WPUHASH" USING HASH-SERVICE-AREA
                       ADD HS-RECORD-HASH
                           TO WS-RS-RELOAD-HASH(WS-FILE-SUB)
                   END-IF
               END-PERFORM
               PERFORM 4400-CLOSE-TARGET
           ELSE
               STRING "RELOADED - WILL NOT REOPEN, STATUS "
                                          DELIMITED BY SIZE
                      WS-TARGET-FILE-STATUS
                                          DELIMITED BY SIZE
                   INTO WD-RESULT-TEXT
               END-STRING
           END-IF.

       4600-OPEN-TARGET-INPUT.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN INPUT PO-DETAIL-FILE
                   MOVE WS-PO-FILE-STATUS   TO WS-TARGET-FILE-STATUS
               WHEN 2
                   OPEN INPUT PO-HISTORY-FILE
                   MOVE WS-HIST-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 3
                   OPEN INPUT ASN-EXCEPTION-FILE
                   MOVE WS-ASN-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 4
                   OPEN INPUT PO-EDIT-EXCEPTION-FILE
                   MOVE WS-EDIT-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 5
                   OPEN INPUT VENDOR-MASTER-FILE
                   MOVE WS-VEND-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 6
                   OPEN INPUT VENDOR-PERF-FILE
                   MOVE WS-PERF-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 7
                   OPEN INPUT CALENDAR-FILE
                   MOVE WS-CAL-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 8
                   OPEN INPUT ROUTING-GUIDE-FILE
                   MOVE WS-GUIDE-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 9
                   OPEN INPUT RUN-LOG-FILE
                   MOVE WS-LOG-FILE-STATUS  TO WS-TARGET-FILE-STATUS
           END-EVALUATE.

      *    EACH RECORD IS READ INTO A SPACE-FILLED IMAGE THE SAME SIZE
      *    AS THE UNLOAD, SO IT HASHES EXACTLY AS IT DID ON BACKUP.
       4700-READ-TARGET-RECORD.
           MOVE SPACES TO WS-RELOAD-IMAGE
           EVALUATE WS-FILE-SUB
               WHEN 1
                   READ PO-DETAIL-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-PO-FILE-STATUS   TO WS-TARGET-FILE-STATUS
               WHEN 2
                   READ PO-HISTORY-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-HIST-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 3
                   READ ASN-EXCEPTION-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-ASN-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 4
                   READ PO-EDIT-EXCEPTION-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-EDIT-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 5
                   READ VENDOR-MASTER-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-VEND-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 6
                   READ VENDOR-PERF-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-PERF-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 7
                   READ CALENDAR-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-CAL-FILE-STATUS  TO WS-TARGET-FILE-STATUS
               WHEN 8
                   READ ROUTING-GUIDE-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-GUIDE-FILE-STATUS TO WS-TARGET-FILE-STATUS
               WHEN 9
                   READ RUN-LOG-FILE NEXT RECORD
                       INTO WS-RELOAD-IMAGE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                   END-READ
                   MOVE WS-LOG-FILE-STATUS  TO WS-TARGET-FILE-STATUS
           END-EVALUATE
      *    A READ ERROR ENDS THE CHECK SHORT, SO THE COUNT CANNOT
      *    AGREE AND THE FILE IS REPORTED AS FAILED.
           IF NOT WS-TARGET-EOF AND NOT WS-TARGET-IO-OK
               SET WS-TARGET-EOF TO TRUE
               ADD 1 TO WS-RS-WRITE-ERRORS(WS-FILE-SUB)
           END-IF.

       4900-STAMP-CATALOG.
           MOVE RC-GENERATION           TO BC-GENERATION
           MOVE WS-FILE-ID(WS-FILE-SUB) TO BC-FILE-ID
           READ BACKUP-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CURRENT-DATE-MMDDYY TO BC-LAST-RESTORE-DATE
                   REWRITE BACKUP-CATALOG-RECORD
           END-READ.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL518"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                     TO RL-CALL-FUNCTION
           MOVE "WPUL518"               TO RL-CALL-PROGRAM-ID
           MOVE WS-SET-RECORDS-READ     TO RL-CALL-RECORDS-READ
           MOVE WS-RECORDS-RELOADED     TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-FILES-FAILED         TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
      *    THE END OF RUN IS LOGGED ONLY WHEN EVERY CARD RESTORED
      *    CLEANLY, SO A STEP GATED ON WPUL518 WAITS FOR A GOOD
      *    RESTORE.
           IF WS-CARDS-REFUSED = ZERO
               AND WS-FILES-FAILED = ZERO
               PERFORM 8100-LOG-RUN-END
           END-IF
           IF WS-CARDS-READ = ZERO
               WRITE RESTORE-RPT-LINE FROM WS-NO-TRANS-LINE
           END-IF
           MOVE WS-CARDS-READ           TO WS1-CARDS-READ
           MOVE WS-CARDS-REFUSED        TO WS2-CARDS-REFUSED
           MOVE WS-FILES-RESTORED       TO WS3-FILES-RESTORED
           MOVE WS-FILES-FAILED         TO WS4-FILES-FAILED
           MOVE WS-RECORDS-RELOADED     TO WS5-RECORDS-RELOADED
           WRITE RESTORE-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE RESTORE-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE RESTORE-RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE RESTORE-RPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE RESTORE-RPT-LINE FROM WS-SUMMARY-LINE-5
           CLOSE RESTORE-CARD-FILE
           CLOSE BACKUP-CATALOG-FILE
           CLOSE RESTORE-RPT-FILE
           DISPLAY "WPUL518: " WS-FILES-RESTORED " FILES RESTORED, "
               WS-FILES-FAILED " FAILED, "
               WS-CARDS-REFUSED " CARDS REFUSED".
