       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL515.
      *
      *    NIGHTLY EXCEPTION WORK-QUEUE MERGE AND AGING REPORT.
      *    THE FIVE NIGHTLY EXCEPTION FILES ARE REBUILT FROM SCRATCH
      *    EVERY RUN, SO ON THEIR OWN THEY CANNOT SAY HOW LONG AN
      *    EXCEPTION HAS BEEN SITTING THERE. THIS STEP MERGES ALL FIVE
      *    INTO THE EXCQUEUE WORK-QUEUE (WPUL515_COPYBOOK.CBL), WHICH
      *    IS KEPT FROM NIGHT TO NIGHT:
      *        ASNEXCP   (WPUL482)  OWNED BY RCVG  RECEIVING/TRAFFIC
      *        PODEDIT   (WPUL491)  OWNED BY PURC  PURCHASING
      *        VENDEXCP  (WPUL496)  OWNED BY PURC  PURCHASING
      *        XFEREXCP  (WPUL498)  OWNED BY INVC  INVENTORY CONTROL
      *        DUPEXCP   (WPUL502)  OWNED BY PURC  PURCHASING
      *    AN EXCEPTION NOT YET ON THE QUEUE IS ADDED OPEN, FIRST SEEN
      *    TONIGHT, AND GIVEN THE NEXT ITEM NUMBER. ONE ALREADY ON THE
      *    QUEUE KEEPS ITS FIRST-SEEN DATE, DEPARTMENT, ASSIGNMENT AND
      *    NOTE; ONLY ITS LAST-SEEN DATE AND WORDING MOVE. AN ITEM THAT
      *    NO LONGER APPEARS IN ITS SOURCE FILE IS RESOLVED WITH
      *    TONIGHT'S DATE, AND A RESOLVED ITEM THAT COMES BACK IS
      *    REOPENED AS A NEW OCCURRENCE. A SOURCE FILE THAT WILL NOT
      *    OPEN RESOLVES NOTHING -- ITS ITEMS ARE CARRIED AS THEY
      *    STAND -- SO THIS STEP BELONGS BEHIND A WPUL501 GATE ON THE
      *    FIVE PROGRAMS ABOVE. RESOLVED ITEMS ARE PURGED AFTER A
      *    TUNABLE NUMBER OF DAYS.
      *    THE MORNING REPORT LISTS EVERY OUTSTANDING ITEM BY OWNING
      *    DEPARTMENT, OLDEST FIRST, WITH A COUNT PER AGE BAND
      *    (1, 2-5, 6-15, OVER 15 DAYS SINCE FIRST SEEN) FOR EACH
      *    DEPARTMENT AND A DEPARTMENT SUMMARY AT THE END. DESKS
      *    ASSIGN AND ANNOTATE ITEMS WITH WPUL516 CARDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT VENDOR-MISMATCH-FILE
               ASSIGN TO "VENDEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-EXCEPTION-KEY
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT TRANSFER-EXCEPTION-FILE
               ASSIGN TO "XFEREXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-EXCEPTION-KEY
               FILE STATUS IS WS-TRANSFER-FILE-STATUS.

           SELECT DUPLICATE-PO-FILE
               ASSIGN TO "DUPEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-EXCEPTION-KEY
               FILE STATUS IS WS-DUPLICATE-FILE-STATUS.

           SELECT EXCEPTION-QUEUE-FILE
               ASSIGN TO "EXCQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-QUEUE-KEY
               ALTERNATE RECORD KEY IS WQ-ITEM-NUMBER
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT AGING-SORT-FILE
               ASSIGN TO "WPUL515S".

           SELECT AGING-RPT-FILE
               ASSIGN TO "WPUL515R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASN-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL482_COPYBOOK.CBL".

       FD  PO-EDIT-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL491_COPYBOOK.CBL".

       FD  VENDOR-MISMATCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL496_COPYBOOK.CBL".

       FD  TRANSFER-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL498_COPYBOOK.CBL".

       FD  DUPLICATE-PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL502_COPYBOOK.CBL".

       FD  EXCEPTION-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL515_COPYBOOK.CBL".

       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  SA-DEPARTMENT               PIC X(04).
           05  SA-AGE-DAYS                 PIC 9(05).
           05  SA-ITEM-NUMBER              PIC 9(07).
           05  SA-SOURCE-NAME              PIC X(08).
           05  SA-RECORD-KEY               PIC X(08).
           05  SA-DESCRIPTION              PIC X(40).
           05  SA-DETAIL-TEXT              PIC X(30).
           05  SA-QUEUE-STATUS             PIC X(01).
               88  SA-ASSIGNED             VALUE 'A'.
           05  SA-ASSIGNED-TO              PIC X(10).
           05  SA-FIRST-SEEN-DATE          PIC 9(06).
           05  SA-NOTE-TEXT                PIC X(60).
           05  SA-NOTE-DATE                PIC 9(06).

       FD  AGING-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ASN-FILE-STATUS                PIC X(02).
           88  WS-ASN-FILE-OK                VALUE '00'.
       01  WS-ASN-EOF-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-ASN-EOF                    VALUE 'Y'.
       01  WS-EDIT-FILE-STATUS               PIC X(02).
           88  WS-EDIT-FILE-OK               VALUE '00'.
       01  WS-EDIT-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-EDIT-EOF                   VALUE 'Y'.
       01  WS-VENDOR-FILE-STATUS             PIC X(02).
           88  WS-VENDOR-FILE-OK             VALUE '00'.
       01  WS-VENDOR-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-VENDOR-EOF                 VALUE 'Y'.
       01  WS-TRANSFER-FILE-STATUS           PIC X(02).
           88  WS-TRANSFER-FILE-OK           VALUE '00'.
       01  WS-TRANSFER-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  WS-TRANSFER-EOF               VALUE 'Y'.
       01  WS-DUPLICATE-FILE-STATUS          PIC X(02).
           88  WS-DUPLICATE-FILE-OK          VALUE '00'.
       01  WS-DUPLICATE-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  WS-DUPLICATE-EOF              VALUE 'Y'.
       01  WS-QUEUE-FILE-STATUS              PIC X(02).
           88  WS-QUEUE-FILE-OK              VALUE '00'.
           88  WS-QUEUE-FILE-MISSING         VALUE '35'.
       01  WS-QUEUE-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-QUEUE-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                   VALUE 'Y'.

           COPY "WPURLOG_COPYBOOK.CBL".
           COPY "WPUDATE_COPYBOOK.CBL".

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

      *    THE FIVE SOURCE FILES, IN MERGE ORDER, WITH THE DEPARTMENT
      *    THAT OWNS A NEW ITEM FROM EACH. A WPUL516 CARD CAN MOVE AN
      *    ITEM TO ANOTHER DEPARTMENT AFTERWARDS. TUNABLE WITHOUT
      *    RESTRUCTURING THE PROGRAM.
       01  WS-SOURCE-LIST.
           05  FILLER PIC X(13) VALUE "AASNEXCP RCVG".
           05  FILLER PIC X(13) VALUE "EPODEDIT PURC".
           05  FILLER PIC X(13) VALUE "VVENDEXCPPURC".
           05  FILLER PIC X(13) VALUE "XXFEREXCPINVC".
           05  FILLER PIC X(13) VALUE "DDUPEXCP PURC".
       01  FILLER REDEFINES WS-SOURCE-LIST.
           05  WS-SOURCE-ENTRY               OCCURS 5 TIMES.
               10  WS-SOURCE-CODE            PIC X(01).
               10  WS-SOURCE-NAME            PIC X(08).
               10  WS-SOURCE-DEPARTMENT      PIC X(04).
       01  WS-SOURCE-SUB                     PIC 9(01).

      *    SET AS EACH SOURCE FILE IS MERGED. ONLY A SOURCE THAT WAS
      *    ACTUALLY READ TONIGHT MAY RESOLVE ITS ITEMS.
       01  WS-SOURCE-LOADED-FLAGS            PIC X(05) VALUE "NNNNN".
       01  FILLER REDEFINES WS-SOURCE-LOADED-FLAGS.
           05  WS-SOURCE-LOADED-FLAG         PIC X(01) OCCURS 5 TIMES.
               88  WS-SOURCE-LOADED          VALUE 'Y'.
       01  WS-ITEM-SOURCE-LOADED-FLAG        PIC X(01).
           88  WS-ITEM-SOURCE-LOADED         VALUE 'Y'.
       01  WS-ITEM-SOURCE-NAME               PIC X(08).

      *    CALENDAR DAYS A RESOLVED ITEM STAYS ON THE QUEUE BEFORE IT
      *    IS PURGED. WPUL514 BILLS RESOLVED ASNEXCP ITEMS FROM HERE,
      *    SO THIS MUST NOT BE SHORTER THAN ITS WS-LOOKBACK-DAYS.
      *    TUNABLE WITHOUT RESTRUCTURING THE PROGRAM.
       01  WS-PURGE-DAYS                     PIC 9(03) VALUE 060.

      *    THE ITEM BEING POSTED, HELD ASIDE WHILE THE QUEUE IS READ.
       01  WS-NEW-QUEUE-ITEM.
           05  WS-NEW-QUEUE-KEY              PIC X(31).
           05  WS-NEW-RECORD-KEY             PIC X(08).
           05  WS-NEW-DESCRIPTION            PIC X(40).
           05  WS-NEW-DETAIL-TEXT            PIC X(30).
       01  WS-SEVERITY-TEXT                  PIC X(08).
       01  WS-LAST-ITEM-NUMBER               PIC 9(07) VALUE ZERO.
       01  WS-AGE-DAYS                       PIC 9(05).

       01  WS-FIRST-GROUP-FLAG               PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                VALUE 'Y'.
       01  WS-BREAK-DEPARTMENT               PIC X(04).
       01  WS-BAND-SUB                       PIC 9(01).

      *    AGE BAND COUNTS FOR THE DEPARTMENT IN HAND, THEN FOR THE
      *    WHOLE QUEUE. BAND 1 = 1 DAY, 2 = 2-5, 3 = 6-15, 4 = OVER 15.
       01  WS-DEPT-COUNTS.
           05  WS-DEPT-BAND-COUNT            PIC 9(05) OCCURS 4 TIMES.
           05  WS-DEPT-ITEM-COUNT            PIC 9(05).
           05  WS-DEPT-ASSIGNED-COUNT        PIC 9(05).
       01  WS-ALL-COUNTS.
           05  WS-ALL-BAND-COUNT             PIC 9(05) OCCURS 4 TIMES.
           05  WS-ALL-ITEM-COUNT             PIC 9(05).
           05  WS-ALL-ASSIGNED-COUNT         PIC 9(05).

      *    EACH DEPARTMENT'S COUNTS ARE KEPT FOR THE SUMMARY AT THE
      *    FOOT OF THE REPORT. DEPARTMENTS PAST THE LAST SLOT ARE
      *    LUMPED TOGETHER UNDER "OTHR".
       01  WS-DEPT-SUMMARY-MAX               PIC 9(02) VALUE 20.
       01  WS-DEPT-SUMMARY-USED              PIC 9(02) VALUE ZERO.
       01  WS-DEPT-SUMMARY-SUB               PIC 9(02).
       01  WS-DEPT-SUMMARY-TABLE.
           05  WS-DEPT-SUMMARY-ENTRY         OCCURS 20 TIMES.
               10  WS-SUMMARY-DEPARTMENT     PIC X(04).
               10  WS-SUMMARY-BAND-COUNT     PIC 9(05) OCCURS 4 TIMES.
               10  WS-SUMMARY-ITEM-COUNT     PIC 9(05).
               10  WS-SUMMARY-ASSIGNED-COUNT PIC 9(05).

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-NEW-COUNT                      PIC 9(07) VALUE ZERO.
       01  WS-REOPENED-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-CARRIED-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-RESOLVED-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-PURGED-COUNT                   PIC 9(07) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-SOURCE-MISSING-COUNT           PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL515  EXCEPTION WORK-QUEUE AGING BY DEPARTMENT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(06) VALUE "DEPT".
           05  FILLER                 PIC X(09) VALUE "ITEM-NO".
           05  FILLER                 PIC X(10) VALUE "SOURCE".
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(42) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(10) VALUE "STATUS".
           05  FILLER                 PIC X(12) VALUE "ASSIGNED-TO".
           05  FILLER                 PIC X(10) VALUE "FIRST-SEEN".
           05  FILLER                 PIC X(05) VALUE "  AGE".

       01  WS-DETAIL-LINE.
           05  WD-DEPARTMENT                 PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-ITEM-NUMBER                PIC 9(07).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-SOURCE-NAME                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-DESCRIPTION                PIC X(40).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-STATUS-TEXT                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-ASSIGNED-TO                PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-FIRST-SEEN-DATE            PIC 99/99/99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-AGE-DAYS                   PIC ZZZZ9.

      *    SECOND LINE, PRINTED WHEN THE ITEM CARRIES DETAIL OR A NOTE.
       01  WS-NOTE-LINE.
           05  FILLER                        PIC X(25) VALUE SPACES.
           05  WN-DETAIL-TEXT                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WN-NOTE-DATE                  PIC 99/99/99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WN-NOTE-TEXT                  PIC X(60).

       01  WS-BAND-TOTAL-LINE.
           05  WB-DEPARTMENT                 PIC X(04).
           05  FILLER                        PIC X(09) VALUE
               " TOTALS -".
           05  FILLER                        PIC X(08) VALUE
               "  1 DAY:".
           05  WB-BAND-1                     PIC ZZZZ9.
           05  FILLER                        PIC X(11) VALUE
               "  2-5 DAYS:".
           05  WB-BAND-2                     PIC ZZZZ9.
           05  FILLER                        PIC X(12) VALUE
               "  6-15 DAYS:".
           05  WB-BAND-3                     PIC ZZZZ9.
           05  FILLER                        PIC X(15) VALUE
               "  OVER 15 DAYS:".
           05  WB-BAND-4                     PIC ZZZZ9.
           05  FILLER                        PIC X(08) VALUE
               "  TOTAL:".
           05  WB-ITEM-COUNT                 PIC ZZZZ9.
           05  FILLER                        PIC X(11) VALUE
               "  ASSIGNED:".
           05  WB-ASSIGNED-COUNT             PIC ZZZZ9.

       01  WS-DEPT-SUMMARY-HEADING          PIC X(132) VALUE
           "OUTSTANDING ITEMS BY DEPARTMENT AND AGE BAND".

       01  WS-SOURCE-MISSING-LINE.
           05  FILLER                        PIC X(12) VALUE
               "SOURCE FILE ".
           05  WM-SOURCE-NAME                PIC X(08).
           05  FILLER                        PIC X(22) VALUE
               " NOT AVAILABLE, STATUS".
           05  WM-FILE-STATUS                PIC X(02).
           05  FILLER                        PIC X(40) VALUE
               " -- ITS ITEMS CARRIED FORWARD UNRESOLVED".

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(28) VALUE
               "SOURCE EXCEPTIONS READ    :".
           05  WS1-RECORDS-READ       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "NEW ITEMS QUEUED          :".
           05  WS2-NEW                PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(28) VALUE
               "RESOLVED ITEMS REOPENED   :".
           05  WS3-REOPENED           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(28) VALUE
               "ITEMS CARRIED FORWARD     :".
           05  WS4-CARRIED            PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(28) VALUE
               "AUTO-RESOLVED TONIGHT     :".
           05  WS5-RESOLVED           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(28) VALUE
               "RESOLVED ITEMS PURGED     :".
           05  WS6-PURGED             PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                 PIC X(28) VALUE
               "ITEMS OUTSTANDING         :".
           05  WS7-OUTSTANDING        PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                 PIC X(28) VALUE
               "SOURCE FILES NOT AVAILABLE:".
           05  WS8-SOURCE-MISSING     PIC ZZZZZZ9.

       01  WS-NO-ITEMS-LINE                 PIC X(132) VALUE
           "NO OUTSTANDING ITEMS ON THE EXCEPTION WORK-QUEUE".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-ASN-EXCEPTIONS
           PERFORM 2100-MERGE-EDIT-EXCEPTIONS
           PERFORM 2200-MERGE-VENDOR-EXCEPTIONS
           PERFORM 2300-MERGE-TRANSFER-EXCEPTIONS
           PERFORM 2400-MERGE-DUPLICATE-EXCEPTIONS
           SORT AGING-SORT-FILE
               ON ASCENDING KEY SA-DEPARTMENT
               ON DESCENDING KEY SA-AGE-DAYS
               ON ASCENDING KEY SA-ITEM-NUMBER
               INPUT PROCEDURE IS 3000-REVIEW-QUEUE
               OUTPUT PROCEDURE IS 5000-PRINT-AGING-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           OPEN I-O EXCEPTION-QUEUE-FILE
           IF WS-QUEUE-FILE-MISSING
      *        FIRST-EVER MERGE RUN -- CREATE THE QUEUE EMPTY AND
      *        REOPEN IT FOR UPDATE.
               OPEN OUTPUT EXCEPTION-QUEUE-FILE
               CLOSE EXCEPTION-QUEUE-FILE
               OPEN I-O EXCEPTION-QUEUE-FILE
           END-IF
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "WPUL515: UNABLE TO OPEN EXCQUEUE, STATUS="
                   WS-QUEUE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-RPT-FILE
           WRITE AGING-RPT-LINE FROM WS-HEADING-1
           WRITE AGING-RPT-LINE FROM WS-HEADING-2
           PERFORM 1100-FIND-LAST-ITEM-NUMBER.

       1100-FIND-LAST-ITEM-NUMBER.
      *    ITEM NUMBERS ARE NEVER REUSED WHILE AN ITEM IS ON FILE, SO
      *    NEW ITEMS ARE NUMBERED ON FROM THE HIGHEST ONE THERE.
           MOVE LOW-VALUES TO WQ-QUEUE-KEY
           START EXCEPTION-QUEUE-FILE
               KEY IS NOT LESS THAN WQ-QUEUE-KEY
               INVALID KEY
                   SET WS-QUEUE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-QUEUE-EOF
               READ EXCEPTION-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF WQ-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                           MOVE WQ-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

       2000-MERGE-ASN-EXCEPTIONS.
           MOVE 1 TO WS-SOURCE-SUB
           OPEN INPUT ASN-EXCEPTION-FILE
           IF WS-ASN-FILE-OK
               SET WS-SOURCE-LOADED(WS-SOURCE-SUB) TO TRUE
               MOVE 'N' TO WS-ASN-EOF-FLAG
               PERFORM UNTIL WS-ASN-EOF
                   READ ASN-EXCEPTION-FILE NEXT RECORD
                       AT END
                           SET WS-ASN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2010-BUILD-ASN-ITEM
                           PERFORM 2900-POST-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ASN-EXCEPTION-FILE
           ELSE
               MOVE WS-ASN-FILE-STATUS TO WM-FILE-STATUS
               PERFORM 2990-WRITE-SOURCE-MISSING
           END-IF.

       2010-BUILD-ASN-ITEM.
           MOVE SPACES                   TO EXCEPTION-QUEUE-RECORD
           SET WQ-FROM-ASNEXCP           TO TRUE
           MOVE AX-EXCEPTION-KEY         TO WQ-ASN-EXCEPTION-KEY
           MOVE AX-BUYER-NUMBER          TO WQ-BUYER-NUMBER
           MOVE AX-PURCHASE-ORDER-NUMBER TO WQ-PURCHASE-ORDER-NUMBER
           EVALUATE TRUE
               WHEN AX-OVERDUE-PENDING
                   MOVE "ASN STILL PENDING PAST DELIVERY DATE"
                       TO WQ-DESCRIPTION
               WHEN AX-NO-APPROVED-ASN
                   MOVE "PO RECEIVED WITHOUT AN APPROVED ASN"
                       TO WQ-DESCRIPTION
               WHEN OTHER
                   MOVE "ASN TRAILER DISAGREES WITH THE PO"
                       TO WQ-DESCRIPTION
           END-EVALUATE
           MOVE AX-VENDOR-NAME           TO WQ-DETAIL-TEXT.

       2100-MERGE-EDIT-EXCEPTIONS.
           MOVE 2 TO WS-SOURCE-SUB
           OPEN INPUT PO-EDIT-EXCEPTION-FILE
           IF WS-EDIT-FILE-OK
               SET WS-SOURCE-LOADED(WS-SOURCE-SUB) TO TRUE
               MOVE 'N' TO WS-EDIT-EOF-FLAG
               PERFORM UNTIL WS-EDIT-EOF
                   READ PO-EDIT-EXCEPTION-FILE NEXT RECORD
                       AT END
                           SET WS-EDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2110-BUILD-EDIT-ITEM
                           PERFORM 2900-POST-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE PO-EDIT-EXCEPTION-FILE
           ELSE
               MOVE WS-EDIT-FILE-STATUS TO WM-FILE-STATUS
               PERFORM 2990-WRITE-SOURCE-MISSING
           END-IF.

       2110-BUILD-EDIT-ITEM.
           MOVE SPACES                   TO EXCEPTION-QUEUE-RECORD
           SET WQ-FROM-PODEDIT           TO TRUE
           MOVE EX-BUYER-NUMBER          TO WQ-BUYER-NUMBER
           MOVE EX-PURCHASE-ORDER-NUMBER TO WQ-PURCHASE-ORDER-NUMBER
           MOVE WQ-RECORD-KEY            TO WQ-EDIT-RECORD-KEY
           MOVE EX-FIELD-NAME            TO WQ-EDIT-FIELD-NAME
           EVALUATE TRUE
               WHEN EX-SEVERITY-FATAL
                   MOVE "FATAL"   TO WS-SEVERITY-TEXT
               WHEN EX-SEVERITY-ERROR
                   MOVE "ERROR"   TO WS-SEVERITY-TEXT
               WHEN OTHER
                   MOVE "WARNING" TO WS-SEVERITY-TEXT
           END-EVALUATE
           STRING WS-SEVERITY-TEXT DELIMITED BY SPACE
                  " EDIT: "        DELIMITED BY SIZE
                  EX-FIELD-NAME    DELIMITED BY SIZE
               INTO WQ-DESCRIPTION
           END-STRING
           MOVE EX-OFFENDING-VALUE       TO WQ-DETAIL-TEXT.

       2200-MERGE-VENDOR-EXCEPTIONS.
           MOVE 3 TO WS-SOURCE-SUB
           OPEN INPUT VENDOR-MISMATCH-FILE
           IF WS-VENDOR-FILE-OK
               SET WS-SOURCE-LOADED(WS-SOURCE-SUB) TO TRUE
               MOVE 'N' TO WS-VENDOR-EOF-FLAG
               PERFORM UNTIL WS-VENDOR-EOF
                   READ VENDOR-MISMATCH-FILE NEXT RECORD
                       AT END
                           SET WS-VENDOR-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-BUILD-VENDOR-ITEM
                           PERFORM 2900-POST-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MISMATCH-FILE
           ELSE
               MOVE WS-VENDOR-FILE-STATUS TO WM-FILE-STATUS
               PERFORM 2990-WRITE-SOURCE-MISSING
           END-IF.

       2210-BUILD-VENDOR-ITEM.
           MOVE SPACES                   TO EXCEPTION-QUEUE-RECORD
           SET WQ-FROM-VENDEXCP          TO TRUE
           MOVE VX-BUYER-NUMBER          TO WQ-BUYER-NUMBER
           MOVE VX-PURCHASE-ORDER-NUMBER TO WQ-PURCHASE-ORDER-NUMBER
           MOVE WQ-RECORD-KEY            TO WQ-VENDOR-RECORD-KEY
           MOVE VX-EXCEPTION-TYPE        TO WQ-VENDOR-EXCEPTION-TYPE
           MOVE VX-FIELD-NAME            TO WQ-VENDOR-FIELD-NAME
           IF VX-VENDOR-NOT-ON-MASTER
               MOVE "VENDOR NOT ON THE VENDOR MASTER"
                   TO WQ-DESCRIPTION
           ELSE
               STRING "VENDOR MISMATCH: " DELIMITED BY SIZE
                      VX-FIELD-NAME       DELIMITED BY SIZE
                   INTO WQ-DESCRIPTION
               END-STRING
           END-IF
           MOVE VX-PO-VALUE              TO WQ-DETAIL-TEXT.

       2300-MERGE-TRANSFER-EXCEPTIONS.
           MOVE 4 TO WS-SOURCE-SUB
           OPEN INPUT TRANSFER-EXCEPTION-FILE
           IF WS-TRANSFER-FILE-OK
               SET WS-SOURCE-LOADED(WS-SOURCE-SUB) TO TRUE
               MOVE 'N' TO WS-TRANSFER-EOF-FLAG
               PERFORM UNTIL WS-TRANSFER-EOF
                   READ TRANSFER-EXCEPTION-FILE NEXT RECORD
                       AT END
                           SET WS-TRANSFER-EOF TO TRUE
                       NOT AT END
                           PERFORM 2310-BUILD-TRANSFER-ITEM
                           PERFORM 2900-POST-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-EXCEPTION-FILE
           ELSE
               MOVE WS-TRANSFER-FILE-STATUS TO WM-FILE-STATUS
               PERFORM 2990-WRITE-SOURCE-MISSING
           END-IF.

       2310-BUILD-TRANSFER-ITEM.
      *    AN UNMATCHED TRANSFER MAY HAVE ONLY ITS INBOUND SIDE.
           MOVE SPACES                   TO EXCEPTION-QUEUE-RECORD
           SET WQ-FROM-XFEREXCP          TO TRUE
           MOVE TX-EXCEPTION-KEY         TO WQ-TRANSFER-EXCEPTION-KEY
           IF TX-OUT-RECORD-KEY NOT = SPACES
               MOVE TX-OUT-RECORD-KEY    TO WQ-RECORD-KEY
           ELSE
               MOVE TX-IN-RECORD-KEY     TO WQ-RECORD-KEY
           END-IF
           EVALUATE TRUE
               WHEN TX-UNMATCHED-TRANSFER
                   MOVE "TRANSFER HAS NO COUNTERPART PO"
                       TO WQ-DESCRIPTION
               WHEN TX-QUANTITY-MISMATCH
                   MOVE "TRANSFER SIDES DISAGREE ON UNITS"
                       TO WQ-DESCRIPTION
               WHEN OTHER
                   MOVE "TRANSFER ACKNOWLEDGEMENT OVERDUE"
                       TO WQ-DESCRIPTION
           END-EVALUATE
           STRING "TRANSFER INVOICE "         DELIMITED BY SIZE
                  TX-TRANSFER-INVOICE-NUMBER  DELIMITED BY SIZE
               INTO WQ-DETAIL-TEXT
           END-STRING.

       2400-MERGE-DUPLICATE-EXCEPTIONS.
           MOVE 5 TO WS-SOURCE-SUB
           OPEN INPUT DUPLICATE-PO-FILE
           IF WS-DUPLICATE-FILE-OK
               SET WS-SOURCE-LOADED(WS-SOURCE-SUB) TO TRUE
               MOVE 'N' TO WS-DUPLICATE-EOF-FLAG
               PERFORM UNTIL WS-DUPLICATE-EOF
                   READ DUPLICATE-PO-FILE NEXT RECORD
                       AT END
                           SET WS-DUPLICATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2410-BUILD-DUPLICATE-ITEM
                           PERFORM 2900-POST-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-PO-FILE
           ELSE
               MOVE WS-DUPLICATE-FILE-STATUS TO WM-FILE-STATUS
               PERFORM 2990-WRITE-SOURCE-MISSING
           END-IF.

       2410-BUILD-DUPLICATE-ITEM.
           MOVE SPACES                   TO EXCEPTION-QUEUE-RECORD
           SET WQ-FROM-DUPEXCP           TO TRUE
           MOVE DP-EXCEPTION-KEY         TO WQ-DUPLICATE-EXCEPTION-KEY
           MOVE DP-FIRST-RECORD-KEY      TO WQ-RECORD-KEY
           MOVE "SUSPECTED DUPLICATE PO" TO WQ-DESCRIPTION
           STRING "DUPLICATE OF PO "     DELIMITED BY SIZE
                  DP-SECOND-RECORD-KEY   DELIMITED BY SIZE
               INTO WQ-DETAIL-TEXT
           END-STRING.

       2900-POST-QUEUE-ITEM.
           ADD 1 TO WS-RECORDS-READ
           MOVE WQ-QUEUE-KEY             TO WS-NEW-QUEUE-KEY
           MOVE WQ-RECORD-KEY            TO WS-NEW-RECORD-KEY
           MOVE WQ-DESCRIPTION           TO WS-NEW-DESCRIPTION
           MOVE WQ-DETAIL-TEXT           TO WS-NEW-DETAIL-TEXT
           READ EXCEPTION-QUEUE-FILE
               INVALID KEY
                   PERFORM 2910-ADD-QUEUE-ITEM
               NOT INVALID KEY
                   PERFORM 2920-CARRY-QUEUE-ITEM
           END-READ.

       2910-ADD-QUEUE-ITEM.
           MOVE SPACES                   TO EXCEPTION-QUEUE-RECORD
           MOVE WS-NEW-QUEUE-KEY         TO WQ-QUEUE-KEY
           ADD 1                         TO WS-LAST-ITEM-NUMBER
           MOVE WS-LAST-ITEM-NUMBER      TO WQ-ITEM-NUMBER
           MOVE WS-NEW-RECORD-KEY        TO WQ-RECORD-KEY
           MOVE WS-SOURCE-DEPARTMENT(WS-SOURCE-SUB) TO WQ-DEPARTMENT
           MOVE WS-NEW-DESCRIPTION       TO WQ-DESCRIPTION
           MOVE WS-NEW-DETAIL-TEXT       TO WQ-DETAIL-TEXT
           SET WQ-OPEN                   TO TRUE
           MOVE WS-CURRENT-DATE-MMDDYY   TO WQ-FIRST-SEEN-DATE
           MOVE WS-CURRENT-DATE-MMDDYY   TO WQ-LAST-SEEN-DATE
           MOVE ZERO                     TO WQ-RESOLVED-DATE
           MOVE ZERO                     TO WQ-ASSIGNED-DATE
           MOVE ZERO                     TO WQ-NOTE-DATE
           WRITE EXCEPTION-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "WPUL515: UNABLE TO QUEUE ITEM "
                       WQ-ITEM-NUMBER ", STATUS=" WS-QUEUE-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.

       2920-CARRY-QUEUE-ITEM.
      *    A RESOLVED ITEM THAT COMES BACK IS A NEW OCCURRENCE -- IT
      *    AGES FROM TONIGHT AND NEEDS ASSIGNING AGAIN. THE OWNING
      *    DEPARTMENT AND THE LAST NOTE STAY WITH IT.
           IF WQ-RESOLVED
               SET WQ-OPEN                   TO TRUE
               MOVE WS-CURRENT-DATE-MMDDYY   TO WQ-FIRST-SEEN-DATE
               MOVE ZERO                     TO WQ-RESOLVED-DATE
               MOVE SPACES                   TO WQ-ASSIGNED-TO
               MOVE ZERO                     TO WQ-ASSIGNED-DATE
               ADD 1 TO WS-REOPENED-COUNT
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           MOVE WS-NEW-RECORD-KEY        TO WQ-RECORD-KEY
           MOVE WS-NEW-DESCRIPTION       TO WQ-DESCRIPTION
           MOVE WS-NEW-DETAIL-TEXT       TO WQ-DETAIL-TEXT
           MOVE WS-CURRENT-DATE-MMDDYY   TO WQ-LAST-SEEN-DATE
           REWRITE EXCEPTION-QUEUE-RECORD.

       2990-WRITE-SOURCE-MISSING.
           ADD 1 TO WS-SOURCE-MISSING-COUNT
           MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO WM-SOURCE-NAME
           WRITE AGING-RPT-LINE FROM WS-SOURCE-MISSING-LINE
           DISPLAY "WPUL515: " WS-SOURCE-NAME(WS-SOURCE-SUB)
               " NOT AVAILABLE, STATUS=" WM-FILE-STATUS
               " -- ITS ITEMS LEFT UNRESOLVED".

       3000-REVIEW-QUEUE.
      *    ONE PASS OF THE QUEUE AFTER THE MERGE: RESOLVE WHAT NO
      *    LONGER APPEARS, PURGE WHAT HAS BEEN RESOLVED LONG ENOUGH,
      *    AND RELEASE EVERYTHING STILL OUTSTANDING TO THE REPORT.
           MOVE 'N' TO WS-QUEUE-EOF-FLAG
           MOVE LOW-VALUES TO WQ-QUEUE-KEY
           START EXCEPTION-QUEUE-FILE
               KEY IS NOT LESS THAN WQ-QUEUE-KEY
               INVALID KEY
                   SET WS-QUEUE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-QUEUE-EOF
               READ EXCEPTION-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-REVIEW-QUEUE-ITEM
               END-READ
           END-PERFORM.

       3100-REVIEW-QUEUE-ITEM.
           PERFORM 3110-FIND-ITEM-SOURCE
           IF WQ-OUTSTANDING
               AND WQ-LAST-SEEN-DATE NOT = WS-CURRENT-DATE-MMDDYY
               AND WS-ITEM-SOURCE-LOADED
               SET WQ-RESOLVED               TO TRUE
               MOVE WS-CURRENT-DATE-MMDDYY   TO WQ-RESOLVED-DATE
               REWRITE EXCEPTION-QUEUE-RECORD
               ADD 1 TO WS-RESOLVED-COUNT
           END-IF
           IF WQ-OUTSTANDING
               PERFORM 3200-RELEASE-AGING-ITEM
           ELSE
               IF WQ-RESOLVED-DATE NOT = WS-CURRENT-DATE-MMDDYY
                   PERFORM 3300-PURGE-RESOLVED-ITEM
               END-IF
           END-IF.

       3110-FIND-ITEM-SOURCE.
           MOVE 'N'    TO WS-ITEM-SOURCE-LOADED-FLAG
           MOVE SPACES TO WS-ITEM-SOURCE-NAME
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 5
               IF WS-SOURCE-CODE(WS-SOURCE-SUB) = WQ-SOURCE-FILE
                   MOVE WS-SOURCE-NAME(WS-SOURCE-SUB)
                       TO WS-ITEM-SOURCE-NAME
                   IF WS-SOURCE-LOADED(WS-SOURCE-SUB)
                       MOVE 'Y' TO WS-ITEM-SOURCE-LOADED-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       3200-RELEASE-AGING-ITEM.
      *    AGE COUNTS THE FIRST-SEEN NIGHT AS DAY 1.
           MOVE 'DB'                   TO DS-FUNCTION
           MOVE SPACES                 TO DS-FACILITY
           MOVE WQ-FIRST-SEEN-DATE     TO DS-DATE-1
           MOVE WS-CURRENT-DATE-MMDDYY TO DS-DATE-2
           MOVE ZERO                   TO DS-DAYS-REQUESTED
           CALL "WPUDATE" USING DATE-SERVICE-AREA
           IF DS-RETURN-GOOD
               AND DS-DAYS-RESULT NOT < ZERO
               COMPUTE WS-AGE-DAYS = DS-DAYS-RESULT + 1
           ELSE
               MOVE 1 TO WS-AGE-DAYS
           END-IF
           MOVE WQ-DEPARTMENT          TO SA-DEPARTMENT
           MOVE WS-AGE-DAYS            TO SA-AGE-DAYS
           MOVE WQ-ITEM-NUMBER         TO SA-ITEM-NUMBER
           MOVE WS-ITEM-SOURCE-NAME    TO SA-SOURCE-NAME
           MOVE WQ-RECORD-KEY          TO SA-RECORD-KEY
           MOVE WQ-DESCRIPTION         TO SA-DESCRIPTION
           MOVE WQ-DETAIL-TEXT         TO SA-DETAIL-TEXT
           MOVE WQ-QUEUE-STATUS        TO SA-QUEUE-STATUS
           MOVE WQ-ASSIGNED-TO         TO SA-ASSIGNED-TO
           MOVE WQ-FIRST-SEEN-DATE     TO SA-FIRST-SEEN-DATE
           MOVE WQ-NOTE-TEXT           TO SA-NOTE-TEXT
           MOVE WQ-NOTE-DATE           TO SA-NOTE-DATE
           RELEASE AGING-SORT-RECORD
           ADD 1 TO WS-OUTSTANDING-COUNT.

       3300-PURGE-RESOLVED-ITEM.
           MOVE 'DB'                   TO DS-FUNCTION
           MOVE SPACES                 TO DS-FACILITY
           MOVE WQ-RESOLVED-DATE       TO DS-DATE-1
           MOVE WS-CURRENT-DATE-MMDDYY TO DS-DATE-2
           MOVE ZERO                   TO DS-DAYS-REQUESTED
           CALL "WPUDATE" USING DATE-SERVICE-AREA
           IF DS-RETURN-GOOD
               AND DS-DAYS-RESULT > WS-PURGE-DAYS
               DELETE EXCEPTION-QUEUE-FILE RECORD
               ADD 1 TO WS-PURGED-COUNT
           END-IF.

       5000-PRINT-AGING-REPORT.
           MOVE 'Y' TO WS-FIRST-GROUP-FLAG
           MOVE ZERO TO WS-ALL-COUNTS
           PERFORM UNTIL WS-SORT-EOF
               RETURN AGING-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-PROCESS-AGING-ITEM
               END-RETURN
           END-PERFORM
           IF WS-FIRST-GROUP
               WRITE AGING-RPT-LINE FROM WS-NO-ITEMS-LINE
           ELSE
               PERFORM 5300-WRITE-DEPARTMENT-TOTAL
               PERFORM 5500-WRITE-DEPARTMENT-SUMMARY
           END-IF.

       5100-PROCESS-AGING-ITEM.
           IF WS-FIRST-GROUP
               PERFORM 5200-START-NEW-DEPARTMENT
           ELSE
               IF SA-DEPARTMENT NOT = WS-BREAK-DEPARTMENT
                   PERFORM 5300-WRITE-DEPARTMENT-TOTAL
                   PERFORM 5200-START-NEW-DEPARTMENT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SA-AGE-DAYS NOT > 1
                   MOVE 1 TO WS-BAND-SUB
               WHEN SA-AGE-DAYS NOT > 5
                   MOVE 2 TO WS-BAND-SUB
               WHEN SA-AGE-DAYS NOT > 15
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-DEPT-BAND-COUNT(WS-BAND-SUB)
           ADD 1 TO WS-DEPT-ITEM-COUNT
           ADD 1 TO WS-ALL-BAND-COUNT(WS-BAND-SUB)
           ADD 1 TO WS-ALL-ITEM-COUNT
           IF SA-ASSIGNED
               ADD 1 TO WS-DEPT-ASSIGNED-COUNT
               ADD 1 TO WS-ALL-ASSIGNED-COUNT
               MOVE "ASSIGNED"        TO WD-STATUS-TEXT
           ELSE
               MOVE "OPEN"            TO WD-STATUS-TEXT
           END-IF
           MOVE SA-DEPARTMENT         TO WD-DEPARTMENT
           MOVE SA-ITEM-NUMBER        TO WD-ITEM-NUMBER
           MOVE SA-SOURCE-NAME        TO WD-SOURCE-NAME
           MOVE SA-RECORD-KEY         TO WD-RECORD-KEY
           MOVE SA-DESCRIPTION        TO WD-DESCRIPTION
           MOVE SA-ASSIGNED-TO        TO WD-ASSIGNED-TO
           MOVE SA-FIRST-SEEN-DATE    TO WD-FIRST-SEEN-DATE
           MOVE SA-AGE-DAYS           TO WD-AGE-DAYS
           WRITE AGING-RPT-LINE FROM WS-DETAIL-LINE
           IF SA-DETAIL-TEXT NOT = SPACES
               OR SA-NOTE-TEXT NOT = SPACES
               MOVE SPACES            TO WS-NOTE-LINE
               MOVE SA-DETAIL-TEXT    TO WN-DETAIL-TEXT
               IF SA-NOTE-TEXT NOT = SPACES
                   MOVE SA-NOTE-DATE  TO WN-NOTE-DATE
                   MOVE SA-NOTE-TEXT  TO WN-NOTE-TEXT
               END-IF
               WRITE AGING-RPT-LINE FROM WS-NOTE-LINE
           END-IF.

       5200-START-NEW-DEPARTMENT.
           MOVE SA-DEPARTMENT TO WS-BREAK-DEPARTMENT
           MOVE ZERO          TO WS-DEPT-COUNTS
           MOVE 'N'           TO WS-FIRST-GROUP-FLAG.

       5300-WRITE-DEPARTMENT-TOTAL.
           MOVE WS-BREAK-DEPARTMENT       TO WB-DEPARTMENT
           MOVE WS-DEPT-BAND-COUNT(1)     TO WB-BAND-1
           MOVE WS-DEPT-BAND-COUNT(2)     TO WB-BAND-2
           MOVE WS-DEPT-BAND-COUNT(3)     TO WB-BAND-3
           MOVE WS-DEPT-BAND-COUNT(4)     TO WB-BAND-4
           MOVE WS-DEPT-ITEM-COUNT        TO WB-ITEM-COUNT
           MOVE WS-DEPT-ASSIGNED-COUNT    TO WB-ASSIGNED-COUNT
           WRITE AGING-RPT-LINE FROM WS-BAND-TOTAL-LINE
           MOVE SPACES                    TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           PERFORM 5400-SAVE-DEPARTMENT-SUMMARY.

       5400-SAVE-DEPARTMENT-SUMMARY.
      *    THE LAST SLOT IS KEPT BACK FOR THE OVERFLOW.
           IF WS-DEPT-SUMMARY-USED + 1 < WS-DEPT-SUMMARY-MAX
               ADD 1 TO WS-DEPT-SUMMARY-USED
               MOVE WS-DEPT-SUMMARY-USED TO WS-DEPT-SUMMARY-SUB
               PERFORM 5410-CLEAR-SUMMARY-ENTRY
               MOVE WS-BREAK-DEPARTMENT
                   TO WS-SUMMARY-DEPARTMENT(WS-DEPT-SUMMARY-SUB)
           ELSE
               MOVE WS-DEPT-SUMMARY-MAX TO WS-DEPT-SUMMARY-SUB
               IF WS-DEPT-SUMMARY-USED < WS-DEPT-SUMMARY-MAX
                   MOVE WS-DEPT-SUMMARY-MAX TO WS-DEPT-SUMMARY-USED
                   PERFORM 5410-CLEAR-SUMMARY-ENTRY
                   MOVE "OTHR"
                       TO WS-SUMMARY-DEPARTMENT(WS-DEPT-SUMMARY-SUB)
               END-IF
           END-IF
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
               ADD WS-DEPT-BAND-COUNT(WS-BAND-SUB) TO
                   WS-SUMMARY-BAND-COUNT
                       (WS-DEPT-SUMMARY-SUB, WS-BAND-SUB)
           END-PERFORM
           ADD WS-DEPT-ITEM-COUNT
               TO WS-SUMMARY-ITEM-COUNT(WS-DEPT-SUMMARY-SUB)
           ADD WS-DEPT-ASSIGNED-COUNT
               TO WS-SUMMARY-ASSIGNED-COUNT(WS-DEPT-SUMMARY-SUB).

       5410-CLEAR-SUMMARY-ENTRY.
           MOVE ZERO TO WS-SUMMARY-ITEM-COUNT(WS-DEPT-SUMMARY-SUB)
           MOVE ZERO TO WS-SUMMARY-ASSIGNED-COUNT(WS-DEPT-SUMMARY-SUB)
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
               MOVE ZERO TO WS-SUMMARY-BAND-COUNT
                   (WS-DEPT-SUMMARY-SUB, WS-BAND-SUB)
           END-PERFORM.

       5500-WRITE-DEPARTMENT-SUMMARY.
           WRITE AGING-RPT-LINE FROM WS-DEPT-SUMMARY-HEADING
           PERFORM VARYING WS-DEPT-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUMMARY-SUB > WS-DEPT-SUMMARY-USED
               MOVE WS-SUMMARY-DEPARTMENT(WS-DEPT-SUMMARY-SUB)
                   TO WB-DEPARTMENT
               MOVE WS-SUMMARY-BAND-COUNT(WS-DEPT-SUMMARY-SUB, 1)
                   TO WB-BAND-1
               MOVE WS-SUMMARY-BAND-COUNT(WS-DEPT-SUMMARY-SUB, 2)
                   TO WB-BAND-2
               MOVE WS-SUMMARY-BAND-COUNT(WS-DEPT-SUMMARY-SUB, 3)
                   TO WB-BAND-3
               MOVE WS-SUMMARY-BAND-COUNT(WS-DEPT-SUMMARY-SUB, 4)
                   TO WB-BAND-4
               MOVE WS-SUMMARY-ITEM-COUNT(WS-DEPT-SUMMARY-SUB)
                   TO WB-ITEM-COUNT
               MOVE WS-SUMMARY-ASSIGNED-COUNT(WS-DEPT-SUMMARY-SUB)
                   TO WB-ASSIGNED-COUNT
               WRITE AGING-RPT-LINE FROM WS-BAND-TOTAL-LINE
           END-PERFORM
           MOVE "ALL "                    TO WB-DEPARTMENT
           MOVE WS-ALL-BAND-COUNT(1)      TO WB-BAND-1
           MOVE WS-ALL-BAND-COUNT(2)      TO WB-BAND-2
           MOVE WS-ALL-BAND-COUNT(3)      TO WB-BAND-3
           MOVE WS-ALL-BAND-COUNT(4)      TO WB-BAND-4
           MOVE WS-ALL-ITEM-COUNT         TO WB-ITEM-COUNT
           MOVE WS-ALL-ASSIGNED-COUNT     TO WB-ASSIGNED-COUNT
           WRITE AGING-RPT-LINE FROM WS-BAND-TOTAL-LINE
           MOVE SPACES                    TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL515"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                     TO RL-CALL-FUNCTION
           MOVE "WPUL515"               TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ         TO RL-CALL-RECORDS-READ
           MOVE WS-NEW-COUNT            TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-SOURCE-MISSING-COUNT TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           MOVE WS-RECORDS-READ         TO WS1-RECORDS-READ
           MOVE WS-NEW-COUNT            TO WS2-NEW
           MOVE WS-REOPENED-COUNT       TO WS3-REOPENED
           MOVE WS-CARRIED-COUNT        TO WS4-CARRIED
           MOVE WS-RESOLVED-COUNT       TO WS5-RESOLVED
           MOVE WS-PURGED-COUNT         TO WS6-PURGED
           MOVE WS-OUTSTANDING-COUNT    TO WS7-OUTSTANDING
           MOVE WS-SOURCE-MISSING-COUNT TO WS8-SOURCE-MISSING
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-5
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-6
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-7
           WRITE AGING-RPT-LINE FROM WS-SUMMARY-LINE-8
           CLOSE EXCEPTION-QUEUE-FILE
           CLOSE AGING-RPT-FILE
           DISPLAY "WPUL515: " WS-NEW-COUNT " NEW, "
               WS-RESOLVED-COUNT " RESOLVED, "
               WS-OUTSTANDING-COUNT " OUTSTANDING ON THE WORK-QUEUE".
