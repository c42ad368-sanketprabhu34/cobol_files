       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL514.
      *
      *    MONTHLY VENDOR COMPLIANCE CHARGEBACK RUN.
      *    GATHERS THE VENDOR FAILURES THE SUITE ALREADY FINDS, PRICES
      *    EACH FROM THE FINEMAST FINE SCHEDULE (WPUL513) AND WRITES
      *    A DEBIT MEMO EXTRACT FOR ACCOUNTS PAYABLE IN
      *    PO-AP-VENDOR-NUMBER ORDER (WPUL514_COPYBOOK.CBL):
      *        'L' - LATE ASN          ASNEXCP TYPE 'O' (WPUL482)
      *        'M' - MISSING ASN       ASNEXCP TYPE 'R'
      *        'T' - TRAILER MISMATCH  ASNEXCP TYPE 'T'
      *                                ALL THREE AS CARRIED ON THE
      *                                EXCQUEUE WORK-QUEUE (WPUL515)
      *        'G' - OFF-GUIDE CARRIER PO-ASN-CARRIER OR FREIGHT MODE
      *                                AGAINST ROUTMAST, THE SAME TEST
      *                                WPUL500 MAKES
      *        'P' - PAST APPOINTMENT  PO-DATE-RECEIVED AFTER
      *                                PO-DATE-APPOINTMENT
      *        'C' - PAST CANCEL DATE  PO-DATE-RECEIVED AFTER
      *                                PO-DATE-CANCEL
      *        'N' - NO PALLET LABELS  RECEIVED WITHOUT
      *                                PO-PALLET-LABELS-PRINTED
      *    THE PO-FIELD VIOLATIONS ARE TAKEN FROM POS RECEIVED IN THE
      *    LOOKBACK WINDOW. ASNEXCP ITSELF ONLY HOLDS WHAT IS WRONG ON
      *    THE NIGHT WPUL482 REBUILDS IT -- A LATE ASN DROPS OFF AS
      *    SOON AS IT IS RECEIVED -- SO THE ASN VIOLATIONS ARE TAKEN
      *    FROM THE ASNEXCP ITEMS ON EXCQUEUE FIRST SEEN IN THE SAME
      *    WINDOW, RESOLVED OR NOT. WPUL515 KEEPS A RESOLVED ITEM ON
      *    THE QUEUE LONGER THAN THE WINDOW, AND THIS MONTHLY RUN
      *    FOLLOWS THAT NIGHT'S WPUL515 MERGE.
      *    WPUL500 ONLY PRINTS A REPORT, SO THE OFF-GUIDE TEST IS MADE
      *    AGAIN HERE FROM THE PO AND ROUTMAST. TRANSFERS ARE NEVER
      *    CHARGED, AND A BACKHAUL LOAD IS OUR OWN TRUCK SO ITS CARRIER
      *    IS NOT THE VENDOR'S CHOICE.
      *    EVERY CHARGE BILLED IS WRITTEN TO THE CBHIST CHARGEBACK
      *    HISTORY, KEYED BY PO AND VIOLATION TYPE, AND A VIOLATION
      *    ALREADY ON CBHIST IS NEVER BILLED AGAIN -- SO THE LOOKBACK
      *    WINDOW CAN OVERLAP LAST MONTH'S RUN SAFELY. A WAIVED,
      *    UNSCHEDULED OR ZERO CHARGE, OR ONE WHOSE PO HAS NO AP
      *    VENDOR, IS PRINTED BUT NOT BILLED OR FILED, SO IT CAN STILL
      *    BE BILLED ONCE THE SCHEDULE OR THE PO IS PUT RIGHT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT EXCEPTION-QUEUE-FILE
               ASSIGN TO "EXCQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-QUEUE-KEY
               ALTERNATE RECORD KEY IS WQ-ITEM-NUMBER
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT ROUTING-GUIDE-FILE
               ASSIGN TO "ROUTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-RECORD-KEY
               FILE STATUS IS WS-GUIDE-FILE-STATUS.

           SELECT FINE-SCHEDULE-FILE
               ASSIGN TO "FINEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-RECORD-KEY
               FILE STATUS IS WS-FINE-FILE-STATUS.

           SELECT CHARGEBACK-HISTORY-FILE
               ASSIGN TO "CBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-RECORD-KEY
               FILE STATUS IS WS-CBHIST-FILE-STATUS.

           SELECT CHARGEBACK-SORT-FILE
               ASSIGN TO "WPUL514S".

           SELECT DEBIT-MEMO-FILE
               ASSIGN TO "DEBITMEM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGEBACK-RPT-FILE
               ASSIGN TO "WPUL514R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  EXCEPTION-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL515_COPYBOOK.CBL".

       FD  ROUTING-GUIDE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL499_COPYBOOK.CBL".

       FD  FINE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL513_COPYBOOK.CBL".

      *    ONE RECORD PER VIOLATION EVER BILLED. KEPT, NEVER REBUILT --
      *    IT IS WHAT STOPS A VENDOR BEING CHARGED TWICE FOR THE SAME
      *    PO AND VIOLATION.
       FD  CHARGEBACK-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGEBACK-HISTORY-RECORD.
           05  CH-RECORD-KEY.
               10  CH-BUYER-NUMBER         PIC X(02).
               10  CH-PURCHASE-ORDER-NUMBER PIC 9(06).
               10  CH-VIOLATION-TYPE       PIC X(01).
           05  CH-AP-VENDOR-NUMBER         PIC X(12).
           05  CH-VENDOR-NUMBER            PIC X(06).
           05  CH-CHARGE-AMOUNT            PIC S9(07)V99 COMP-3.
           05  CH-VIOLATION-DATE           PIC 9(06).
           05  CH-BILLED-DATE              PIC 9(06).

       SD  CHARGEBACK-SORT-FILE.
       01  CHARGEBACK-SORT-RECORD.
           05  SC-AP-VENDOR-NUMBER         PIC X(12).
           05  SC-RECORD-KEY.
               10  SC-BUYER-NUMBER         PIC X(02).
               10  SC-PURCHASE-ORDER-NUMBER PIC 9(06).
           05  SC-VIOLATION-TYPE           PIC X(01).
           05  SC-VENDOR-NUMBER            PIC X(06).
           05  SC-VIOLATION-DESC           PIC X(25).
           05  SC-VIOLATION-DATE           PIC 9(06).
           05  SC-PO-COST-USD              PIC S9(07)V99 COMP-3.
           05  SC-CHARGE-AMOUNT            PIC S9(07)V99 COMP-3.
           05  SC-BILL-STATUS              PIC X(01).
               88  SC-BILLABLE             VALUE 'B'.
               88  SC-WAIVED               VALUE 'W'.
               88  SC-NO-SCHEDULE          VALUE 'S'.
               88  SC-NO-AP-VENDOR         VALUE 'A'.
               88  SC-ZERO-CHARGE          VALUE 'Z'.

       FD  DEBIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL514_COPYBOOK.CBL".

       FD  CHARGEBACK-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGEBACK-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-QUEUE-FILE-STATUS              PIC X(02).
           88  WS-QUEUE-FILE-OK              VALUE '00'.
       01  WS-QUEUE-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-QUEUE-EOF                  VALUE 'Y'.
       01  WS-GUIDE-FILE-STATUS              PIC X(02).
           88  WS-GUIDE-FILE-OK              VALUE '00'.
       01  WS-FINE-FILE-STATUS               PIC X(02).
           88  WS-FINE-FILE-OK               VALUE '00'.
       01  WS-CBHIST-FILE-STATUS             PIC X(02).
           88  WS-CBHIST-FILE-OK             VALUE '00'.
           88  WS-CBHIST-FILE-MISSING        VALUE '35'.
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

      *    HOW FAR BACK, IN CALENDAR DAYS FROM THE RUN DATE, A RECEIPT
      *    OR A FIRST-SEEN ASN EXCEPTION IS LOOKED AT. A LITTLE OVER A
      *    MONTH SO A LATE-POSTED RECEIPT IS NOT MISSED; CBHIST KEEPS
      *    THE OVERLAP FROM BILLING TWICE. WPUL515'S PURGE OF RESOLVED
      *    QUEUE ITEMS MUST NOT BE SHORTER. TUNABLE WITHOUT
      *    RESTRUCTURING THE PROGRAM.
       01  WS-LOOKBACK-DAYS                  PIC 9(03) VALUE 045.

      *    DEFAULT DESCRIPTION FOR EACH VIOLATION TYPE, USED WHEN THE
      *    FINE SCHEDULE HAS NO WORDING OF ITS OWN FOR IT. KEEP IN
      *    STEP WITH THE 88-LEVELS UNDER FS-VIOLATION-TYPE.
       01  WS-VIOLATION-NAME-LIST.
           05  FILLER PIC X(26) VALUE "LLATE ASN".
           05  FILLER PIC X(26) VALUE "MMISSING ASN".
           05  FILLER PIC X(26) VALUE "TASN TRAILER MISMATCH".
           05  FILLER PIC X(26) VALUE "GOFF-GUIDE CARRIER".
           05  FILLER PIC X(26) VALUE "PRECEIVED PAST APPOINTMENT".
           05  FILLER PIC X(26) VALUE "CRECEIVED PAST CANCEL DATE".
           05  FILLER PIC X(26) VALUE "NNO PALLET LABELS".
       01  FILLER REDEFINES WS-VIOLATION-NAME-LIST.
           05  WS-VIOLATION-NAME-ENTRY       OCCURS 7 TIMES.
               10  WS-VIOLATION-NAME-CODE    PIC X(01).
               10  WS-VIOLATION-NAME-TEXT    PIC X(25).
       01  WS-NAME-SUB                       PIC 9(02).

      *    WQ-ASN-EXCEPTION-KEY SPLIT BACK INTO THE ASNEXCP KEY IT
      *    WAS BUILT FROM (WPUL482_COPYBOOK.CBL).
       01  WS-ASN-ITEM-KEY.
           05  WS-ASN-ITEM-BUYER-NUMBER      PIC X(02).
           05  WS-ASN-ITEM-PO-NUMBER         PIC 9(06).
           05  WS-ASN-ITEM-TYPE              PIC X(01).
               88  WS-ASN-ITEM-OVERDUE       VALUE 'O'.
               88  WS-ASN-ITEM-NO-APPROVED   VALUE 'R'.
               88  WS-ASN-ITEM-TRAILER       VALUE 'T'.

       01  WS-VIOLATION-TYPE                 PIC X(01).
       01  WS-VIOLATION-DATE                 PIC 9(06).
       01  WS-PO-COST-USD                    PIC S9(07)V99 COMP-3.
       01  WS-PO-FOUND-FLAG                  PIC X(01).
           88  WS-PO-FOUND                   VALUE 'Y'.
       01  WS-IN-WINDOW-FLAG                 PIC X(01).
           88  WS-IN-WINDOW                  VALUE 'Y'.
       01  WS-BILLED-BEFORE-FLAG             PIC X(01).
           88  WS-BILLED-BEFORE              VALUE 'Y'.
       01  WS-GUIDE-FOUND-FLAG               PIC X(01).
           88  WS-GUIDE-FOUND                VALUE 'Y'.
       01  WS-OFF-GUIDE-FLAG                 PIC X(01).
           88  WS-OFF-GUIDE                  VALUE 'Y'.

       01  WS-FIRST-GROUP-FLAG               PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                VALUE 'Y'.
       01  WS-BREAK-AP-VENDOR-NUMBER         PIC X(12).
       01  WS-VENDOR-CHARGE-TOTAL            PIC S9(09)V99 COMP-3.
       01  WS-VENDOR-MEMO-COUNT              PIC 9(05).

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-ASN-READ                       PIC 9(07) VALUE ZERO.
       01  WS-VIOLATION-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-BILLED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-BILLED-COUNT                   PIC 9(07) VALUE ZERO.
       01  WS-NOT-BILLED-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-BILLED-TOTAL                   PIC S9(09)V99 COMP-3
                                             VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL514  VENDOR COMPLIANCE CHARGEBACKS (USD)".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(14) VALUE "AP-VENDOR".
           05  FILLER                 PIC X(08) VALUE "VENDOR".
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(05) VALUE "VIOL".
           05  FILLER                 PIC X(27) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(10) VALUE "DATE".
           05  FILLER                 PIC X(15) VALUE "PO-COST-USD".
           05  FILLER                 PIC X(13) VALUE "CHARGE".
           05  FILLER                 PIC X(16) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-AP-VENDOR-NUMBER           PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-VIOLATION-TYPE             PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WD-VIOLATION-DESC             PIC X(25).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-VIOLATION-DATE             PIC 99/99/99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-PO-COST-USD                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-CHARGE-AMOUNT              PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(16).

       01  WS-VENDOR-TOTAL-LINE.
           05  WV-AP-VENDOR-NUMBER           PIC X(12).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "DEBIT MEMO TOTAL -".
           05  WV-MEMO-COUNT                 PIC ZZZZ9.
           05  FILLER                        PIC X(09) VALUE
               " LINES   ".
           05  WV-CHARGE-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(28) VALUE
               "PO RECORDS READ           :".
           05  WS1-RECORDS-READ       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "ASN QUEUE ITEMS READ      :".
           05  WS2-ASN-READ           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(28) VALUE
               "VIOLATIONS FOUND          :".
           05  WS3-VIOLATIONS         PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(28) VALUE
               "ALREADY BILLED - SKIPPED  :".
           05  WS4-ALREADY-BILLED     PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(28) VALUE
               "CHARGEBACKS BILLED        :".
           05  WS5-BILLED             PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(28) VALUE
               "PRINTED, NOT BILLED       :".
           05  WS6-NOT-BILLED         PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                 PIC X(28) VALUE
               "TOTAL BILLED (USD)        :".
           05  WS7-BILLED-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-NO-VIOLATION-LINE             PIC X(132) VALUE
           "NO NEW COMPLIANCE VIOLATIONS TO CHARGE THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT CHARGEBACK-SORT-FILE
               ON ASCENDING KEY SC-AP-VENDOR-NUMBER
                                SC-RECORD-KEY
                                SC-VIOLATION-TYPE
               INPUT PROCEDURE IS 2000-GATHER-VIOLATIONS
               OUTPUT PROCEDURE IS 5000-WRITE-DEBIT-MEMOS
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
               DISPLAY "WPUL514: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EXCEPTION-QUEUE-FILE
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "WPUL514: UNABLE TO OPEN EXCQUEUE, STATUS="
                   WS-QUEUE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ROUTING-GUIDE-FILE
           IF NOT WS-GUIDE-FILE-OK
               DISPLAY "WPUL514: UNABLE TO OPEN ROUTING-GUIDE, STATUS="
                   WS-GUIDE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT FINE-SCHEDULE-FILE
           IF NOT WS-FINE-FILE-OK
               DISPLAY "WPUL514: UNABLE TO OPEN FINEMAST, STATUS="
                   WS-FINE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHARGEBACK-HISTORY-FILE
           IF WS-CBHIST-FILE-MISSING
      *        FIRST-EVER CHARGEBACK RUN -- CREATE THE HISTORY EMPTY
      *        AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT CHARGEBACK-HISTORY-FILE
               CLOSE CHARGEBACK-HISTORY-FILE
               OPEN I-O CHARGEBACK-HISTORY-FILE
           END-IF
           IF NOT WS-CBHIST-FILE-OK
               DISPLAY "WPUL514: UNABLE TO OPEN CBHIST, STATUS="
                   WS-CBHIST-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DEBIT-MEMO-FILE
           OPEN OUTPUT CHARGEBACK-RPT-FILE
           WRITE CHARGEBACK-RPT-LINE FROM WS-HEADING-1
           WRITE CHARGEBACK-RPT-LINE FROM WS-HEADING-2.

       2000-GATHER-VIOLATIONS.
      *    PASS ONE -- THE PO FILE, FOR THE VIOLATIONS CARRIED IN THE
      *    PO'S OWN FIELDS. PASS TWO -- THE ASNEXCP ITEMS ON THE
      *    WORK-QUEUE, WHICH SORT FIRST UNDER SOURCE CODE 'A', WITH A
      *    KEYED READ BACK TO THE PO FOR THE VENDOR, AP PAYEE AND COST.
           MOVE 'N' TO WS-PO-EOF-FLAG
           PERFORM UNTIL PO-EOF
               READ PO-DETAIL-FILE NEXT RECORD
                   AT END
                       SET PO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF PO-DATE-RECEIVED NOT = ZERO
                           AND NOT PO-CANCELLED
                           AND NOT PO-DETAIL-HISTORY
                           PERFORM 2100-CHECK-RECEIVED-PO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-QUEUE-EOF-FLAG
           MOVE LOW-VALUES TO WQ-QUEUE-KEY
           SET WQ-FROM-ASNEXCP TO TRUE
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
                       IF WQ-FROM-ASNEXCP
                           ADD 1 TO WS-ASN-READ
                           PERFORM 2500-CHECK-ASN-EXCEPTION
                       ELSE
                           SET WS-QUEUE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-RECEIVED-PO.
           PERFORM 2150-TEST-TRANSFER
           MOVE 'N'                TO WS-IN-WINDOW-FLAG
           IF WS-PO-FOUND
               MOVE 'DB'               TO DS-FUNCTION
               MOVE SPACES             TO DS-FACILITY
               MOVE PO-DATE-RECEIVED   TO DS-DATE-1
               MOVE WS-CURRENT-DATE-MMDDYY TO DS-DATE-2
               MOVE ZERO               TO DS-DAYS-REQUESTED
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF DS-RETURN-GOOD
                   AND DS-DAYS-RESULT NOT < ZERO
                   AND DS-DAYS-RESULT NOT > WS-LOOKBACK-DAYS
                   SET WS-IN-WINDOW TO TRUE
               END-IF
           END-IF
           IF WS-IN-WINDOW
               MOVE PO-DATE-RECEIVED   TO WS-VIOLATION-DATE
               PERFORM 2110-TEST-RECEIPT-FIELDS
           END-IF.

       2110-TEST-RECEIPT-FIELDS.
           IF PO-DATE-APPOINTMENT NOT = ZERO
               MOVE PO-DATE-APPOINTMENT TO DS-DATE-1
               MOVE PO-DATE-RECEIVED    TO DS-DATE-2
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF DS-RETURN-GOOD
                   AND DS-DAYS-RESULT > ZERO
                   MOVE 'P' TO WS-VIOLATION-TYPE
                   PERFORM 2900-PRICE-VIOLATION
               END-IF
           END-IF
           IF PO-DATE-CANCEL NOT = ZERO
               MOVE PO-DATE-CANCEL      TO DS-DATE-1
               MOVE PO-DATE-RECEIVED    TO DS-DATE-2
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF DS-RETURN-GOOD
                   AND DS-DAYS-RESULT > ZERO
                   MOVE 'C' TO WS-VIOLATION-TYPE
                   PERFORM 2900-PRICE-VIOLATION
               END-IF
           END-IF
           IF NOT PO-PALLET-LABELS-PRINTED
               MOVE 'N' TO WS-VIOLATION-TYPE
               PERFORM 2900-PRICE-VIOLATION
           END-IF
           IF PO-ASN-CARRIER NOT = SPACES
               AND PO-FLAG-BACKHAUL = SPACES
               PERFORM 2200-TEST-ROUTING-GUIDE
           END-IF.

       2150-TEST-TRANSFER.
      *    WS-PO-FOUND DOUBLES AS "CHARGEABLE" HERE -- A TRANSFER OR
      *    BILLING MOVE BETWEEN OUR OWN BUILDINGS HAS NO VENDOR TO
      *    CHARGE.
           MOVE 'Y' TO WS-PO-FOUND-FLAG
           IF PO-TRANSFERRED
               OR PO-TRANSFER-TO-BILLING
               OR PO-TRANSFER-FROM-BILLING
               OR PO-ASN-STATUS-IS-TRANSFER
               MOVE 'N' TO WS-PO-FOUND-FLAG
           END-IF.

       2200-TEST-ROUTING-GUIDE.
      *    THE SAME TEST WPUL500 MAKES: OFF GUIDE WHEN THE CARRIER IS
      *    NOT THE PREFERRED ONE OR THE PREFERRED MODE'S FLAG IS NOT
      *    SET. NO GUIDE ENTRY MEANS NO RULE TO BREAK.
           MOVE 'N' TO WS-GUIDE-FOUND-FLAG
           MOVE 'N' TO WS-OFF-GUIDE-FLAG
           MOVE PO-TRAFFIC-AREA       TO RG-TRAFFIC-AREA
           MOVE PO-PICKUP-POINT-STATE TO RG-PICKUP-POINT-STATE
           READ ROUTING-GUIDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-GUIDE-FOUND TO TRUE
           END-READ
           IF WS-GUIDE-FOUND
               IF PO-ASN-CARRIER NOT = RG-PREFERRED-CARRIER
                   SET WS-OFF-GUIDE TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN RG-MODE-TRUCK
                       IF PO-FLAG-TRUCK = SPACES
                           SET WS-OFF-GUIDE TO TRUE
                       END-IF
                   WHEN RG-MODE-RAIL
                       IF PO-FLAG-RAIL = SPACES
                           SET WS-OFF-GUIDE TO TRUE
                       END-IF
                   WHEN RG-MODE-AIR
                       IF PO-FLAG-AIR = SPACES
                           SET WS-OFF-GUIDE TO TRUE
                       END-IF
                   WHEN RG-MODE-WATER
                       IF PO-FLAG-WATER = SPACES
                           SET WS-OFF-GUIDE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-OFF-GUIDE
               MOVE 'G' TO WS-VIOLATION-TYPE
               PERFORM 2900-PRICE-VIOLATION
           END-IF.

       2500-CHECK-ASN-EXCEPTION.
      *    THE VIOLATION IS DATED THE NIGHT WPUL482 FIRST FOUND IT.
      *    A REOPENED ITEM IS A NEW OCCURRENCE BUT THE SAME PO AND
      *    VIOLATION, SO CBHIST STILL HOLDS IT TO ONE CHARGE.
           MOVE WQ-ASN-EXCEPTION-KEY TO WS-ASN-ITEM-KEY
           MOVE SPACES TO WS-VIOLATION-TYPE
           MOVE 'N'    TO WS-IN-WINDOW-FLAG
           MOVE 'DB'               TO DS-FUNCTION
           MOVE SPACES             TO DS-FACILITY
           MOVE WQ-FIRST-SEEN-DATE TO DS-DATE-1
           MOVE WS-CURRENT-DATE-MMDDYY TO DS-DATE-2
           MOVE ZERO               TO DS-DAYS-REQUESTED
           CALL "WPUDATE" USING DATE-SERVICE-AREA
           IF DS-RETURN-GOOD
               AND DS-DAYS-RESULT NOT < ZERO
               AND DS-DAYS-RESULT NOT > WS-LOOKBACK-DAYS
               SET WS-IN-WINDOW TO TRUE
           END-IF
           IF WS-IN-WINDOW
               EVALUATE TRUE
                   WHEN WS-ASN-ITEM-OVERDUE
                       MOVE 'L' TO WS-VIOLATION-TYPE
                   WHEN WS-ASN-ITEM-NO-APPROVED
                       MOVE 'M' TO WS-VIOLATION-TYPE
                   WHEN WS-ASN-ITEM-TRAILER
                       MOVE 'T' TO WS-VIOLATION-TYPE
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-PO-FOUND-FLAG
           IF WS-VIOLATION-TYPE NOT = SPACES
               MOVE WS-ASN-ITEM-BUYER-NUMBER TO PO-BUYER-NUMBER
               MOVE WS-ASN-ITEM-PO-NUMBER
                   TO PO-PURCHASE-ORDER-NUMBER
               READ PO-DETAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PO-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-PO-FOUND
               AND NOT PO-CANCELLED
               PERFORM 2150-TEST-TRANSFER
               IF WS-PO-FOUND
                   MOVE WQ-FIRST-SEEN-DATE TO WS-VIOLATION-DATE
                   PERFORM 2900-PRICE-VIOLATION
               END-IF
           END-IF.

       2900-PRICE-VIOLATION.
      *    CALLED WITH THE PO RECORD IN THE FD AND WS-VIOLATION-TYPE
      *    AND WS-VIOLATION-DATE SET. A VIOLATION ALREADY ON CBHIST IS
      *    COUNTED AND DROPPED HERE, BEFORE IT REACHES THE SORT.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE PO-BUYER-NUMBER          TO CH-BUYER-NUMBER
           MOVE PO-PURCHASE-ORDER-NUMBER TO CH-PURCHASE-ORDER-NUMBER
           MOVE WS-VIOLATION-TYPE        TO CH-VIOLATION-TYPE
           MOVE 'N' TO WS-BILLED-BEFORE-FLAG
           READ CHARGEBACK-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BILLED-BEFORE TO TRUE
           END-READ
           IF WS-BILLED-BEFORE
               ADD 1 TO WS-ALREADY-BILLED-COUNT
           ELSE
               PERFORM 2910-RELEASE-CHARGEBACK
           END-IF.

       2910-RELEASE-CHARGEBACK.
      *    THE STANDARD SCHEDULE ENTRY IS READ FIRST, THEN ANY ENTRY
      *    FOR THIS VENDOR, WHICH WINS.
           IF PO-ACTUAL-TURN-COST > ZERO
               MOVE PO-ACTUAL-TURN-COST TO WS-PO-COST-USD
           ELSE
               MOVE PO-TURN-COST        TO WS-PO-COST-USD
           END-IF
           IF PO-VENDOR-IS-NON-USD
               AND PO-EXCHANGE-RATE > ZERO
               COMPUTE WS-PO-COST-USD ROUNDED =
                   WS-PO-COST-USD * PO-EXCHANGE-RATE
           END-IF
           MOVE SPACES TO SC-VIOLATION-DESC
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > 7
               IF WS-VIOLATION-NAME-CODE(WS-NAME-SUB) =
                   WS-VIOLATION-TYPE
                   MOVE WS-VIOLATION-NAME-TEXT(WS-NAME-SUB)
                       TO SC-VIOLATION-DESC
               END-IF
           END-PERFORM
           MOVE ZERO TO SC-CHARGE-AMOUNT
           SET SC-NO-SCHEDULE TO TRUE
           MOVE WS-VIOLATION-TYPE TO FS-VIOLATION-TYPE
           MOVE SPACES            TO FS-VENDOR-NUMBER
           READ FINE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2920-APPLY-SCHEDULE
           END-READ
           MOVE PO-VENDOR-NUMBER  TO FS-VENDOR-NUMBER
           READ FINE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2920-APPLY-SCHEDULE
           END-READ
           IF SC-BILLABLE
               AND SC-CHARGE-AMOUNT NOT > ZERO
               SET SC-ZERO-CHARGE TO TRUE
           END-IF
           IF SC-BILLABLE
               AND PO-AP-VENDOR-NUMBER = SPACES
               SET SC-NO-AP-VENDOR TO TRUE
           END-IF
           MOVE PO-AP-VENDOR-NUMBER      TO SC-AP-VENDOR-NUMBER
           MOVE PO-BUYER-NUMBER          TO SC-BUYER-NUMBER
           MOVE PO-PURCHASE-ORDER-NUMBER TO SC-PURCHASE-ORDER-NUMBER
           MOVE WS-VIOLATION-TYPE        TO SC-VIOLATION-TYPE
           MOVE PO-VENDOR-NUMBER         TO SC-VENDOR-NUMBER
           MOVE WS-VIOLATION-DATE        TO SC-VIOLATION-DATE
           MOVE WS-PO-COST-USD           TO SC-PO-COST-USD
           RELEASE CHARGEBACK-SORT-RECORD.

       2920-APPLY-SCHEDULE.
           IF FS-DESCRIPTION NOT = SPACES
               MOVE FS-DESCRIPTION TO SC-VIOLATION-DESC
           END-IF
           EVALUATE TRUE
               WHEN FS-WAIVED
                   SET SC-WAIVED TO TRUE
                   MOVE ZERO TO SC-CHARGE-AMOUNT
               WHEN FS-FLAT-AMOUNT-FINE
                   SET SC-BILLABLE TO TRUE
                   MOVE FS-FLAT-AMOUNT TO SC-CHARGE-AMOUNT
               WHEN FS-PERCENT-OF-PO-FINE
                   SET SC-BILLABLE TO TRUE
                   COMPUTE SC-CHARGE-AMOUNT ROUNDED =
                       WS-PO-COST-USD * FS-PERCENT-RATE / 100
           END-EVALUATE.

       5000-WRITE-DEBIT-MEMOS.
           MOVE 'Y' TO WS-FIRST-GROUP-FLAG
           PERFORM UNTIL WS-SORT-EOF
               RETURN CHARGEBACK-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-PROCESS-CHARGEBACK
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-GROUP
               PERFORM 5300-WRITE-VENDOR-TOTAL
           END-IF.

       5100-PROCESS-CHARGEBACK.
           IF WS-FIRST-GROUP
               PERFORM 5200-START-NEW-VENDOR
           ELSE
               IF SC-AP-VENDOR-NUMBER NOT = WS-BREAK-AP-VENDOR-NUMBER
                   PERFORM 5300-WRITE-VENDOR-TOTAL
                   PERFORM 5200-START-NEW-VENDOR
               END-IF
           END-IF
           MOVE SPACES                  TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN SC-BILLABLE
                   PERFORM 5400-BILL-CHARGEBACK
               WHEN SC-WAIVED
                   MOVE "WAIVED"           TO WD-RESULT-TEXT
               WHEN SC-NO-SCHEDULE
                   MOVE "NO FINE SCHEDULE" TO WD-RESULT-TEXT
               WHEN SC-NO-AP-VENDOR
                   MOVE "NO AP VENDOR"     TO WD-RESULT-TEXT
               WHEN OTHER
                   MOVE "ZERO CHARGE"      TO WD-RESULT-TEXT
           END-EVALUATE
           IF NOT SC-BILLABLE
               ADD 1 TO WS-NOT-BILLED-COUNT
           END-IF
           MOVE SC-AP-VENDOR-NUMBER     TO WD-AP-VENDOR-NUMBER
           MOVE SC-VENDOR-NUMBER        TO WD-VENDOR-NUMBER
           MOVE SC-RECORD-KEY           TO WD-RECORD-KEY
           MOVE SC-VIOLATION-TYPE       TO WD-VIOLATION-TYPE
           MOVE SC-VIOLATION-DESC       TO WD-VIOLATION-DESC
           MOVE SC-VIOLATION-DATE       TO WD-VIOLATION-DATE
           MOVE SC-PO-COST-USD          TO WD-PO-COST-USD
           MOVE SC-CHARGE-AMOUNT        TO WD-CHARGE-AMOUNT
           WRITE CHARGEBACK-RPT-LINE FROM WS-DETAIL-LINE.

       5200-START-NEW-VENDOR.
           MOVE SC-AP-VENDOR-NUMBER TO WS-BREAK-AP-VENDOR-NUMBER
           MOVE ZERO                TO WS-VENDOR-CHARGE-TOTAL
           MOVE ZERO                TO WS-VENDOR-MEMO-COUNT
           MOVE 'N'                 TO WS-FIRST-GROUP-FLAG.

       5300-WRITE-VENDOR-TOTAL.
           IF WS-VENDOR-MEMO-COUNT > ZERO
               MOVE WS-BREAK-AP-VENDOR-NUMBER TO WV-AP-VENDOR-NUMBER
               MOVE WS-VENDOR-MEMO-COUNT      TO WV-MEMO-COUNT
               MOVE WS-VENDOR-CHARGE-TOTAL    TO WV-CHARGE-TOTAL
               WRITE CHARGEBACK-RPT-LINE FROM WS-VENDOR-TOTAL-LINE
               MOVE SPACES                    TO CHARGEBACK-RPT-LINE
               WRITE CHARGEBACK-RPT-LINE
           END-IF.

       5400-BILL-CHARGEBACK.
      *    THE HISTORY RECORD GOES FIRST -- IF IT WILL NOT WRITE, THE
      *    VIOLATION IS ALREADY ON FILE AND NO MEMO LINE IS CUT.
           MOVE SC-BUYER-NUMBER          TO CH-BUYER-NUMBER
           MOVE SC-PURCHASE-ORDER-NUMBER TO CH-PURCHASE-ORDER-NUMBER
           MOVE SC-VIOLATION-TYPE        TO CH-VIOLATION-TYPE
           MOVE SC-AP-VENDOR-NUMBER      TO CH-AP-VENDOR-NUMBER
           MOVE SC-VENDOR-NUMBER         TO CH-VENDOR-NUMBER
           MOVE SC-CHARGE-AMOUNT         TO CH-CHARGE-AMOUNT
           MOVE SC-VIOLATION-DATE        TO CH-VIOLATION-DATE
           MOVE WS-CURRENT-DATE-MMDDYY   TO CH-BILLED-DATE
           WRITE CHARGEBACK-HISTORY-RECORD
               INVALID KEY
                   MOVE "ALREADY BILLED"  TO WD-RESULT-TEXT
                   MOVE ZERO              TO SC-CHARGE-AMOUNT
                   ADD 1 TO WS-ALREADY-BILLED-COUNT
               NOT INVALID KEY
                   MOVE "BILLED"          TO WD-RESULT-TEXT
                   PERFORM 5500-WRITE-MEMO-LINE
           END-WRITE.

       5500-WRITE-MEMO-LINE.
           MOVE SC-AP-VENDOR-NUMBER      TO DM-AP-VENDOR-NUMBER
           MOVE SC-VENDOR-NUMBER         TO DM-VENDOR-NUMBER
           MOVE SC-BUYER-NUMBER          TO DM-BUYER-NUMBER
           MOVE SC-PURCHASE-ORDER-NUMBER TO DM-PURCHASE-ORDER-NUMBER
           MOVE SC-VIOLATION-TYPE        TO DM-VIOLATION-TYPE
           MOVE SC-VIOLATION-DESC        TO DM-VIOLATION-DESC
           MOVE SC-VIOLATION-DATE        TO DM-VIOLATION-DATE
           MOVE SC-PO-COST-USD           TO DM-PO-COST-USD
           MOVE SC-CHARGE-AMOUNT         TO DM-CHARGE-AMOUNT
           MOVE WS-CURRENT-DATE-MMDDYY   TO DM-MEMO-DATE
           WRITE DEBIT-MEMO-RECORD
           ADD 1                TO WS-BILLED-COUNT
           ADD 1                TO WS-VENDOR-MEMO-COUNT
           ADD SC-CHARGE-AMOUNT TO WS-VENDOR-CHARGE-TOTAL
           ADD SC-CHARGE-AMOUNT TO WS-BILLED-TOTAL.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL514"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                 TO RL-CALL-FUNCTION
           MOVE "WPUL514"           TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ     TO RL-CALL-RECORDS-READ
           MOVE WS-BILLED-COUNT     TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-NOT-BILLED-COUNT TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           MOVE WS-RECORDS-READ         TO WS1-RECORDS-READ
           MOVE WS-ASN-READ             TO WS2-ASN-READ
           MOVE WS-VIOLATION-COUNT      TO WS3-VIOLATIONS
           MOVE WS-ALREADY-BILLED-COUNT TO WS4-ALREADY-BILLED
           MOVE WS-BILLED-COUNT         TO WS5-BILLED
           MOVE WS-NOT-BILLED-COUNT     TO WS6-NOT-BILLED
           MOVE WS-BILLED-TOTAL         TO WS7-BILLED-TOTAL
           IF WS-BILLED-COUNT = ZERO
               AND WS-NOT-BILLED-COUNT = ZERO
               WRITE CHARGEBACK-RPT-LINE FROM WS-NO-VIOLATION-LINE
           END-IF
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-5
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-6
           WRITE CHARGEBACK-RPT-LINE FROM WS-SUMMARY-LINE-7
           CLOSE PO-DETAIL-FILE
           CLOSE EXCEPTION-QUEUE-FILE
           CLOSE ROUTING-GUIDE-FILE
           CLOSE FINE-SCHEDULE-FILE
           CLOSE CHARGEBACK-HISTORY-FILE
           CLOSE DEBIT-MEMO-FILE
           CLOSE CHARGEBACK-RPT-FILE
           DISPLAY "WPUL514: " WS-BILLED-COUNT " CHARGEBACKS BILLED, "
               WS-NOT-BILLED-COUNT " NOT BILLED".
