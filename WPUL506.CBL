       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL506.
      *
      *    VENDOR INVOICE THREE-WAY MATCH.
      *    READS THE NIGHT'S VENDOR INVOICES -- THE TRANSLATED EDI 810
      *    FEED AND AP'S KEYED PAPER INVOICES, CONCATENATED INTO ONE
      *    FILE -- AND MATCHES EACH ONE TO ITS PO AND RECEIPT, SO ONLY
      *    CLEAN INVOICES FLOW TO PAYMENT AND PRICE OR QUANTITY
      *    DISPUTES REACH THE BUYER BEFORE THE DISCOUNT DATE. EACH
      *    INVOICE RECORD CARRIES:
      *        COL 1      SOURCE         'E' EDI 810, 'P' PAPER
      *        COL 2-7    VENDOR NUMBER  (PO-VENDOR-NUMBER)
      *        COL 8-17   INVOICE NUMBER
      *        COL 18-23  PO NUMBER      (PO-PURCHASE-ORDER-NUMBER)
      *        COL 24-29  INVOICE DATE   MMDDYY
      *        COL 30-36  INVOICED UNITS
      *        COL 37-45  INVOICED COST  9(07)V99, NO DECIMAL POINT
      *        COL 46-50  TERMS PERCENT  9(02)V999, NO DECIMAL POINT
      *        COL 51-53  TERMS DISCOUNT DAYS
      *        COL 54-56  TERMS NET DAYS
      *    INVOICED UNITS AND COST ARE COMPARED WITH WHAT WAS ORDERED
      *    (PO-TURN-UNITS/PO-TURN-COST) AND WITH WHAT WAS RECEIVED
      *    (PO-ACTUAL-TURN-UNITS/PO-ACTUAL-TURN-COST), EACH WITHIN A
      *    TOLERANCE, AND THE INVOICE TERMS MUST BE AT LEAST AS GOOD
      *    AS PO-TERMS-DATA. THE FIRST FAILING TEST HOLDS THE INVOICE:
      *        'NP' - NO PO FOR THIS VENDOR AND PO NUMBER
      *        'CP' - THE PO IS CANCELLED
      *        'NR' - NOTHING RECEIVED AGAINST THE PO YET
      *        'QO' - UNITS OVER ORDERED       'QR' - OVER RECEIVED
      *        'CO' - COST OVER ORDERED        'CR' - OVER RECEIVED
      *        'DT' - TERMS WORSE THAN THE PO
      *    EVERY INVOICE GOES TO THE INDEXED INVMATCH FILE WITH ITS
      *    RELEASE/HOLD DECISION AND REASON CODE; THE HELD ONES ARE
      *    LISTED BY VENDOR ON THE AP HOLD REPORT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT INVOICE-TRANS-FILE
               ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT INVOICE-MATCH-FILE
               ASSIGN TO "INVMATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-RECORD-KEY
               ALTERNATE RECORD KEY IS IM-PO-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MATCH-FILE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "WPUL506S".

           SELECT HOLD-RPT-FILE
               ASSIGN TO "WPUL506R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  INVOICE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-TRANS-RECORD.
           05  IV-INVOICE-SOURCE           PIC X(01).
               88  IV-SOURCE-VALID         VALUES 'E' 'P'.
           05  IV-VENDOR-NUMBER            PIC X(06).
           05  IV-INVOICE-NUMBER           PIC X(10).
           05  IV-PURCHASE-ORDER-NUMBER    PIC 9(06).
           05  IV-INVOICE-DATE             PIC 9(06).
           05  IV-INVOICED-UNITS           PIC 9(07).
           05  IV-INVOICED-COST            PIC 9(07)V99.
           05  IV-TERMS-PERCENT            PIC 9(02)V999.
           05  IV-TERMS-DAYS               PIC 9(03).
           05  IV-TERMS-NET-DAYS           PIC 9(03).

       FD  INVOICE-MATCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL506_COPYBOOK.CBL".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-VENDOR-NUMBER            PIC X(06).
           05  SW-INVOICE-NUMBER           PIC X(10).
           05  SW-VENDOR-NAME              PIC X(30).
           05  SW-AP-VENDOR-NUMBER         PIC X(12).
           05  SW-INVOICE-SOURCE           PIC X(01).
           05  SW-PO-RECORD-KEY            PIC X(08).
           05  SW-INVOICE-DATE             PIC 9(06).
           05  SW-INVOICED-UNITS           PIC 9(07).
           05  SW-INVOICED-COST            PIC 9(07)V99.
           05  SW-DISCOUNT-DUE-DATE        PIC 9(06).
           05  SW-REASON-CODE              PIC X(02).

       FD  HOLD-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

       01  WS-INV-FILE-STATUS                PIC X(02).
           88  WS-INV-FILE-OK                VALUE '00'.
       01  WS-INV-EOF-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-INV-EOF                    VALUE 'Y'.
       01  WS-MATCH-FILE-STATUS              PIC X(02).
           88  WS-MATCH-FILE-OK              VALUE '00'.
           88  WS-MATCH-FILE-MISSING         VALUE '35'.
       01  WS-MATCH-EOF-FLAG                 PIC X(01).
           88  WS-MATCH-EOF                  VALUE 'Y'.

           COPY "WPUDATE_COPYBOOK.CBL".

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

      *    MATCH TOLERANCES. TUNABLE WITHOUT RESTRUCTURING THE
      *    PROGRAM: UNITS MAY RUN OVER BY THIS PERCENTAGE, COST BY
      *    THIS PERCENTAGE OR THE FLAT FLOOR, WHICHEVER IS LARGER, SO
      *    A FEW DOLLARS OF VENDOR ROUNDING NEVER HOLDS AN INVOICE.
       01  WS-UNIT-TOLERANCE-PCT             PIC 9(02)V99 VALUE 2.00.
       01  WS-COST-TOLERANCE-PCT             PIC 9(02)V99 VALUE 1.00.
       01  WS-COST-TOLERANCE-FLOOR           PIC 9(05)V99 VALUE 5.00.

      *    THE 810 CARRIES ONLY THE PO NUMBER -- THE BUYER HALF OF
      *    PO-RECORD-KEY IS OURS, NOT THE VENDOR'S -- SO THE NIGHT'S
      *    INVOICES ARE TABLED AND THE PO FILE IS SCANNED ONCE, THE
      *    SAME WAY WPUL497 HANDLES THE 855.
       01  WS-INV-TABLE-MAX                  PIC 9(04) VALUE 5000.
       01  WS-INV-COUNT                      PIC 9(04) VALUE ZERO.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY                  OCCURS 5000 TIMES.
               10  WS-INV-VENDOR-NUMBER      PIC X(06).
               10  WS-INV-INVOICE-NUMBER     PIC X(10).
               10  WS-INV-SOURCE             PIC X(01).
               10  WS-INV-PO-NUMBER          PIC 9(06).
               10  WS-INV-DATE               PIC 9(06).
               10  WS-INV-UNITS              PIC 9(07).
               10  WS-INV-COST               PIC 9(07)V99.
               10  WS-INV-TERMS-PERCENT      PIC 9(02)V999.
               10  WS-INV-TERMS-DAYS         PIC 9(03).
               10  WS-INV-TERMS-NET-DAYS     PIC 9(03).
               10  WS-INV-MATCHED-FLAG       PIC X(01).
                   88  WS-INV-MATCHED        VALUE 'Y'.
               10  WS-INV-PO-RECORD-KEY      PIC X(08).
               10  WS-INV-VENDOR-NAME        PIC X(30).
               10  WS-INV-AP-VENDOR-NUMBER   PIC X(12).
               10  WS-INV-DISCOUNT-DUE-DATE  PIC 9(06).
               10  WS-INV-DECISION           PIC X(01).
                   88  WS-INV-HELD           VALUE 'H'.
      *            'DU' IS NEVER FILED -- THE RELEASED ORIGINAL STAYS
      *            ON INVMATCH -- SO IT LIVES ONLY IN THE TABLE.
               10  WS-INV-REASON-CODE        PIC X(02).
                   88  WS-INV-DUPLICATE      VALUE 'DU'.
       01  WS-INV-SUB                        PIC 9(04).
       01  WS-DUP-SUB                        PIC 9(04).
       01  WS-CARD-OK-FLAG                   PIC X(01).
           88  WS-CARD-OK                    VALUE 'Y'.

      *    WHAT EARLIER RELEASED INVOICES HAVE ALREADY BILLED AGAINST
      *    THE PO, SO ONE PO CANNOT BE PAID TWICE UNDER TWO INVOICE
      *    NUMBERS. THE TESTS RUN ON PRIOR PLUS THIS INVOICE.
       01  WS-PRIOR-UNITS                    PIC S9(09)    COMP-3.
       01  WS-PRIOR-COST                     PIC S9(09)V99 COMP-3.
       01  WS-BILLED-UNITS                   PIC S9(09)    COMP-3.
       01  WS-BILLED-COST                    PIC S9(09)V99 COMP-3.
       01  WS-UNIT-ALLOWANCE                 PIC S9(07)    COMP-3.
       01  WS-COST-ALLOWANCE                 PIC S9(07)V99 COMP-3.
       01  WS-REASON-CODE                    PIC X(02).
       01  WS-ORDERED-UNITS                  PIC S9(07)    COMP-3.
       01  WS-ORDERED-COST                   PIC S9(07)V99 COMP-3.
       01  WS-RECEIVED-UNITS                 PIC S9(07)    COMP-3.
       01  WS-RECEIVED-COST                  PIC S9(07)V99 COMP-3.

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-INVOICES-READ                  PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-CARD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-RELEASED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-DUPLICATE-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-SORT-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                   VALUE 'Y'.
       01  WS-FIRST-GROUP-FLAG               PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                VALUE 'Y'.
       01  WS-BREAK-VENDOR-NUMBER            PIC X(06).
       01  WS-VENDOR-HELD-COUNT              PIC 9(05).
       01  WS-VENDOR-HELD-COST               PIC S9(09)V99 COMP-3.
       01  WS-GRAND-HELD-COST                PIC S9(11)V99 COMP-3
                                             VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL506  AP INVOICE HOLD REPORT BY VENDOR".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(12) VALUE "INVOICE".
           05  FILLER                 PIC X(04) VALUE "SRC".
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(08) VALUE "INV-DATE".
           05  FILLER                 PIC X(10) VALUE "INV-UNITS".
           05  FILLER                 PIC X(12) VALUE "INV-COST".
           05  FILLER                 PIC X(10) VALUE "DISC-DUE".
           05  FILLER                 PIC X(30) VALUE "REASON".

       01  WS-VENDOR-LINE.
           05  FILLER                        PIC X(08) VALUE "VENDOR ".
           05  WV-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WV-VENDOR-NAME                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(04) VALUE "AP ".
           05  WV-AP-VENDOR-NUMBER           PIC X(12).

       01  WS-DETAIL-LINE.
           05  WD-INVOICE-NUMBER             PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-INVOICE-SOURCE             PIC X(01).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-PO-RECORD-KEY              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-INVOICE-DATE               PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-INVOICED-UNITS             PIC ZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-INVOICED-COST              PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-DISCOUNT-DUE-DATE          PIC 9(06).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WD-REASON-CODE                PIC X(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-REASON-TEXT                PIC X(26).

       01  WS-VENDOR-TOTAL-LINE.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "VENDOR TOTAL HELD".
           05  WT-HELD-COUNT                 PIC ZZZZ9.
           05  FILLER                        PIC X(09) VALUE
               " INVOICES".
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WT-HELD-COST                  PIC -(8)9.99.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(28) VALUE
               "ALL VENDORS, HELD INVOICES :".
           05  WG-HELD-COUNT                 PIC ZZZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WG-HELD-COST                  PIC -(10)9.99.

       01  WS-NO-HOLD-LINE                  PIC X(132) VALUE
           "NO INVOICES HELD THIS RUN".
       01  WS-NO-INVOICE-LINE               PIC X(132) VALUE
           "NO VENDOR INVOICES PRESENTED THIS RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-INVOICE-TABLE
               UNTIL WS-INV-EOF
           IF WS-INV-COUNT > ZERO
               PERFORM 3000-PROCESS-PO-FILE
                   UNTIL PO-EOF
               PERFORM 4000-HOLD-UNMATCHED-INVOICES
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-VENDOR-NUMBER
                                    SW-INVOICE-NUMBER
                   INPUT PROCEDURE IS 5000-RELEASE-HELD-INVOICES
                   OUTPUT PROCEDURE IS 6000-WRITE-HOLD-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           OPEN INPUT INVOICE-TRANS-FILE
           IF NOT WS-INV-FILE-OK
               DISPLAY "WPUL506: UNABLE TO OPEN INVOICES, STATUS="
                   WS-INV-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL506: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O INVOICE-MATCH-FILE
           IF WS-MATCH-FILE-MISSING
      *        FIRST-EVER MATCH RUN -- CREATE THE FILE EMPTY AND
      *        REOPEN IT FOR UPDATE.
               OPEN OUTPUT INVOICE-MATCH-FILE
               CLOSE INVOICE-MATCH-FILE
               OPEN I-O INVOICE-MATCH-FILE
           END-IF
           IF NOT WS-MATCH-FILE-OK
               DISPLAY "WPUL506: UNABLE TO OPEN INVMATCH, STATUS="
                   WS-MATCH-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT HOLD-RPT-FILE
           WRITE HOLD-RPT-LINE FROM WS-HEADING-1
           WRITE HOLD-RPT-LINE FROM WS-HEADING-2
           MOVE 'N' TO WS-PO-EOF-FLAG
           PERFORM 2100-READ-NEXT-INVOICE.

       2000-LOAD-INVOICE-TABLE.
           ADD 1 TO WS-INVOICES-READ
           PERFORM 2200-EDIT-INVOICE
           IF NOT WS-CARD-OK
               ADD 1 TO WS-REJECTED-CARD-COUNT
           ELSE
               IF WS-INV-COUNT >= WS-INV-TABLE-MAX
                   DISPLAY "WPUL506: MORE THAN " WS-INV-TABLE-MAX
                       " INVOICES IN ONE RUN - SPLIT THE INPUT FILE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-INV-COUNT
               MOVE IV-VENDOR-NUMBER
                   TO WS-INV-VENDOR-NUMBER(WS-INV-COUNT)
               MOVE IV-INVOICE-NUMBER
                   TO WS-INV-INVOICE-NUMBER(WS-INV-COUNT)
               MOVE IV-INVOICE-SOURCE  TO WS-INV-SOURCE(WS-INV-COUNT)
               MOVE IV-PURCHASE-ORDER-NUMBER
                   TO WS-INV-PO-NUMBER(WS-INV-COUNT)
               MOVE IV-INVOICE-DATE    TO WS-INV-DATE(WS-INV-COUNT)
               MOVE IV-INVOICED-UNITS  TO WS-INV-UNITS(WS-INV-COUNT)
               MOVE IV-INVOICED-COST   TO WS-INV-COST(WS-INV-COUNT)
               MOVE IV-TERMS-PERCENT
                   TO WS-INV-TERMS-PERCENT(WS-INV-COUNT)
               MOVE IV-TERMS-DAYS
                   TO WS-INV-TERMS-DAYS(WS-INV-COUNT)
               MOVE IV-TERMS-NET-DAYS
                   TO WS-INV-TERMS-NET-DAYS(WS-INV-COUNT)
               MOVE 'N'    TO WS-INV-MATCHED-FLAG(WS-INV-COUNT)
               MOVE SPACES TO WS-INV-PO-RECORD-KEY(WS-INV-COUNT)
               MOVE SPACES TO WS-INV-VENDOR-NAME(WS-INV-COUNT)
               MOVE SPACES TO WS-INV-AP-VENDOR-NUMBER(WS-INV-COUNT)
               MOVE ZERO   TO WS-INV-DISCOUNT-DUE-DATE(WS-INV-COUNT)
               MOVE SPACES TO WS-INV-DECISION(WS-INV-COUNT)
               MOVE SPACES TO WS-INV-REASON-CODE(WS-INV-COUNT)
               PERFORM 2300-CHECK-DUPLICATE-INVOICE
           END-IF
           PERFORM 2100-READ-NEXT-INVOICE.

       2100-READ-NEXT-INVOICE.
           READ INVOICE-TRANS-FILE
               AT END
                   SET WS-INV-EOF TO TRUE
           END-READ.

       2200-EDIT-INVOICE.
           MOVE 'Y' TO WS-CARD-OK-FLAG
           IF NOT IV-SOURCE-VALID
               OR IV-VENDOR-NUMBER = SPACES
               OR IV-INVOICE-NUMBER = SPACES
               OR IV-PURCHASE-ORDER-NUMBER IS NOT NUMERIC
               OR IV-INVOICE-DATE IS NOT NUMERIC
               OR IV-INVOICED-UNITS IS NOT NUMERIC
               OR IV-INVOICED-COST IS NOT NUMERIC
               OR IV-TERMS-PERCENT IS NOT NUMERIC
               OR IV-TERMS-DAYS IS NOT NUMERIC
               OR IV-TERMS-NET-DAYS IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-FLAG
           END-IF
           IF WS-CARD-OK
               MOVE 'DB'            TO DS-FUNCTION
               MOVE SPACES          TO DS-FACILITY
               MOVE IV-INVOICE-DATE TO DS-DATE-1
               MOVE IV-INVOICE-DATE TO DS-DATE-2
               MOVE ZERO            TO DS-DAYS-REQUESTED
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF NOT DS-RETURN-GOOD
                   MOVE 'N' TO WS-CARD-OK-FLAG
               END-IF
           END-IF.

       2300-CHECK-DUPLICATE-INVOICE.
      *    THE SAME VENDOR AND INVOICE NUMBER TWICE IN TONIGHT'S FEED,
      *    OR ONE ALREADY RELEASED ON AN EARLIER NIGHT, IS A DUPLICATE
      *    BILLING. IT IS HELD ON THE REPORT AND KEPT OUT OF THE
      *    MATCH SO THE RELEASED ORIGINAL IS NEVER REPLACED. A
      *    PREVIOUSLY HELD INVOICE IS NOT A DUPLICATE -- AP PRESENTS
      *    IT AGAIN ONCE THE DISPUTE IS SETTLED.
           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB >= WS-INV-COUNT
               OR WS-INV-DUPLICATE(WS-INV-COUNT)
               IF WS-INV-VENDOR-NUMBER(WS-DUP-SUB) = IV-VENDOR-NUMBER
                   AND WS-INV-INVOICE-NUMBER(WS-DUP-SUB) =
                       IV-INVOICE-NUMBER
                   MOVE 'DU' TO WS-INV-REASON-CODE(WS-INV-COUNT)
               END-IF
           END-PERFORM
           IF NOT WS-INV-DUPLICATE(WS-INV-COUNT)
               MOVE IV-VENDOR-NUMBER  TO IM-VENDOR-NUMBER
               MOVE IV-INVOICE-NUMBER TO IM-INVOICE-NUMBER
               READ INVOICE-MATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IM-RELEASED
                           MOVE 'DU'
                               TO WS-INV-REASON-CODE(WS-INV-COUNT)
                       END-IF
               END-READ
           END-IF
           IF WS-INV-DUPLICATE(WS-INV-COUNT)
               MOVE 'Y' TO WS-INV-MATCHED-FLAG(WS-INV-COUNT)
               MOVE 'H' TO WS-INV-DECISION(WS-INV-COUNT)
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF.

       3000-PROCESS-PO-FILE.
           PERFORM 3100-READ-NEXT-PO
           IF NOT PO-EOF
               ADD 1 TO WS-RECORDS-READ
               IF NOT PO-DETAIL-HISTORY
                   PERFORM 3200-MATCH-PO-TO-INVOICES
               END-IF
           END-IF.

       3100-READ-NEXT-PO.
           READ PO-DETAIL-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
           END-READ.

       3200-MATCH-PO-TO-INVOICES.
      *    PO NUMBERS ARE ONLY UNIQUE WITHIN BUYER; THE VENDOR NUMBER
      *    EVERY INVOICE CARRIES TELLS TWO BUYERS' POS APART. A
      *    CANCELLED PO STILL MATCHES SO THE INVOICE IS HELD FOR THAT
      *    REASON RATHER THAN AS AN UNKNOWN PO.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF NOT WS-INV-MATCHED(WS-INV-SUB)
                   AND WS-INV-PO-NUMBER(WS-INV-SUB) =
                       PO-PURCHASE-ORDER-NUMBER
                   AND WS-INV-VENDOR-NUMBER(WS-INV-SUB) =
                       PO-VENDOR-NUMBER
                   SET WS-INV-MATCHED(WS-INV-SUB) TO TRUE
                   PERFORM 3300-MATCH-ONE-INVOICE
               END-IF
           END-PERFORM.

       3300-MATCH-ONE-INVOICE.
           MOVE PO-RECORD-KEY  TO WS-INV-PO-RECORD-KEY(WS-INV-SUB)
           MOVE PO-VENDOR-NAME TO WS-INV-VENDOR-NAME(WS-INV-SUB)
           MOVE PO-AP-VENDOR-NUMBER
               TO WS-INV-AP-VENDOR-NUMBER(WS-INV-SUB)
           PERFORM 3400-SUM-PRIOR-INVOICES
           COMPUTE WS-BILLED-UNITS =
               WS-PRIOR-UNITS + WS-INV-UNITS(WS-INV-SUB)
           COMPUTE WS-BILLED-COST =
               WS-PRIOR-COST + WS-INV-COST(WS-INV-SUB)
           MOVE '00' TO WS-REASON-CODE
           IF PO-CANCELLED
               MOVE 'CP' TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = '00'
               AND PO-DATE-RECEIVED = ZERO
               MOVE 'NR' TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = '00'
               COMPUTE WS-UNIT-ALLOWANCE ROUNDED =
                   PO-TURN-UNITS * WS-UNIT-TOLERANCE-PCT / 100
               IF WS-BILLED-UNITS > PO-TURN-UNITS + WS-UNIT-ALLOWANCE
                   MOVE 'QO' TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = '00'
               COMPUTE WS-UNIT-ALLOWANCE ROUNDED =
                   PO-ACTUAL-TURN-UNITS * WS-UNIT-TOLERANCE-PCT / 100
               IF WS-BILLED-UNITS >
                   PO-ACTUAL-TURN-UNITS + WS-UNIT-ALLOWANCE
                   MOVE 'QR' TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = '00'
               COMPUTE WS-COST-ALLOWANCE ROUNDED =
                   PO-TURN-COST * WS-COST-TOLERANCE-PCT / 100
               IF WS-COST-ALLOWANCE < WS-COST-TOLERANCE-FLOOR
                   MOVE WS-COST-TOLERANCE-FLOOR TO WS-COST-ALLOWANCE
               END-IF
               IF WS-BILLED-COST > PO-TURN-COST + WS-COST-ALLOWANCE
                   MOVE 'CO' TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = '00'
               COMPUTE WS-COST-ALLOWANCE ROUNDED =
                   PO-ACTUAL-TURN-COST * WS-COST-TOLERANCE-PCT / 100
               IF WS-COST-ALLOWANCE < WS-COST-TOLERANCE-FLOOR
                   MOVE WS-COST-TOLERANCE-FLOOR TO WS-COST-ALLOWANCE
               END-IF
               IF WS-BILLED-COST >
                   PO-ACTUAL-TURN-COST + WS-COST-ALLOWANCE
                   MOVE 'CR' TO WS-REASON-CODE
               END-IF
           END-IF
      *    TERMS ON THE INVOICE MAY BE BETTER THAN THE PO'S, NEVER
      *    WORSE: A SMALLER DISCOUNT, A SHORTER DISCOUNT WINDOW OR A
      *    SHORTER NET PERIOD ALL HOLD THE INVOICE.
           IF WS-REASON-CODE = '00'
               AND (WS-INV-TERMS-PERCENT(WS-INV-SUB) < PO-TERMS-PERCENT
                   OR WS-INV-TERMS-DAYS(WS-INV-SUB) < PO-TERMS-DAYS
                   OR WS-INV-TERMS-NET-DAYS(WS-INV-SUB) <
                       PO-TERMS-NET-DAYS)
               MOVE 'DT' TO WS-REASON-CODE
           END-IF
           MOVE WS-REASON-CODE TO WS-INV-REASON-CODE(WS-INV-SUB)
           IF WS-REASON-CODE = '00'
               MOVE 'R' TO WS-INV-DECISION(WS-INV-SUB)
           ELSE
               MOVE 'H' TO WS-INV-DECISION(WS-INV-SUB)
           END-IF
           PERFORM 3500-SET-DISCOUNT-DUE-DATE
           MOVE PO-TURN-UNITS        TO WS-ORDERED-UNITS
           MOVE PO-TURN-COST         TO WS-ORDERED-COST
           MOVE PO-ACTUAL-TURN-UNITS TO WS-RECEIVED-UNITS
           MOVE PO-ACTUAL-TURN-COST  TO WS-RECEIVED-COST
           PERFORM 3600-WRITE-MATCH-RECORD.

       3400-SUM-PRIOR-INVOICES.
      *    READS EVERY INVOICE ALREADY FILED AGAINST THIS PO THROUGH
      *    THE ALTERNATE KEY. ONLY RELEASED INVOICES COUNT, AND NEVER
      *    THE ONE BEING MATCHED (A HELD INVOICE PRESENTED AGAIN).
           MOVE ZERO TO WS-PRIOR-UNITS
           MOVE ZERO TO WS-PRIOR-COST
           MOVE 'N'  TO WS-MATCH-EOF-FLAG
           MOVE PO-RECORD-KEY TO IM-PO-RECORD-KEY
           START INVOICE-MATCH-FILE
               KEY IS EQUAL TO IM-PO-RECORD-KEY
               INVALID KEY
                   SET WS-MATCH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MATCH-EOF
               READ INVOICE-MATCH-FILE NEXT RECORD
                   AT END
                       SET WS-MATCH-EOF TO TRUE
               END-READ
               IF NOT WS-MATCH-EOF
                   IF IM-PO-RECORD-KEY NOT = PO-RECORD-KEY
                       SET WS-MATCH-EOF TO TRUE
                   ELSE
                       IF IM-RELEASED
                           AND (IM-VENDOR-NUMBER NOT =
                                   WS-INV-VENDOR-NUMBER(WS-INV-SUB)
                               OR IM-INVOICE-NUMBER NOT =
                                   WS-INV-INVOICE-NUMBER(WS-INV-SUB))
                           ADD IM-INVOICED-UNITS TO WS-PRIOR-UNITS
                           ADD IM-INVOICED-COST  TO WS-PRIOR-COST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3500-SET-DISCOUNT-DUE-DATE.
      *    PAYMENT TERMS RUN ON CALENDAR DAYS FROM THE INVOICE DATE.
           MOVE ZERO TO WS-INV-DISCOUNT-DUE-DATE(WS-INV-SUB)
           IF PO-TERMS-DAYS > ZERO
               MOVE 'AD'                    TO DS-FUNCTION
               MOVE SPACES                  TO DS-FACILITY
               MOVE WS-INV-DATE(WS-INV-SUB) TO DS-DATE-1
               MOVE ZERO                    TO DS-DATE-2
               MOVE PO-TERMS-DAYS           TO DS-DAYS-REQUESTED
               CALL "WPUDATE" USING DATE-SERVICE-AREA
               IF DS-RETURN-GOOD
                   MOVE DS-RESULT-DATE
                       TO WS-INV-DISCOUNT-DUE-DATE(WS-INV-SUB)
               END-IF
           END-IF.

       3600-WRITE-MATCH-RECORD.
      *    FILES THE TABLE ENTRY AT WS-INV-SUB. THE ORDERED AND
      *    RECEIVED FIGURES ARE SET BY THE CALLER BEFORE THE PERFORM.
      *    A HELD INVOICE PRESENTED AGAIN REPLACES ITS EARLIER RECORD.
           MOVE WS-INV-VENDOR-NUMBER(WS-INV-SUB)  TO IM-VENDOR-NUMBER
           MOVE WS-INV-INVOICE-NUMBER(WS-INV-SUB) TO IM-INVOICE-NUMBER
           IF WS-INV-PO-RECORD-KEY(WS-INV-SUB) = SPACES
               MOVE SPACES TO IM-BUYER-NUMBER
               MOVE WS-INV-PO-NUMBER(WS-INV-SUB)
                   TO IM-PURCHASE-ORDER-NUMBER
           ELSE
               MOVE WS-INV-PO-RECORD-KEY(WS-INV-SUB)
                   TO IM-PO-RECORD-KEY
           END-IF
           MOVE WS-INV-SOURCE(WS-INV-SUB)     TO IM-INVOICE-SOURCE
           MOVE WS-INV-AP-VENDOR-NUMBER(WS-INV-SUB)
               TO IM-AP-VENDOR-NUMBER
           MOVE WS-INV-DATE(WS-INV-SUB)       TO IM-INVOICE-DATE
           MOVE WS-INV-UNITS(WS-INV-SUB)      TO IM-INVOICED-UNITS
           MOVE WS-INV-COST(WS-INV-SUB)       TO IM-INVOICED-COST
           MOVE WS-ORDERED-UNITS              TO IM-ORDERED-UNITS
           MOVE WS-ORDERED-COST               TO IM-ORDERED-COST
           MOVE WS-RECEIVED-UNITS             TO IM-RECEIVED-UNITS
           MOVE WS-RECEIVED-COST              TO IM-RECEIVED-COST
           MOVE WS-INV-TERMS-PERCENT(WS-INV-SUB)
               TO IM-INVOICE-TERMS-PERCENT
           MOVE WS-INV-TERMS-DAYS(WS-INV-SUB) TO IM-INVOICE-TERMS-DAYS
           MOVE WS-INV-DISCOUNT-DUE-DATE(WS-INV-SUB)
               TO IM-DISCOUNT-DUE-DATE
           MOVE WS-INV-DECISION(WS-INV-SUB)   TO IM-DECISION
           MOVE WS-INV-REASON-CODE(WS-INV-SUB) TO IM-REASON-CODE
           MOVE WS-CURRENT-DATE-MMDDYY        TO IM-MATCH-DATE
           WRITE INVOICE-MATCH-RECORD
               INVALID KEY
                   REWRITE INVOICE-MATCH-RECORD
           END-WRITE
           IF IM-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       4000-HOLD-UNMATCHED-INVOICES.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF NOT WS-INV-MATCHED(WS-INV-SUB)
                   MOVE 'H'  TO WS-INV-DECISION(WS-INV-SUB)
                   MOVE 'NP' TO WS-INV-REASON-CODE(WS-INV-SUB)
                   MOVE ZERO TO WS-ORDERED-UNITS
                   MOVE ZERO TO WS-ORDERED-COST
                   MOVE ZERO TO WS-RECEIVED-UNITS
                   MOVE ZERO TO WS-RECEIVED-COST
                   PERFORM 3600-WRITE-MATCH-RECORD
               END-IF
           END-PERFORM.

       5000-RELEASE-HELD-INVOICES.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-INV-HELD(WS-INV-SUB)
                   MOVE WS-INV-VENDOR-NUMBER(WS-INV-SUB)
                       TO SW-VENDOR-NUMBER
                   MOVE WS-INV-INVOICE-NUMBER(WS-INV-SUB)
                       TO SW-INVOICE-NUMBER
                   MOVE WS-INV-VENDOR-NAME(WS-INV-SUB)
                       TO SW-VENDOR-NAME
                   MOVE WS-INV-AP-VENDOR-NUMBER(WS-INV-SUB)
                       TO SW-AP-VENDOR-NUMBER
                   MOVE WS-INV-SOURCE(WS-INV-SUB)
                       TO SW-INVOICE-SOURCE
                   MOVE WS-INV-PO-RECORD-KEY(WS-INV-SUB)
                       TO SW-PO-RECORD-KEY
                   MOVE WS-INV-DATE(WS-INV-SUB)  TO SW-INVOICE-DATE
                   MOVE WS-INV-UNITS(WS-INV-SUB) TO SW-INVOICED-UNITS
                   MOVE WS-INV-COST(WS-INV-SUB)  TO SW-INVOICED-COST
                   MOVE WS-INV-DISCOUNT-DUE-DATE(WS-INV-SUB)
                       TO SW-DISCOUNT-DUE-DATE
                   MOVE WS-INV-REASON-CODE(WS-INV-SUB)
                       TO SW-REASON-CODE
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-PERFORM.

       6000-WRITE-HOLD-REPORT.
           MOVE 'Y' TO WS-FIRST-GROUP-FLAG
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 6100-PROCESS-ONE-HOLD
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-GROUP
               PERFORM 6400-WRITE-VENDOR-TOTAL
           END-IF.

       6100-PROCESS-ONE-HOLD.
           IF WS-FIRST-GROUP
               PERFORM 6200-START-NEW-VENDOR
           ELSE
               IF SW-VENDOR-NUMBER NOT = WS-BREAK-VENDOR-NUMBER
                   PERFORM 6400-WRITE-VENDOR-TOTAL
                   PERFORM 6200-START-NEW-VENDOR
               END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-GROUP-FLAG
           PERFORM 6300-WRITE-ONE-HOLD.

       6200-START-NEW-VENDOR.
           MOVE SW-VENDOR-NUMBER    TO WS-BREAK-VENDOR-NUMBER
           MOVE ZERO                TO WS-VENDOR-HELD-COUNT
           MOVE ZERO                TO WS-VENDOR-HELD-COST
           MOVE SW-VENDOR-NUMBER    TO WV-VENDOR-NUMBER
           MOVE SW-VENDOR-NAME      TO WV-VENDOR-NAME
           MOVE SW-AP-VENDOR-NUMBER TO WV-AP-VENDOR-NUMBER
           WRITE HOLD-RPT-LINE FROM WS-VENDOR-LINE.

       6300-WRITE-ONE-HOLD.
           MOVE SW-INVOICE-NUMBER    TO WD-INVOICE-NUMBER
           MOVE SW-INVOICE-SOURCE    TO WD-INVOICE-SOURCE
           MOVE SW-PO-RECORD-KEY     TO WD-PO-RECORD-KEY
           MOVE SW-INVOICE-DATE      TO WD-INVOICE-DATE
           MOVE SW-INVOICED-UNITS    TO WD-INVOICED-UNITS
           MOVE SW-INVOICED-COST     TO WD-INVOICED-COST
           MOVE SW-DISCOUNT-DUE-DATE TO WD-DISCOUNT-DUE-DATE
           MOVE SW-REASON-CODE       TO WD-REASON-CODE
           EVALUATE SW-REASON-CODE
               WHEN 'NP'
                   MOVE "NO PO FOR VENDOR"         TO WD-REASON-TEXT
               WHEN 'CP'
                   MOVE "PO CANCELLED"             TO WD-REASON-TEXT
               WHEN 'NR'
                   MOVE "NOT RECEIVED"             TO WD-REASON-TEXT
               WHEN 'QO'
                   MOVE "UNITS OVER ORDERED"       TO WD-REASON-TEXT
               WHEN 'QR'
                   MOVE "UNITS OVER RECEIVED"      TO WD-REASON-TEXT
               WHEN 'CO'
                   MOVE "COST OVER ORDERED"        TO WD-REASON-TEXT
               WHEN 'CR'
                   MOVE "COST OVER RECEIVED"       TO WD-REASON-TEXT
               WHEN 'DT'
                   MOVE "TERMS WORSE THAN PO"      TO WD-REASON-TEXT
               WHEN 'DU'
                   MOVE "DUPLICATE - NOT FILED"    TO WD-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES                     TO WD-REASON-TEXT
           END-EVALUATE
           WRITE HOLD-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-VENDOR-HELD-COUNT
           ADD SW-INVOICED-COST TO WS-VENDOR-HELD-COST
           ADD SW-INVOICED-COST TO WS-GRAND-HELD-COST.

       6400-WRITE-VENDOR-TOTAL.
           MOVE WS-VENDOR-HELD-COUNT TO WT-HELD-COUNT
           MOVE WS-VENDOR-HELD-COST  TO WT-HELD-COST
           WRITE HOLD-RPT-LINE FROM WS-VENDOR-TOTAL-LINE
           MOVE SPACES TO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL506"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL506"          TO RL-CALL-PROGRAM-ID
           MOVE WS-INVOICES-READ   TO RL-CALL-RECORDS-READ
           COMPUTE RL-CALL-RECORDS-WRITTEN =
               WS-RELEASED-COUNT + WS-HELD-COUNT
           COMPUTE RL-CALL-RECORDS-EXCEPTED =
               WS-HELD-COUNT + WS-DUPLICATE-COUNT +
               WS-REJECTED-CARD-COUNT
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           IF WS-INV-COUNT = ZERO
               WRITE HOLD-RPT-LINE FROM WS-NO-INVOICE-LINE
           ELSE
               IF WS-HELD-COUNT = ZERO
                   AND WS-DUPLICATE-COUNT = ZERO
                   WRITE HOLD-RPT-LINE FROM WS-NO-HOLD-LINE
               ELSE
                   COMPUTE WG-HELD-COUNT =
                       WS-HELD-COUNT + WS-DUPLICATE-COUNT
                   MOVE WS-GRAND-HELD-COST TO WG-HELD-COST
                   WRITE HOLD-RPT-LINE FROM WS-GRAND-TOTAL-LINE
               END-IF
           END-IF
           CLOSE INVOICE-TRANS-FILE
           CLOSE PO-DETAIL-FILE
           CLOSE INVOICE-MATCH-FILE
           CLOSE HOLD-RPT-FILE
           DISPLAY "WPUL506: " WS-RELEASED-COUNT " RELEASED, "
               WS-HELD-COUNT " HELD, "
               WS-DUPLICATE-COUNT " DUPLICATES, "
               WS-REJECTED-CARD-COUNT " BAD INVOICE RECORDS".
