       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL513.
      *
      *    VENDOR COMPLIANCE FINE SCHEDULE MAINTENANCE.
      *    APPLIES VENDOR COMPLIANCE'S TRANSACTION CARDS TO THE
      *    FINEMAST FINE SCHEDULE THAT THE WPUL514 MONTHLY CHARGEBACK
      *    RUN PRICES VIOLATIONS FROM. EACH CARD SETS OR DELETES THE
      *    FINE FOR ONE VIOLATION TYPE, STANDARD OR FOR ONE VENDOR:
      *        COL 1      ACTION         'A' ADD/REPLACE, 'D' DELETE
      *        COL 2      VIOLATION      'L' LATE ASN
      *                                  'M' MISSING ASN
      *                                  'T' ASN TRAILER MISMATCH
      *                                  'G' OFF-GUIDE CARRIER
      *                                  'P' PAST APPOINTMENT
      *                                  'C' PAST CANCEL DATE
      *                                  'N' NO PALLET LABELS
      *        COL 3-8    VENDOR         (PO-VENDOR-NUMBER), BLANK FOR
      *                                  THE STANDARD FINE
      *        COL 9      BASIS          'F' FLAT, 'P' PERCENT OF PO,
      *                                  'W' WAIVED
      *        COL 10-16  FLAT AMOUNT    9(05)V99, NO DECIMAL POINT
      *        COL 17-21  PERCENT        9(03)V99, NO DECIMAL POINT
      *        COL 22-46  DESCRIPTION    PRINTED ON THE DEBIT MEMO
      *    EVERY CARD IS ECHOED TO THE AUDIT REPORT WITH ITS RESULT,
      *    THE SAME DISCIPLINE AS THE WPUL495 VENDOR MASTER
      *    MAINTENANCE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-TRANS-FILE
               ASSIGN TO "FINETRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT FINE-SCHEDULE-FILE
               ASSIGN TO "FINEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RECORD-KEY
               FILE STATUS IS WS-FINE-FILE-STATUS.

           SELECT MAINT-RPT-FILE
               ASSIGN TO "WPUL513R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FINE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINE-TRANS-RECORD.
           05  FT-ACTION                   PIC X(01).
               88  FT-ACTION-ADD           VALUE 'A'.
               88  FT-ACTION-DELETE        VALUE 'D'.
           05  FT-VIOLATION-TYPE           PIC X(01).
           05  FT-VENDOR-NUMBER            PIC X(06).
           05  FT-CHARGE-BASIS             PIC X(01).
               88  FT-FLAT-AMOUNT-FINE     VALUE 'F'.
               88  FT-PERCENT-OF-PO-FINE   VALUE 'P'.
               88  FT-WAIVED               VALUE 'W'.
           05  FT-FLAT-AMOUNT              PIC 9(05)V99.
           05  FT-PERCENT-RATE             PIC 9(03)V99.
           05  FT-DESCRIPTION              PIC X(25).

       FD  FINE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL513_COPYBOOK.CBL".

       FD  MAINT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS              PIC X(02).
           88  WS-TRANS-FILE-OK              VALUE '00'.
       01  WS-TRANS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                  VALUE 'Y'.
       01  WS-FINE-FILE-STATUS               PIC X(02).
           88  WS-FINE-FILE-OK               VALUE '00'.
           88  WS-FINE-FILE-MISSING          VALUE '35'.

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
           "WPUL513  COMPLIANCE FINE SCHEDULE MAINTENANCE AUDIT REPORT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(08) VALUE "ACTION".
           05  FILLER                 PIC X(06) VALUE "VIOL".
           05  FILLER                 PIC X(08) VALUE "VENDOR".
           05  FILLER                 PIC X(07) VALUE "BASIS".
           05  FILLER                 PIC X(12) VALUE "FLAT".
           05  FILLER                 PIC X(09) VALUE "PERCENT".
           05  FILLER                 PIC X(27) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(20) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-ACTION                     PIC X(01).
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-VIOLATION-TYPE             PIC X(01).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-CHARGE-BASIS               PIC X(01).
           05  FILLER                        PIC X(06) VALUE SPACES.
           05  WD-FLAT-AMOUNT                PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-PERCENT-RATE               PIC ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  WD-DESCRIPTION                PIC X(25).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(20).

       01  WS-NO-TRANS-LINE                 PIC X(132) VALUE
           "NO FINE SCHEDULE TRANSACTIONS PRESENTED THIS RUN".

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
           OPEN INPUT FINE-TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "WPUL513: UNABLE TO OPEN FINE-TRANS, STATUS="
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O FINE-SCHEDULE-FILE
           IF WS-FINE-FILE-MISSING
      *        FIRST-EVER MAINTENANCE RUN -- CREATE THE MASTER EMPTY
      *        AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT FINE-SCHEDULE-FILE
               CLOSE FINE-SCHEDULE-FILE
               OPEN I-O FINE-SCHEDULE-FILE
           END-IF
           IF NOT WS-FINE-FILE-OK
               DISPLAY "WPUL513: UNABLE TO OPEN FINEMAST, STATUS="
                   WS-FINE-FILE-STATUS
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
           READ FINE-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       2200-EDIT-TRANSACTION.
      *    WD-RESULT-TEXT DOUBLES AS THE EDIT VERDICT -- SPACES MEANS
      *    THE CARD IS CLEAN AND 2300 MAY APPLY IT.
           MOVE SPACES TO WD-RESULT-TEXT
           MOVE FT-VIOLATION-TYPE TO FS-VIOLATION-TYPE
           IF NOT FT-ACTION-ADD
               AND NOT FT-ACTION-DELETE
               MOVE "BAD ACTION CODE"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND NOT FS-VIOLATION-VALID
               MOVE "BAD VIOLATION TYPE"  TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND FT-ACTION-ADD
               AND NOT FT-FLAT-AMOUNT-FINE
               AND NOT FT-PERCENT-OF-PO-FINE
               AND NOT FT-WAIVED
               MOVE "BAD CHARGE BASIS"    TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND FT-ACTION-ADD
               AND FT-FLAT-AMOUNT-FINE
               AND (FT-FLAT-AMOUNT IS NOT NUMERIC
                   OR FT-FLAT-AMOUNT = ZERO)
               MOVE "BAD FLAT AMOUNT"     TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND FT-ACTION-ADD
               AND FT-PERCENT-OF-PO-FINE
               AND (FT-PERCENT-RATE IS NOT NUMERIC
                   OR FT-PERCENT-RATE = ZERO
                   OR FT-PERCENT-RATE > 100)
               MOVE "BAD PERCENT"         TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND FT-ACTION-ADD
               AND FT-VENDOR-NUMBER = SPACES
               AND FT-WAIVED
               MOVE "STANDARD CANNOT WAIVE" TO WD-RESULT-TEXT
           END-IF
           IF WD-RESULT-TEXT = SPACES
               AND FT-ACTION-ADD
               AND FT-VENDOR-NUMBER = SPACES
               AND FT-DESCRIPTION = SPACES
               MOVE "DESCRIPTION MISSING" TO WD-RESULT-TEXT
           END-IF.

       2300-APPLY-TRANSACTION.
           MOVE FT-VIOLATION-TYPE    TO FS-VIOLATION-TYPE
           MOVE FT-VENDOR-NUMBER     TO FS-VENDOR-NUMBER
           IF FT-ACTION-ADD
               MOVE FT-DESCRIPTION       TO FS-DESCRIPTION
               MOVE FT-CHARGE-BASIS      TO FS-CHARGE-BASIS
               MOVE ZERO                 TO FS-FLAT-AMOUNT
               MOVE ZERO                 TO FS-PERCENT-RATE
               IF FT-FLAT-AMOUNT-FINE
                   MOVE FT-FLAT-AMOUNT   TO FS-FLAT-AMOUNT
               END-IF
               IF FT-PERCENT-OF-PO-FINE
                   MOVE FT-PERCENT-RATE  TO FS-PERCENT-RATE
               END-IF
               MOVE WS-CURRENT-DATE-MMDDYY TO FS-LAST-MAINT-DATE
               WRITE FINE-SCHEDULE-RECORD
                   INVALID KEY
                       REWRITE FINE-SCHEDULE-RECORD
                       MOVE "REPLACED"  TO WD-RESULT-TEXT
                   NOT INVALID KEY
                       MOVE "ADDED"     TO WD-RESULT-TEXT
               END-WRITE
           ELSE
               DELETE FINE-SCHEDULE-FILE
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
           MOVE FT-ACTION            TO WD-ACTION
           MOVE FT-VIOLATION-TYPE    TO WD-VIOLATION-TYPE
           MOVE FT-VENDOR-NUMBER     TO WD-VENDOR-NUMBER
           MOVE FT-CHARGE-BASIS      TO WD-CHARGE-BASIS
           IF FT-FLAT-AMOUNT IS NUMERIC
               MOVE FT-FLAT-AMOUNT   TO WD-FLAT-AMOUNT
           ELSE
               MOVE ZERO             TO WD-FLAT-AMOUNT
           END-IF
           IF FT-PERCENT-RATE IS NUMERIC
               MOVE FT-PERCENT-RATE  TO WD-PERCENT-RATE
           ELSE
               MOVE ZERO             TO WD-PERCENT-RATE
           END-IF
           MOVE FT-DESCRIPTION       TO WD-DESCRIPTION
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL513"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL513"          TO RL-CALL-PROGRAM-ID
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
           CLOSE FINE-TRANS-FILE
           CLOSE FINE-SCHEDULE-FILE
           CLOSE MAINT-RPT-FILE
           DISPLAY "WPUL513: " WS-APPLIED-COUNT
               " FINE SCHEDULE TRANSACTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED".
