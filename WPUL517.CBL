       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL517.
      *
      *    NIGHTLY GENERATIONAL BACKUP OF THE PO FILE AND ITS INDEXED
      *    SIDE FILES. EVERY FILE BELOW IS UNLOADED, AT THE SAME POINT
      *    IN THE NIGHT, INTO ONE BACKUP SET (WPUL517_UNLOAD_COPYBOOK
      *    .CBL) ON THE BKUPSET DD, WHICH THE JCL POINTS AT THE NEXT
      *    GENERATION OF THE BACKUP GDG:
      *        PODETAIL  POHIST    ASNEXCP   PODEDIT   VENDMAST
      *        VENDPERF  CALMAST   ROUTMAST  RUNLOG
      *    EACH FILE'S SECTION ENDS IN A TRAILER WITH ITS RECORD COUNT
      *    AND A HASH TOTAL OF ITS KEYS (AND, FOR PODETAIL, OF
      *    PO-TURN-COST) FROM THE WPUHASH SERVICE. ONCE THE SET IS
      *    WRITTEN IT IS READ BACK FROM THE TOP AND EVERY SECTION IS
      *    RECOUNTED AND REHASHED AGAINST ITS TRAILER AND AGAINST WHAT
      *    WAS UNLOADED. THE GENERATION IS THEN CATALOGUED ON BKCATLG
      *    (WPUL517_COPYBOOK.CBL), ONE ENTRY PER FILE, GOOD OR FAILED,
      *    AND ENTRIES OLDER THAN THE NUMBER OF GENERATIONS KEPT ARE
      *    ROLLED OFF THE CATALOG, AS THE GDG ROLLS THEIR DATASETS OFF.
      *    THE RUN LOGS ITS END THROUGH WPURLOG ONLY WHEN EVERY FILE
      *    UNLOADED AND VERIFIED, SO A WPUL501 GATE CARD NAMING
      *    WPUL517 AS A PREDECESSOR HOLDS ITS STEP UNLESS TONIGHT'S
      *    BACKUP IS GOOD. ANY FAILURE ENDS THE STEP WITH RETURN CODE
      *    8. WPUL518 RESTORES A FILE FROM A CATALOGUED GENERATION.
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

      *    PLAIN (NOT LINE) SEQUENTIAL -- THE UNLOADED RECORDS CARRY
      *    PACKED FIELDS, AND THE SET IS READ BACK BYTE FOR BYTE.
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

           SELECT BACKUP-RPT-FILE
               ASSIGN TO "WPUL517R"
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

       FD  BACKUP-SET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL517_UNLOAD_COPYBOOK.CBL".

       FD  BACKUP-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL517_COPYBOOK.CBL".

       FD  BACKUP-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RPT-LINE                  PIC X(132).

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

      *    STATUS OF WHICHEVER FILE IS BEING UNLOADED, COPIED OUT OF
      *    ITS OWN STATUS FIELD AFTER EVERY OPEN AND READ.
       01  WS-SOURCE-FILE-STATUS             PIC X(02).
           88  WS-SOURCE-FILE-OK             VALUE '00'.
           88  WS-SOURCE-READ-OK             VALUES '00' '02'.
       01  WS-SOURCE-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-SOURCE-EOF                 VALUE 'Y'.

       01  WS-SET-FILE-STATUS                PIC X(02).
           88  WS-SET-FILE-OK                VALUE '00'.
       01  WS-SET-EOF-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-SET-EOF                    VALUE 'Y'.
       01  WS-CATALOG-FILE-STATUS            PIC X(02).
           88  WS-CATALOG-FILE-OK            VALUE '00'.
           88  WS-CATALOG-FILE-MISSING       VALUE '35'.
       01  WS-CATALOG-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-CATALOG-EOF                VALUE 'Y'.

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

      *    RUN DATE IN THE SUITE'S MMDDYY CONVENTION.
       01  WS-CURRENT-DATE-MMDDYY.
           05  WS-CURRENT-DATE-MM            PIC 9(02).
           05  WS-CURRENT-DATE-DD            PIC 9(02).
           05  WS-CURRENT-DATE-YY            PIC 9(02).

      *    SIZED TO MATCH THE 8-DIGIT HHMMSSHH TIME REGISTER EXACTLY;
      *    WS-CURRENT-TIME THEN TAKES JUST THE HHMMSS PORTION.
       01  WS-CURRENT-TIME-REG               PIC 9(08).
       01  WS-CURRENT-TIME-HHMMSS REDEFINES WS-CURRENT-TIME-REG.
           05  WS-CURRENT-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).

      *    THE FILES THE BACKUP CARRIES, IN UNLOAD ORDER. THE ORDER
      *    MATCHES THE FILE-BY-FILE EVALUATES IN THE PROCEDURE
      *    DIVISION AND THE KEY LENGTH TABLE IN WPUHASH.
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

      *    WHAT HAPPENED TO EACH FILE TONIGHT: WHAT WAS UNLOADED, WHAT
      *    THE READ-BACK FOUND, AND THE VERDICT.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY                  OCCURS 9 TIMES.
               10  WS-SET-FILE-STATUS-AT-OPEN PIC X(02).
               10  WS-SET-UNLOAD-COUNT       PIC 9(09).
               10  WS-SET-UNLOAD-HASH        PIC S9(15)V99 COMP-3.
               10  WS-SET-VERIFY-COUNT       PIC 9(09).
               10  WS-SET-VERIFY-HASH        PIC S9(15)V99 COMP-3.
               10  WS-SET-RESULT             PIC X(01).
                   88  WS-SET-VERIFIED       VALUE 'G'.
                   88  WS-SET-NOT-OPENED     VALUE 'O'.
                   88  WS-SET-READ-FAILED    VALUE 'R'.
                   88  WS-SET-NOT-VERIFIED   VALUE 'V'.

      *    GENERATIONS KEPT ON THE CATALOG. KEEP IN STEP WITH THE
      *    LIMIT ON THE BACKUP GDG SO THE CATALOG NEVER NAMES A
      *    DATASET THE GDG HAS ALREADY ROLLED OFF. TUNABLE WITHOUT
      *    RESTRUCTURING THE PROGRAM.
       01  WS-GENERATIONS-KEPT               PIC 9(03) VALUE 007.

       01  WS-GENERATION                     PIC 9(05) VALUE ZERO.
       01  WS-LAST-GENERATION                PIC 9(05) VALUE ZERO.
       01  WS-OLDEST-KEPT-GENERATION         PIC 9(05) VALUE ZERO.
       01  WS-ROLLED-GENERATION              PIC 9(05) VALUE ZERO.
       01  WS-VERIFY-SUB                     PIC 9(02).
       01  WS-VERIFY-FOUND-FLAG              PIC X(01).
           88  WS-VERIFY-FOUND               VALUE 'Y'.

       01  WS-RECORDS-UNLOADED               PIC 9(07) VALUE ZERO.
       01  WS-FILES-UNLOADED                 PIC 9(07) VALUE ZERO.
       01  WS-FILES-VERIFIED                 PIC 9(07) VALUE ZERO.
       01  WS-FILES-FAILED                   PIC 9(07) VALUE ZERO.
       01  WS-GENERATIONS-ROLLED             PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL517  NIGHTLY BACKUP SET AND VERIFICATION".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "FILE".
           05  FILLER                 PIC X(12) VALUE "GENERATION".
           05  FILLER                 PIC X(10) VALUE "DATE".
           05  FILLER                 PIC X(15) VALUE "      RECORDS".
           05  FILLER                 PIC X(23) VALUE
               "            HASH TOTAL".
           05  FILLER                 PIC X(40) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-FILE-ID                    PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-GENERATION                 PIC ZZZZ9.
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  WD-BACKUP-DATE                PIC 99/99/99.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RECORD-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WD-HASH-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(40).

       01  WS-ROLLED-OFF-LINE.
           05  FILLER                        PIC X(11) VALUE
               "GENERATION ".
           05  WR-GENERATION                 PIC ZZZZ9.
           05  FILLER                        PIC X(40) VALUE
               " ROLLED OFF THE BACKUP CATALOG".

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(28) VALUE
               "BACKUP GENERATION         :".
           05  WS1-GENERATION         PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "FILES UNLOADED            :".
           05  WS2-FILES-UNLOADED     PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(28) VALUE
               "RECORDS UNLOADED          :".
           05  WS3-RECORDS-UNLOADED   PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(28) VALUE
               "FILES VERIFIED            :".
           05  WS4-FILES-VERIFIED     PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(28) VALUE
               "FILES FAILED              :".
           05  WS5-FILES-FAILED       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(28) VALUE
               "GENERATIONS ROLLED OFF    :".
           05  WS6-GENERATIONS-ROLLED PIC ZZZZZZ9.

       01  WS-FAILED-SET-LINE               PIC X(132) VALUE
           "BACKUP SET NOT GOOD - END NOT LOGGED, GATED STEPS HELD".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-UNLOAD-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           CLOSE BACKUP-SET-FILE
           PERFORM 3000-VERIFY-BACKUP-SET
           PERFORM 4000-CATALOG-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           PERFORM 5000-ROLL-OFF-GENERATIONS
           PERFORM 9000-TERMINATE
           IF WS-FILES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8000-LOG-RUN-START
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MM TO WS-CURRENT-DATE-MM
           MOVE WS-CURRENT-DD TO WS-CURRENT-DATE-DD
           MOVE WS-CURRENT-YY TO WS-CURRENT-DATE-YY
           ACCEPT WS-CURRENT-TIME-REG FROM TIME
           OPEN I-O BACKUP-CATALOG-FILE
           IF WS-CATALOG-FILE-MISSING
      *        FIRST-EVER BACKUP RUN -- CREATE THE CATALOG EMPTY AND
      *        REOPEN IT FOR UPDATE.
               OPEN OUTPUT BACKUP-CATALOG-FILE
               CLOSE BACKUP-CATALOG-FILE
               OPEN I-O BACKUP-CATALOG-FILE
           END-IF
           IF NOT WS-CATALOG-FILE-OK
               DISPLAY "WPUL517: UNABLE TO OPEN BKCATLG, STATUS="
                   WS-CATALOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-FIND-LAST-GENERATION
           ADD 1 TO WS-LAST-GENERATION GIVING WS-GENERATION
           OPEN OUTPUT BACKUP-SET-FILE
           IF NOT WS-SET-FILE-OK
               DISPLAY "WPUL517: UNABLE TO OPEN BKUPSET, STATUS="
                   WS-SET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKUP-RPT-FILE
           WRITE BACKUP-RPT-LINE FROM WS-HEADING-1
           WRITE BACKUP-RPT-LINE FROM WS-HEADING-2.

       1100-FIND-LAST-GENERATION.
      *    GENERATIONS ARE NUMBERED ON FROM THE HIGHEST ONE STILL
      *    CATALOGUED, SO A NUMBER IS NEVER REUSED.
           MOVE LOW-VALUES TO BC-CATALOG-KEY
           START BACKUP-CATALOG-FILE
               KEY IS NOT LESS THAN BC-CATALOG-KEY
               INVALID KEY
                   SET WS-CATALOG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CATALOG-EOF
               READ BACKUP-CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF BC-GENERATION > WS-LAST-GENERATION
                           MOVE BC-GENERATION TO WS-LAST-GENERATION
                       END-IF
               END-READ
           END-PERFORM.

       2000-UNLOAD-FILE.
           MOVE ZERO TO WS-SET-UNLOAD-COUNT(WS-FILE-SUB)
           MOVE ZERO TO WS-SET-UNLOAD-HASH(WS-FILE-SUB)
           MOVE ZERO TO WS-SET-VERIFY-COUNT(WS-FILE-SUB)
           MOVE ZERO TO WS-SET-VERIFY-HASH(WS-FILE-SUB)
           PERFORM 2100-OPEN-SOURCE-FILE
           MOVE WS-SOURCE-FILE-STATUS
               TO WS-SET-FILE-STATUS-AT-OPEN(WS-FILE-SUB)
           IF WS-SOURCE-FILE-OK
      *        THE VERDICT STAYS 'NOT VERIFIED' UNTIL THE READ-BACK
      *        PROVES OTHERWISE.
               SET WS-SET-NOT-VERIFIED(WS-FILE-SUB) TO TRUE
               ADD 1 TO WS-FILES-UNLOADED
               MOVE SPACES               TO BACKUP-SET-RECORD
               SET BK-HEADER             TO TRUE
               MOVE WS-FILE-ID(WS-FILE-SUB) TO BK-FILE-ID
               MOVE WS-GENERATION        TO BK-GENERATION
               MOVE WS-CURRENT-DATE-MMDDYY TO BK-BACKUP-DATE
               MOVE WS-CURRENT-TIME      TO BK-BACKUP-TIME
               MOVE ZERO                 TO BK-RECORD-COUNT
               MOVE ZERO                 TO BK-HASH-TOTAL
               WRITE BACKUP-SET-RECORD
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   PERFORM 2200-READ-SOURCE-RECORD
                   IF NOT WS-SOURCE-EOF
                       PERFORM 2400-WRITE-DATA-RECORD
                   END-IF
               END-PERFORM
               PERFORM 2300-CLOSE-SOURCE-FILE
               MOVE SPACES               TO BACKUP-SET-RECORD
               SET BK-TRAILER            TO TRUE
               MOVE WS-FILE-ID(WS-FILE-SUB) TO BK-FILE-ID
               MOVE WS-GENERATION        TO BK-GENERATION
               MOVE WS-CURRENT-DATE-MMDDYY TO BK-BACKUP-DATE
               MOVE WS-CURRENT-TIME      TO BK-BACKUP-TIME
               MOVE WS-SET-UNLOAD-COUNT(WS-FILE-SUB)
                   TO BK-RECORD-COUNT
               MOVE WS-SET-UNLOAD-HASH(WS-FILE-SUB)
                   TO BK-HASH-TOTAL
               WRITE BACKUP-SET-RECORD
           ELSE
               SET WS-SET-NOT-OPENED(WS-FILE-SUB) TO TRUE
               DISPLAY "WPUL517: UNABLE TO OPEN "
                   WS-FILE-ID(WS-FILE-SUB) ", STATUS="
                   WS-SOURCE-FILE-STATUS
           END-IF.

       2100-OPEN-SOURCE-FILE.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN INPUT PO-DETAIL-FILE
                   MOVE WS-PO-FILE-STATUS   TO WS-SOURCE-FILE-STATUS
               WHEN 2
                   OPEN INPUT PO-HISTORY-FILE
                   MOVE WS-HIST-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 3
                   OPEN INPUT ASN-EXCEPTION-FILE
                   MOVE WS-ASN-FILE-STATUS  TO WS-SOURCE-FILE-STATUS
               WHEN 4
                   OPEN INPUT PO-EDIT-EXCEPTION-FILE
                   MOVE WS-EDIT-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 5
                   OPEN INPUT VENDOR-MASTER-FILE
                   MOVE WS-VEND-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 6
                   OPEN INPUT VENDOR-PERF-FILE
                   MOVE WS-PERF-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 7
                   OPEN INPUT CALENDAR-FILE
                   MOVE WS-CAL-FILE-STATUS  TO WS-SOURCE-FILE-STATUS
               WHEN 8
                   OPEN INPUT ROUTING-GUIDE-FILE
                   MOVE WS-GUIDE-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 9
                   OPEN INPUT RUN-LOG-FILE
                   MOVE WS-LOG-FILE-STATUS  TO WS-SOURCE-FILE-STATUS
           END-EVALUATE.

      *    EACH RECORD IS READ STRAIGHT INTO THE UNLOAD IMAGE, WHICH
      *    SPACE-FILLS WHATEVER THE RECORD DOES NOT OCCUPY.
       2200-READ-SOURCE-RECORD.
           MOVE SPACES TO BACKUP-SET-RECORD
           EVALUATE WS-FILE-SUB
               WHEN 1
                   READ PO-DETAIL-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-PO-FILE-STATUS   TO WS-SOURCE-FILE-STATUS
               WHEN 2
                   READ PO-HISTORY-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-HIST-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 3
                   READ ASN-EXCEPTION-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-ASN-FILE-STATUS  TO WS-SOURCE-FILE-STATUS
               WHEN 4
                   READ PO-EDIT-EXCEPTION-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-EDIT-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 5
                   READ VENDOR-MASTER-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-VEND-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 6
                   READ VENDOR-PERF-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-PERF-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 7
                   READ CALENDAR-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-CAL-FILE-STATUS  TO WS-SOURCE-FILE-STATUS
               WHEN 8
                   READ ROUTING-GUIDE-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-GUIDE-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               WHEN 9
                   READ RUN-LOG-FILE NEXT RECORD
                       INTO BK-RECORD-IMAGE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                   END-READ
                   MOVE WS-LOG-FILE-STATUS  TO WS-SOURCE-FILE-STATUS
           END-EVALUATE
      *    A FILE THAT CANNOT BE READ TO THE END IS NOT BACKED UP --
      *    WHAT WAS UNLOADED SO FAR IS NOT A COPY OF IT.
           IF NOT WS-SOURCE-EOF AND NOT WS-SOURCE-READ-OK
               DISPLAY "WPUL517: READ ERROR ON "
                   WS-FILE-ID(WS-FILE-SUB) ", STATUS="
                   WS-SOURCE-FILE-STATUS
               SET WS-SOURCE-EOF TO TRUE
               SET WS-SET-READ-FAILED(WS-FILE-SUB) TO TRUE
           END-IF.

       2300-CLOSE-SOURCE-FILE.
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

       2400-WRITE-DATA-RECORD.
           SET BK-DATA                   TO TRUE
           MOVE WS-FILE-ID(WS-FILE-SUB)  TO BK-FILE-ID
           MOVE WS-GENERATION            TO BK-GENERATION
           WRITE BACKUP-SET-RECORD
           ADD 1 TO WS-SET-UNLOAD-COUNT(WS-FILE-SUB)
           ADD 1 TO WS-RECORDS-UNLOADED
           MOVE WS-FILE-ID(WS-FILE-SUB)  TO HS-FILE-ID
           MOVE BK-RECORD-IMAGE          TO HS-RECORD-IMAGE
           CALL "WPUHASH" USING HASH-SERVICE-AREA
           ADD HS-RECORD-HASH TO WS-SET-UNLOAD-HASH(WS-FILE-SUB).

       3000-VERIFY-BACKUP-SET.
      *    THE SET IS READ BACK AS A RESTORE WOULD READ IT. A SECTION
      *    IS GOOD ONLY WHEN ITS DATA RECORDS RECOUNT AND REHASH TO
      *    ITS TRAILER AND THE TRAILER AGREES WITH WHAT WAS UNLOADED.
           OPEN INPUT BACKUP-SET-FILE
           IF WS-SET-FILE-OK
               PERFORM UNTIL WS-SET-EOF
                   READ BACKUP-SET-FILE
                       AT END
                           SET WS-SET-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-VERIFY-SET-RECORD
                   END-READ
                   IF NOT WS-SET-EOF AND NOT WS-SET-FILE-OK
                       DISPLAY "WPUL517: READ ERROR ON BKUPSET, STATUS="
                           WS-SET-FILE-STATUS
                       SET WS-SET-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE BACKUP-SET-FILE
           ELSE
               DISPLAY "WPUL517: UNABLE TO REOPEN BKUPSET, STATUS="
                   WS-SET-FILE-STATUS
           END-IF.

       3100-VERIFY-SET-RECORD.
           MOVE 'N' TO WS-VERIFY-FOUND-FLAG
           PERFORM VARYING WS-VERIFY-SUB FROM 1 BY 1
                   UNTIL WS-VERIFY-SUB > WS-FILE-COUNT
                      OR WS-VERIFY-FOUND
               IF WS-FILE-ID(WS-VERIFY-SUB) = BK-FILE-ID
                   MOVE 'Y' TO WS-VERIFY-FOUND-FLAG
               END-IF
           END-PERFORM
      *    THE SEARCH STEPS ONE PAST THE MATCH BEFORE IT STOPS.
           IF WS-VERIFY-FOUND
               SUBTRACT 1 FROM WS-VERIFY-SUB
           END-IF
           IF WS-VERIFY-FOUND AND BK-GENERATION = WS-GENERATION
               EVALUATE TRUE
                   WHEN BK-DATA
                       ADD 1 TO WS-SET-VERIFY-COUNT(WS-VERIFY-SUB)
                       MOVE BK-FILE-ID      TO HS-FILE-ID
                       MOVE BK-RECORD-IMAGE TO HS-RECORD-IMAGE
                       CALL "WPUHASH" USING HASH-SERVICE-AREA
                       ADD HS-RECORD-HASH
                           TO WS-SET-VERIFY-HASH(WS-VERIFY-SUB)
                   WHEN BK-TRAILER
                       IF WS-SET-NOT-VERIFIED(WS-VERIFY-SUB)
                          AND BK-RECORD-COUNT =
                              WS-SET-VERIFY-COUNT(WS-VERIFY-SUB)
                          AND BK-RECORD-COUNT =
                              WS-SET-UNLOAD-COUNT(WS-VERIFY-SUB)
                          AND BK-HASH-TOTAL =
                              WS-SET-VERIFY-HASH(WS-VERIFY-SUB)
                          AND BK-HASH-TOTAL =
                              WS-SET-UNLOAD-HASH(WS-VERIFY-SUB)
                           SET WS-SET-VERIFIED(WS-VERIFY-SUB) TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       4000-CATALOG-FILE.
           MOVE WS-GENERATION             TO BC-GENERATION
           MOVE WS-FILE-ID(WS-FILE-SUB)   TO BC-FILE-ID
           MOVE WS-CURRENT-DATE-MMDDYY    TO BC-BACKUP-DATE
           MOVE WS-CURRENT-TIME           TO BC-BACKUP-TIME
           MOVE WS-SET-UNLOAD-COUNT(WS-FILE-SUB) TO BC-RECORD-COUNT
           MOVE WS-SET-UNLOAD-HASH(WS-FILE-SUB)  TO BC-HASH-TOTAL
           MOVE ZERO                      TO BC-LAST-RESTORE-DATE
           MOVE SPACES                    TO WD-RESULT-TEXT
           EVALUATE TRUE
               WHEN WS-SET-VERIFIED(WS-FILE-SUB)
                   SET BC-BACKUP-GOOD TO TRUE
                   ADD 1 TO WS-FILES-VERIFIED
                   MOVE "UNLOADED AND VERIFIED" TO WD-RESULT-TEXT
               WHEN WS-SET-NOT-OPENED(WS-FILE-SUB)
                   SET BC-BACKUP-FAILED TO TRUE
                   ADD 1 TO WS-FILES-FAILED
                   STRING "NOT BACKED UP - OPEN STATUS "
                                          DELIMITED BY SIZE
                          WS-SET-FILE-STATUS-AT-OPEN(WS-FILE-SUB)
                                          DELIMITED BY SIZE
                       INTO WD-RESULT-TEXT
                   END-STRING
               WHEN WS-SET-READ-FAILED(WS-FILE-SUB)
                   SET BC-BACKUP-FAILED TO TRUE
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "NOT BACKED UP - READ ERROR" TO WD-RESULT-TEXT
               WHEN OTHER
                   SET BC-BACKUP-FAILED TO TRUE
                   ADD 1 TO WS-FILES-FAILED
                   MOVE "FAILED VERIFY - COUNT/HASH DISAGREE"
                       TO WD-RESULT-TEXT
           END-EVALUATE
           WRITE BACKUP-CATALOG-RECORD
               INVALID KEY
                   REWRITE BACKUP-CATALOG-RECORD
           END-WRITE
           MOVE BC-FILE-ID                TO WD-FILE-ID
           MOVE BC-GENERATION             TO WD-GENERATION
           MOVE BC-BACKUP-DATE            TO WD-BACKUP-DATE
           MOVE BC-RECORD-COUNT           TO WD-RECORD-COUNT
           MOVE BC-HASH-TOTAL             TO WD-HASH-TOTAL
           WRITE BACKUP-RPT-LINE FROM WS-DETAIL-LINE.

       5000-ROLL-OFF-GENERATIONS.
      *    THE CATALOG KEEPS TONIGHT'S GENERATION AND THE ONES BEFORE
      *    IT UP TO THE NUMBER KEPT; EVERYTHING OLDER IS DELETED.
           IF WS-GENERATION > WS-GENERATIONS-KEPT
               COMPUTE WS-OLDEST-KEPT-GENERATION =
                   WS-GENERATION - WS-GENERATIONS-KEPT + 1
               MOVE 'N' TO WS-CATALOG-EOF-FLAG
               MOVE LOW-VALUES TO BC-CATALOG-KEY
               START BACKUP-CATALOG-FILE
                   KEY IS NOT LESS THAN BC-CATALOG-KEY
                   INVALID KEY
                       SET WS-CATALOG-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CATALOG-EOF
                   READ BACKUP-CATALOG-FILE NEXT RECORD
                       AT END
                           SET WS-CATALOG-EOF TO TRUE
                       NOT AT END
                           IF BC-GENERATION < WS-OLDEST-KEPT-GENERATION
                               PERFORM 5100-ROLL-OFF-ENTRY
                           ELSE
                               SET WS-CATALOG-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       5100-ROLL-OFF-ENTRY.
           IF BC-GENERATION NOT = WS-ROLLED-GENERATION
               MOVE BC-GENERATION TO WS-ROLLED-GENERATION
               MOVE BC-GENERATION TO WR-GENERATION
               WRITE BACKUP-RPT-LINE FROM WS-ROLLED-OFF-LINE
               ADD 1 TO WS-GENERATIONS-ROLLED
           END-IF
           DELETE BACKUP-CATALOG-FILE RECORD.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL517"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                     TO RL-CALL-FUNCTION
           MOVE "WPUL517"               TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-UNLOADED     TO RL-CALL-RECORDS-READ
           MOVE WS-RECORDS-UNLOADED     TO RL-CALL-RECORDS-WRITTEN
           MOVE WS-FILES-FAILED         TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
      *    THE END OF RUN IS LOGGED ONLY FOR A GOOD SET -- IT IS WHAT
      *    A WPUL501 GATE CARD CHECKS BEFORE LETTING A REKEY OR PURGE
      *    STEP RUN.
           IF WS-FILES-FAILED = ZERO
               PERFORM 8100-LOG-RUN-END
           ELSE
               WRITE BACKUP-RPT-LINE FROM WS-FAILED-SET-LINE
           END-IF
           MOVE WS-GENERATION           TO WS1-GENERATION
           MOVE WS-FILES-UNLOADED       TO WS2-FILES-UNLOADED
           MOVE WS-RECORDS-UNLOADED     TO WS3-RECORDS-UNLOADED
           MOVE WS-FILES-VERIFIED       TO WS4-FILES-VERIFIED
           MOVE WS-FILES-FAILED         TO WS5-FILES-FAILED
           MOVE WS-GENERATIONS-ROLLED   TO WS6-GENERATIONS-ROLLED
           WRITE BACKUP-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE BACKUP-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE BACKUP-RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE BACKUP-RPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE BACKUP-RPT-LINE FROM WS-SUMMARY-LINE-5
           WRITE BACKUP-RPT-LINE FROM WS-SUMMARY-LINE-6
           CLOSE BACKUP-CATALOG-FILE
           CLOSE BACKUP-RPT-FILE
           DISPLAY "WPUL517: GENERATION " WS-GENERATION ", "
               WS-FILES-VERIFIED " FILES VERIFIED, "
               WS-FILES-FAILED " FAILED".
