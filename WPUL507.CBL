       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUL507.
      *
      *    PURCHASE ORDER PRINT AND OUTBOUND TRANSMISSION.
      *    PICKS UP EVERY APPROVED PO NOT YET SENT TO ITS VENDOR
      *    (PO-PRINTED-OR-AUTOFAXED BLANK) AND PRODUCES WHAT ITS
      *    CHANNEL NEEDS. THE CHANNEL IS THE FIRST OCCURRENCE OF
      *    PO-AUTO-FAX-OR-EDI-INFO CARRYING A PO-AFE-TYPE:
      *        'E' - EDI. AN 850 RECORD GOES TO EDI850OT FOR THE
      *              TRANSLATOR AND THE OCCURRENCE GOES TO '1'
      *              (AFE-EDI-SENT-TO-WPUD780), THE FIRST IN-FLIGHT
      *              STATE WPUL497 LOOKS FOR WHEN THE 855 COMES BACK.
      *        'F' - FAX. A PRINT IMAGE ROUTED TO PO-AFE-FAX-NUMBER
      *              AND THE OCCURRENCE GOES TO AFE-REQUEST-PENDING,
      *              WHICH WPUL472 AGES FROM PO-DATE-FAX/PO-TIME-FAX.
      *    A PO WITH NEITHER, OR A FAX OCCURRENCE WITH NO NUMBER, IS
      *    PRINTED FOR THE MAIL. THE PRINT IMAGE HONOURS THE PRINT
      *    FLAGS ON PO-REMARKS, PO-REMARK-FREIGHT AND
      *    PO-REMARK-OTHER-UP-DOWN, LEAVES COST OFF WHEN
      *    PO-COST-OPTION-NO-PRINT IS SET, AND NUMBERS ITS PAGES
      *    "PAGE N OF M". M IS PO-NUMBER-OF-PAGES WHEN THE BUYER HAS
      *    SET IT HIGHER THAN THE FORM ITSELF RUNS (ATTACHMENTS
      *    FOLLOW THE FORM), AND THE PAGE COUNT SENT IS STAMPED BACK
      *    ON THE PO. A PO-REVISED-FLAG PO GOES OUT MARKED AS A
      *    REVISION THAT SUPERSEDES ALL EARLIER COPIES. EVERY PO SENT
      *    IS STAMPED IN PO-PRINTED-OR-AUTOFAXED ('E' EDI, 'F' FAX,
      *    'M' MAIL) AND LISTED ON THE TRANSMISSION REGISTER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "WPUL470_SELECT_COPYBOOK.CBL".

           SELECT PO-PRINT-FILE
               ASSIGN TO "WPUL507P"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDI-850-OUT-FILE
               ASSIGN TO "EDI850OT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-RPT-FILE
               ASSIGN TO "WPUL507R"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "WPUL470_FD_COPYBOOK.CBL".

       FD  PO-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PO-PRINT-LINE                    PIC X(132).

       FD  EDI-850-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "WPUL507_COPYBOOK.CBL".

       FD  REGISTER-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WPUL470_WS_COPYBOOK.CBL".

           COPY "WPURLOG_COPYBOOK.CBL".

      *    SIZED TO MATCH THE 8-DIGIT DATE YYYYMMDD REGISTER EXACTLY
      *    SO THE ALPHANUMERIC GROUP MOVE ON ACCEPT LANDS EACH
      *    SUB-FIELD CORRECTLY.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-CENTURY            PIC 9(02).
           05  WS-CURRENT-YY                 PIC 9(02).
           05  WS-CURRENT-MM                 PIC 9(02).
           05  WS-CURRENT-DD                 PIC 9(02).

      *    SIZED TO MATCH THE 8-DIGIT HHMMSSHH TIME REGISTER EXACTLY;
      *    WS-CURRENT-TIME THEN TAKES JUST THE HHMMSS PORTION
      *    EXPLICITLY, TRUNCATING THE HUNDREDTHS RATHER THAN LETTING
      *    AN UNDERSIZED ELEMENTARY PIC TRUNCATE THE HOUR.
       01  WS-CURRENT-TIME-REG               PIC 9(08).
       01  WS-CURRENT-TIME-HHMMSS REDEFINES WS-CURRENT-TIME-REG.
           05  WS-CURRENT-TIME               PIC 9(06).
           05  FILLER                        PIC 9(02).
       01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME-REG.
           05  WS-CURRENT-HH                 PIC 9(02).
           05  WS-CURRENT-MIN                PIC 9(02).
           05  FILLER                        PIC 9(04).

      *    PRINTED BODY LINES PER PAGE BELOW THE PAGE HEADING.
      *    TUNABLE WITHOUT RESTRUCTURING THE PROGRAM IF THE FAX
      *    SERVER OR THE MAIL STOCK CHANGES.
       01  WS-BODY-LINES-PER-PAGE            PIC 9(02) VALUE 40.

       01  WS-CHANNEL                        PIC X(01).
           88  WS-CHANNEL-EDI                VALUE 'E'.
           88  WS-CHANNEL-FAX                VALUE 'F'.
           88  WS-CHANNEL-MAIL               VALUE 'M'.
       01  WS-AFE-SUB                        PIC 9(01).
       01  WS-CHANNEL-SUB                    PIC 9(01).
       01  WS-REMARK-SUB                     PIC 9(01).

      *    THE FORM BODY IS BUILT HERE FIRST SO THE PAGE COUNT IS
      *    KNOWN BEFORE THE FIRST "PAGE N OF M" HEADING PRINTS.
       01  WS-BODY-COUNT                     PIC 9(02).
       01  WS-BODY-SUB                       PIC 9(02).
       01  WS-BODY-LAST                      PIC 9(02).
       01  WS-BODY-TABLE.
           05  WS-BODY-LINE                  PIC X(132)
                                             OCCURS 20 TIMES.
       01  WS-PAGE-NUMBER                    PIC 9(02).
       01  WS-FORM-PAGES                     PIC 9(02).
       01  WS-STATED-PAGES                   PIC 9(02).

       01  WS-RECORDS-READ                   PIC 9(07) VALUE ZERO.
       01  WS-EDI-COUNT                      PIC 9(05) VALUE ZERO.
       01  WS-FAX-COUNT                      PIC 9(05) VALUE ZERO.
       01  WS-MAIL-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-REVISION-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-NO-FAX-NUMBER-COUNT            PIC 9(05) VALUE ZERO.

       01  WS-HEADING-1                     PIC X(132) VALUE
           "WPUL507  PURCHASE ORDER PRINT AND TRANSMISSION REGISTER".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "PO-KEY".
           05  FILLER                 PIC X(10) VALUE "VENDOR".
           05  FILLER                 PIC X(32) VALUE "VENDOR-NAME".
           05  FILLER                 PIC X(07) VALUE "SENT".
           05  FILLER                 PIC X(05) VALUE "REV".
           05  FILLER                 PIC X(07) VALUE "PAGES".
           05  FILLER                 PIC X(20) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WD-RECORD-KEY                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(01) VALUE "-".
           05  WD-VENDOR-FACILITY            PIC 9(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  WD-VENDOR-NAME                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-CHANNEL-TEXT               PIC X(05).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-REVISION-FLAG              PIC X(01).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-PAGES                      PIC Z9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  WD-RESULT-TEXT                PIC X(24).

       01  WS-NO-PO-LINE                    PIC X(132) VALUE
           "NO APPROVED POS WAITING TO BE SENT THIS RUN".

      *    PAGE HEADING OF THE PRINTED PURCHASE ORDER.
       01  WS-FORM-TITLE-LINE.
           05  WF-TITLE                      PIC X(60).
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE "PAGE ".
           05  WF-PAGE-NUMBER                PIC Z9.
           05  FILLER                        PIC X(04) VALUE " OF ".
           05  WF-PAGE-COUNT                 PIC Z9.
       01  WS-FORM-ORIGINAL-TITLE            PIC X(60) VALUE
           "PURCHASE ORDER".
       01  WS-FORM-REVISED-TITLE             PIC X(60) VALUE
           "REVISED PURCHASE ORDER - SUPERSEDES ALL PRIOR COPIES".
       01  WS-FORM-PO-LINE.
           05  FILLER                        PIC X(11) VALUE
               "PO NUMBER: ".
           05  WF-BUYER-NUMBER               PIC X(02).
           05  FILLER                        PIC X(01) VALUE "-".
           05  WF-PO-NUMBER                  PIC 9(06).
           05  FILLER                        PIC X(17) VALUE
               "   DATE ORDERED: ".
           05  WF-DATE-ORDERED               PIC 99/99/99.
           05  FILLER                        PIC X(10) VALUE
               "   BUYER: ".
           05  WF-BUYER-NAME                 PIC X(19).
           05  FILLER                        PIC X(09) VALUE
               "  PHONE: ".
           05  WF-PHONE-AC                   PIC 9(03).
           05  FILLER                        PIC X(01) VALUE "-".
           05  WF-PHONE-1                    PIC 9(03).
           05  FILLER                        PIC X(01) VALUE "-".
           05  WF-PHONE-2                    PIC 9(04).
       01  WS-FORM-VENDOR-LINE.
           05  FILLER                        PIC X(11) VALUE
               "VENDOR:    ".
           05  WF-VENDOR-NUMBER              PIC X(06).
           05  FILLER                        PIC X(01) VALUE "-".
           05  WF-VENDOR-FACILITY            PIC 9(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WF-VENDOR-NAME                PIC X(30).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WF-VENDOR-FACILITY-NAME       PIC X(15).
       01  WS-FORM-SHIP-TO-LINE.
           05  FILLER                        PIC X(11) VALUE
               "SHIP TO:   ".
           05  WF-FACILITY-SHIP-TO           PIC 9(02).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WF-FACILITY-SHIP-TO-NAME      PIC X(15).
           05  FILLER                        PIC X(14) VALUE
               "   WAREHOUSE: ".
           05  WF-WAREHOUSE-SHIP-TO          PIC X(02).
       01  WS-FORM-ROUTE-LINE.
           05  FILLER                        PIC X(11) VALUE
               "SENT BY:   ".
           05  WF-ROUTE-TEXT                 PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  WF-FAX-NUMBER                 PIC Z(10)9.
           05  FILLER                        PIC X(07) VALUE
               "  ATTN ".
           05  WF-FAX-CONTACT                PIC X(15).

      *    FORM BODY LINES, EACH MOVED INTO WS-BODY-TABLE IN TURN.
       01  WS-BODY-DATES-LINE.
           05  FILLER                        PIC X(11) VALUE
               "SHIP:      ".
           05  WB-DATE-SHIP                  PIC 99/99/99.
           05  FILLER                        PIC X(12) VALUE
               "   ARRIVE: ".
           05  WB-DATE-ARRIVAL               PIC 99/99/99.
           05  FILLER                        PIC X(30) VALUE
               "   CANCEL IF NOT SHIPPED BY: ".
           05  WB-DATE-CANCEL                PIC 99/99/99.
       01  WS-BODY-PICKUP-LINE.
           05  FILLER                        PIC X(11) VALUE
               "PICKUP:    ".
           05  WB-PICKUP-CITY                PIC X(14).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  WB-PICKUP-STATE               PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  WB-PICKUP-ZIPCODE             PIC X(06).
           05  FILLER                        PIC X(08) VALUE
               "   FOB: ".
           05  WB-FOB-TEXT                   PIC X(11).
       01  WS-BODY-QUANTITY-LINE.
           05  FILLER                        PIC X(11) VALUE
               "UNITS:     ".
           05  WB-TURN-UNITS                 PIC ZZZZZZ9.
           05  FILLER                        PIC X(11) VALUE
               "   WEIGHT: ".
           05  WB-TURN-WEIGHT                PIC ZZZZZZ9.
           05  FILLER                        PIC X(09) VALUE
               "   CUBE: ".
           05  WB-TURN-CUBE                  PIC ZZZZ9.99.
           05  FILLER                        PIC X(12) VALUE
               "   PALLETS: ".
           05  WB-TURN-PALLETS               PIC ZZZZ9.99.
       01  WS-BODY-COST-LINE.
           05  FILLER                        PIC X(11) VALUE
               "COST:      ".
           05  WB-TURN-COST                  PIC Z,ZZZ,ZZ9.99.
       01  WS-BODY-TERMS-LINE.
           05  FILLER                        PIC X(11) VALUE
               "TERMS:     ".
           05  WB-TERMS-PERCENT              PIC Z9.999.
           05  FILLER                        PIC X(03) VALUE "%  ".
           05  WB-TERMS-DAYS                 PIC ZZ9.
           05  FILLER                        PIC X(11) VALUE
               " DAYS, NET ".
           05  WB-TERMS-NET-DAYS             PIC ZZ9.
       01  WS-BODY-REMARK-LINE.
           05  WB-REMARK-LABEL               PIC X(11).
           05  WB-REMARK-TEXT                PIC X(30).

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
           ACCEPT WS-CURRENT-TIME-REG FROM TIME
           OPEN I-O PO-DETAIL-FILE
           IF NOT WS-PO-FILE-OK
               DISPLAY "WPUL507: UNABLE TO OPEN PO-DETAIL-FILE, STATUS="
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PO-PRINT-FILE
           OPEN OUTPUT EDI-850-OUT-FILE
           OPEN OUTPUT REGISTER-RPT-FILE
           WRITE REGISTER-RPT-LINE FROM WS-HEADING-1
           WRITE REGISTER-RPT-LINE FROM WS-HEADING-2
           MOVE 'N' TO WS-PO-EOF-FLAG.

       2000-PROCESS-PO-FILE.
           PERFORM 2100-READ-NEXT-PO
           IF NOT PO-EOF
               ADD 1 TO WS-RECORDS-READ
               IF PO-APPROVED
                   AND PO-PRINTED-OR-AUTOFAXED = SPACES
                   AND NOT PO-DETAIL-HISTORY
                   PERFORM 2200-SELECT-CHANNEL
                   PERFORM 2300-SEND-ONE-PO
               END-IF
           END-IF.

       2100-READ-NEXT-PO.
           READ PO-DETAIL-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
           END-READ.

       2200-SELECT-CHANNEL.
           MOVE SPACES TO WD-RESULT-TEXT
           MOVE 'M'    TO WS-CHANNEL
           MOVE ZERO   TO WS-CHANNEL-SUB
           PERFORM VARYING WS-AFE-SUB FROM 1 BY 1
               UNTIL WS-AFE-SUB > 3
               OR WS-CHANNEL-SUB NOT = ZERO
               IF PO-AFE-TYPE(WS-AFE-SUB) = 'E'
                   OR PO-AFE-TYPE(WS-AFE-SUB) = 'F'
                   MOVE PO-AFE-TYPE(WS-AFE-SUB) TO WS-CHANNEL
                   MOVE WS-AFE-SUB              TO WS-CHANNEL-SUB
               END-IF
           END-PERFORM
      *    A FAX OCCURRENCE WITH NO NUMBER CANNOT BE DIALLED; THE PO
      *    STILL GOES OUT, BY MAIL, AND THE REGISTER SAYS WHY.
           IF WS-CHANNEL-FAX
               AND PO-AFE-FAX-NUMBER(WS-CHANNEL-SUB) NOT > ZERO
               MOVE 'M'    TO WS-CHANNEL
               MOVE ZERO   TO WS-CHANNEL-SUB
               MOVE "NO FAX NUMBER - MAILED" TO WD-RESULT-TEXT
               ADD 1 TO WS-NO-FAX-NUMBER-COUNT
           END-IF.

       2300-SEND-ONE-PO.
           IF WS-CHANNEL-EDI
               PERFORM 4000-WRITE-EDI-850
               MOVE '1' TO PO-AFE-REQUEST(WS-CHANNEL-SUB)
               MOVE ZERO TO WS-STATED-PAGES
               ADD 1 TO WS-EDI-COUNT
           ELSE
               PERFORM 3000-PRINT-PO-DOCUMENT
               MOVE WS-STATED-PAGES TO PO-NUMBER-OF-PAGES
               IF WS-CHANNEL-FAX
                   MOVE 'P' TO PO-AFE-REQUEST(WS-CHANNEL-SUB)
                   ADD 1 TO WS-FAX-COUNT
               ELSE
                   MOVE 'Y' TO PO-MAILED
                   ADD 1 TO WS-MAIL-COUNT
               END-IF
           END-IF
           IF WS-CHANNEL-SUB NOT = ZERO
               MOVE WS-CURRENT-MM  TO PO-DATE-FAX-MM(WS-CHANNEL-SUB)
               MOVE WS-CURRENT-DD  TO PO-DATE-FAX-DD(WS-CHANNEL-SUB)
               MOVE WS-CURRENT-HH  TO PO-TIME-FAX-HH(WS-CHANNEL-SUB)
               MOVE WS-CURRENT-MIN TO PO-TIME-FAX-MM(WS-CHANNEL-SUB)
           END-IF
           MOVE WS-CHANNEL TO PO-PRINTED-OR-AUTOFAXED
           IF PO-REVISED OR PO-REVISED-PICKUP
               ADD 1 TO WS-REVISION-COUNT
           END-IF
           REWRITE DETAIL-RECORD-1-AREA
           IF WD-RESULT-TEXT = SPACES
               MOVE "SENT"         TO WD-RESULT-TEXT
           END-IF
           PERFORM 5000-WRITE-REGISTER-LINE.

       3000-PRINT-PO-DOCUMENT.
           PERFORM 3100-BUILD-FORM-BODY
           COMPUTE WS-FORM-PAGES =
               (WS-BODY-COUNT + WS-BODY-LINES-PER-PAGE - 1)
               / WS-BODY-LINES-PER-PAGE
           IF WS-FORM-PAGES = ZERO
               MOVE 1 TO WS-FORM-PAGES
           END-IF
           MOVE WS-FORM-PAGES TO WS-STATED-PAGES
           IF PO-NUMBER-OF-PAGES IS NUMERIC
               AND PO-NUMBER-OF-PAGES > WS-FORM-PAGES
               MOVE PO-NUMBER-OF-PAGES TO WS-STATED-PAGES
           END-IF
           PERFORM VARYING WS-PAGE-NUMBER FROM 1 BY 1
               UNTIL WS-PAGE-NUMBER > WS-FORM-PAGES
               PERFORM 3200-PRINT-PAGE-HEADING
               COMPUTE WS-BODY-SUB =
                   (WS-PAGE-NUMBER - 1) * WS-BODY-LINES-PER-PAGE + 1
               COMPUTE WS-BODY-LAST =
                   WS-PAGE-NUMBER * WS-BODY-LINES-PER-PAGE
               IF WS-BODY-LAST > WS-BODY-COUNT
                   MOVE WS-BODY-COUNT TO WS-BODY-LAST
               END-IF
               PERFORM UNTIL WS-BODY-SUB > WS-BODY-LAST
                   WRITE PO-PRINT-LINE
                       FROM WS-BODY-LINE(WS-BODY-SUB)
                   ADD 1 TO WS-BODY-SUB
               END-PERFORM
           END-PERFORM.

       3100-BUILD-FORM-BODY.
           MOVE ZERO   TO WS-BODY-COUNT
           MOVE SPACES TO WS-BODY-TABLE
           MOVE PO-DATE-SHIP          TO WB-DATE-SHIP
           MOVE PO-DATE-ARRIVAL       TO WB-DATE-ARRIVAL
           MOVE PO-DATE-CANCEL        TO WB-DATE-CANCEL
           ADD 1 TO WS-BODY-COUNT
           MOVE WS-BODY-DATES-LINE    TO WS-BODY-LINE(WS-BODY-COUNT)
           MOVE PO-PICKUP-POINT-CITY    TO WB-PICKUP-CITY
           MOVE PO-PICKUP-POINT-STATE   TO WB-PICKUP-STATE
           MOVE PO-PICKUP-POINT-ZIPCODE TO WB-PICKUP-ZIPCODE
           EVALUATE TRUE
               WHEN PO-PICKUP-ORIGIN
                   MOVE "ORIGIN"      TO WB-FOB-TEXT
               WHEN PO-PICKUP-DESTINATION
                   MOVE "DESTINATION" TO WB-FOB-TEXT
               WHEN OTHER
                   MOVE SPACES        TO WB-FOB-TEXT
           END-EVALUATE
           ADD 1 TO WS-BODY-COUNT
           MOVE WS-BODY-PICKUP-LINE   TO WS-BODY-LINE(WS-BODY-COUNT)
           MOVE PO-TURN-UNITS         TO WB-TURN-UNITS
           MOVE PO-TURN-WEIGHT        TO WB-TURN-WEIGHT
           MOVE PO-TURN-CUBE          TO WB-TURN-CUBE
           MOVE PO-TURN-PALLETS       TO WB-TURN-PALLETS
           ADD 1 TO WS-BODY-COUNT
           MOVE WS-BODY-QUANTITY-LINE TO WS-BODY-LINE(WS-BODY-COUNT)
           IF NOT PO-COST-OPTION-NO-PRINT
               MOVE PO-TURN-COST      TO WB-TURN-COST
               ADD 1 TO WS-BODY-COUNT
               MOVE WS-BODY-COST-LINE TO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF
           MOVE PO-TERMS-PERCENT      TO WB-TERMS-PERCENT
           MOVE PO-TERMS-DAYS         TO WB-TERMS-DAYS
           MOVE PO-TERMS-NET-DAYS     TO WB-TERMS-NET-DAYS
           ADD 1 TO WS-BODY-COUNT
           MOVE WS-BODY-TERMS-LINE    TO WS-BODY-LINE(WS-BODY-COUNT)
           PERFORM VARYING WS-REMARK-SUB FROM 1 BY 1
               UNTIL WS-REMARK-SUB > 4
               IF PO-PRINT-REMARK(WS-REMARK-SUB)
                   MOVE "REMARK:"     TO WB-REMARK-LABEL
                   MOVE PO-REMARK(WS-REMARK-SUB) TO WB-REMARK-TEXT
                   ADD 1 TO WS-BODY-COUNT
                   MOVE WS-BODY-REMARK-LINE
                       TO WS-BODY-LINE(WS-BODY-COUNT)
               END-IF
           END-PERFORM
           IF PO-PRINT-REMARK-FREIGHT
               MOVE "FREIGHT:"        TO WB-REMARK-LABEL
               MOVE PO-REMARK-FREIGHT TO WB-REMARK-TEXT
               ADD 1 TO WS-BODY-COUNT
               MOVE WS-BODY-REMARK-LINE TO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF
           IF PO-PRINT-REMARK-OTHER-UP-DOWN
               MOVE "ALLOWANCE:"      TO WB-REMARK-LABEL
               MOVE PO-REMARK-OTHER-UP-DOWN TO WB-REMARK-TEXT
               ADD 1 TO WS-BODY-COUNT
               MOVE WS-BODY-REMARK-LINE TO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF.

       3200-PRINT-PAGE-HEADING.
           IF PO-REVISED OR PO-REVISED-PICKUP
               MOVE WS-FORM-REVISED-TITLE  TO WF-TITLE
           ELSE
               MOVE WS-FORM-ORIGINAL-TITLE TO WF-TITLE
           END-IF
           MOVE WS-PAGE-NUMBER           TO WF-PAGE-NUMBER
           MOVE WS-STATED-PAGES          TO WF-PAGE-COUNT
           WRITE PO-PRINT-LINE FROM WS-FORM-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE PO-BUYER-NUMBER          TO WF-BUYER-NUMBER
           MOVE PO-PURCHASE-ORDER-NUMBER TO WF-PO-NUMBER
           MOVE PO-DATE-ORDERED          TO WF-DATE-ORDERED
           MOVE PO-BUYER-NAME            TO WF-BUYER-NAME
           MOVE PO-PHONE-AC              TO WF-PHONE-AC
           MOVE PO-PHONE-1               TO WF-PHONE-1
           MOVE PO-PHONE-2               TO WF-PHONE-2
           WRITE PO-PRINT-LINE FROM WS-FORM-PO-LINE
           MOVE PO-VENDOR-NUMBER         TO WF-VENDOR-NUMBER
           MOVE PO-VENDOR-FACILITY       TO WF-VENDOR-FACILITY
           MOVE PO-VENDOR-NAME           TO WF-VENDOR-NAME
           MOVE PO-VENDOR-FACILITY-NAME  TO WF-VENDOR-FACILITY-NAME
           WRITE PO-PRINT-LINE FROM WS-FORM-VENDOR-LINE
           MOVE PO-FACILITY-SHIP-TO      TO WF-FACILITY-SHIP-TO
           MOVE PO-FACILITY-SHIP-TO-NAME TO WF-FACILITY-SHIP-TO-NAME
           MOVE PO-WAREHOUSE-SHIP-TO     TO WF-WAREHOUSE-SHIP-TO
           WRITE PO-PRINT-LINE FROM WS-FORM-SHIP-TO-LINE
           IF WS-CHANNEL-FAX
               MOVE "FAX"                TO WF-ROUTE-TEXT
               MOVE PO-AFE-FAX-NUMBER(WS-CHANNEL-SUB) TO WF-FAX-NUMBER
               MOVE PO-AFE-CONTACT(WS-CHANNEL-SUB)    TO WF-FAX-CONTACT
               WRITE PO-PRINT-LINE FROM WS-FORM-ROUTE-LINE
           ELSE
               MOVE SPACES TO PO-PRINT-LINE
               MOVE "SENT BY:   MAIL" TO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
           END-IF
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.

       4000-WRITE-EDI-850.
           MOVE SPACES TO EDI-850-OUT-RECORD
           IF PO-REVISED OR PO-REVISED-PICKUP
               MOVE '05' TO E8-PURPOSE-CODE
           ELSE
               MOVE '00' TO E8-PURPOSE-CODE
           END-IF
           IF AFE-EDI-TESTING
               MOVE 'T'  TO E8-TEST-PRODUCTION-FLAG
           ELSE
               MOVE 'P'  TO E8-TEST-PRODUCTION-FLAG
           END-IF
           MOVE PO-BUYER-NUMBER          TO E8-BUYER-NUMBER
           MOVE PO-PURCHASE-ORDER-NUMBER TO E8-PURCHASE-ORDER-NUMBER
           MOVE PO-VENDOR-NUMBER         TO E8-VENDOR-NUMBER
           MOVE PO-VENDOR-FACILITY       TO E8-VENDOR-FACILITY
           MOVE PO-DATE-ORDERED          TO E8-DATE-ORDERED
           MOVE PO-DATE-SHIP             TO E8-DATE-SHIP
           MOVE PO-DATE-ARRIVAL          TO E8-DATE-ARRIVAL
           MOVE PO-DATE-CANCEL           TO E8-DATE-CANCEL
           MOVE PO-FACILITY-SHIP-TO      TO E8-FACILITY-SHIP-TO
           MOVE PO-FACILITY-SHIP-TO-NAME TO E8-FACILITY-SHIP-TO-NAME
           MOVE PO-WAREHOUSE-SHIP-TO     TO E8-WAREHOUSE-SHIP-TO
           MOVE PO-PICKUP-POINT-CITY     TO E8-PICKUP-POINT-CITY
           MOVE PO-PICKUP-POINT-STATE    TO E8-PICKUP-POINT-STATE
           MOVE PO-PICKUP-POINT-ZIPCODE  TO E8-PICKUP-POINT-ZIPCODE
           MOVE PO-PICKUP-POINT-FOB-CODE TO E8-PICKUP-POINT-FOB-CODE
           MOVE PO-TURN-UNITS            TO E8-TURN-UNITS
           MOVE PO-TURN-WEIGHT           TO E8-TURN-WEIGHT
           MOVE PO-TURN-CUBE             TO E8-TURN-CUBE
           MOVE PO-TURN-PALLETS          TO E8-TURN-PALLETS
           IF PO-COST-OPTION-NO-PRINT
               MOVE ZERO                 TO E8-TURN-COST
           ELSE
               MOVE PO-TURN-COST         TO E8-TURN-COST
           END-IF
           MOVE PO-TERMS-PERCENT         TO E8-TERMS-PERCENT
           MOVE PO-TERMS-DAYS            TO E8-TERMS-DAYS
           MOVE PO-TERMS-NET-DAYS        TO E8-TERMS-NET-DAYS
           MOVE PO-BUYER-NAME            TO E8-BUYER-NAME
           MOVE PO-PHONE                 TO E8-BUYER-PHONE
           MOVE ZERO                     TO E8-REMARK-COUNT
           PERFORM VARYING WS-REMARK-SUB FROM 1 BY 1
               UNTIL WS-REMARK-SUB > 4
               IF PO-PRINT-REMARK(WS-REMARK-SUB)
                   ADD 1 TO E8-REMARK-COUNT
                   MOVE PO-REMARK(WS-REMARK-SUB)
                       TO E8-REMARK(E8-REMARK-COUNT)
               END-IF
           END-PERFORM
           IF PO-PRINT-REMARK-FREIGHT
               ADD 1 TO E8-REMARK-COUNT
               MOVE PO-REMARK-FREIGHT TO E8-REMARK(E8-REMARK-COUNT)
           END-IF
           IF PO-PRINT-REMARK-OTHER-UP-DOWN
               ADD 1 TO E8-REMARK-COUNT
               MOVE PO-REMARK-OTHER-UP-DOWN
                   TO E8-REMARK(E8-REMARK-COUNT)
           END-IF
           WRITE EDI-850-OUT-RECORD.

       5000-WRITE-REGISTER-LINE.
      *    WD-RESULT-TEXT IS SET BY THE CALLER BEFORE THE PERFORM.
           MOVE PO-RECORD-KEY            TO WD-RECORD-KEY
           MOVE PO-VENDOR-NUMBER         TO WD-VENDOR-NUMBER
           MOVE PO-VENDOR-FACILITY       TO WD-VENDOR-FACILITY
           MOVE PO-VENDOR-NAME           TO WD-VENDOR-NAME
           EVALUATE TRUE
               WHEN WS-CHANNEL-EDI
                   MOVE "EDI"            TO WD-CHANNEL-TEXT
               WHEN WS-CHANNEL-FAX
                   MOVE "FAX"            TO WD-CHANNEL-TEXT
               WHEN OTHER
                   MOVE "MAIL"           TO WD-CHANNEL-TEXT
           END-EVALUATE
           MOVE PO-REVISED-FLAG          TO WD-REVISION-FLAG
           MOVE WS-STATED-PAGES          TO WD-PAGES
           WRITE REGISTER-RPT-LINE FROM WS-DETAIL-LINE.

       8000-LOG-RUN-START.
           MOVE 'S'                TO RL-CALL-FUNCTION
           MOVE "WPUL507"          TO RL-CALL-PROGRAM-ID
           MOVE ZERO               TO RL-CALL-RECORDS-READ
           MOVE ZERO               TO RL-CALL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       8100-LOG-RUN-END.
           MOVE 'E'                TO RL-CALL-FUNCTION
           MOVE "WPUL507"          TO RL-CALL-PROGRAM-ID
           MOVE WS-RECORDS-READ    TO RL-CALL-RECORDS-READ
           COMPUTE RL-CALL-RECORDS-WRITTEN =
               WS-EDI-COUNT + WS-FAX-COUNT + WS-MAIL-COUNT
           MOVE WS-NO-FAX-NUMBER-COUNT TO RL-CALL-RECORDS-EXCEPTED
           CALL "WPURLOG" USING RUN-LOG-SERVICE-AREA.

       9000-TERMINATE.
           PERFORM 8100-LOG-RUN-END
           IF WS-EDI-COUNT = ZERO
               AND WS-FAX-COUNT = ZERO
               AND WS-MAIL-COUNT = ZERO
               WRITE REGISTER-RPT-LINE FROM WS-NO-PO-LINE
           END-IF
           CLOSE PO-DETAIL-FILE
           CLOSE PO-PRINT-FILE
           CLOSE EDI-850-OUT-FILE
           CLOSE REGISTER-RPT-FILE
           DISPLAY "WPUL507: " WS-EDI-COUNT " EDI, "
               WS-FAX-COUNT " FAXED, "
               WS-MAIL-COUNT " MAILED, "
               WS-REVISION-COUNT " REVISIONS".
