       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WPUHASH.
      *
      *    SHARED BACKUP HASH SERVICE FOR THE WPUL517 BACKUP AND THE
      *    WPUL518 RESTORE. A RECORD'S HASH IS THE SUM OF EACH BYTE
      *    OF ITS RECORD KEY TIMES THAT BYTE'S POSITION IN THE KEY,
      *    SO TWO KEYS WITH THE SAME CHARACTERS IN A DIFFERENT ORDER
      *    STILL HASH DIFFERENTLY. A PODETAIL RECORD ALSO ADDS ITS
      *    PO-TURN-COST, SO A RESTORED PO FILE MUST MATCH ON MONEY AS
      *    WELL AS ON KEYS. THE SIDE FILES CARRY NO PO-TURN-COST AND
      *    HASH ON THE KEY ALONE. THE KEY LENGTHS BELOW MUST FOLLOW
      *    THE RECORD KEYS IN THE FILE COPYBOOKS.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    EACH FILE THE BACKUP CARRIES AND THE LENGTH OF ITS RECORD
      *    KEY, WHICH IS ALWAYS THE LEADING BYTES OF THE RECORD.
       01  WS-KEY-LENGTH-LIST.
           05  FILLER PIC X(10) VALUE "PODETAIL08".
           05  FILLER PIC X(10) VALUE "POHIST  12".
           05  FILLER PIC X(10) VALUE "ASNEXCP 09".
           05  FILLER PIC X(10) VALUE "PODEDIT 11".
           05  FILLER PIC X(10) VALUE "VENDMAST08".
           05  FILLER PIC X(10) VALUE "VENDPERF08".
           05  FILLER PIC X(10) VALUE "CALMAST 08".
           05  FILLER PIC X(10) VALUE "ROUTMAST06".
           05  FILLER PIC X(10) VALUE "RUNLOG  14".
       01  FILLER REDEFINES WS-KEY-LENGTH-LIST.
           05  WS-KEY-LENGTH-ENTRY           OCCURS 9 TIMES.
               10  WS-KEY-FILE-ID            PIC X(08).
               10  WS-KEY-LENGTH             PIC 9(02).
       01  WS-FILE-SUB                       PIC 9(02).
       01  WS-FILE-FOUND-FLAG                PIC X(01).
           88  WS-FILE-FOUND                 VALUE 'Y'.

      *    THE KEY IS LIFTED OUT OF THE RECORD HERE AND WALKED A BYTE
      *    AT A TIME.
       01  WS-HASH-KEY-AREA                  PIC X(20).
       01  FILLER REDEFINES WS-HASH-KEY-AREA.
           05  WS-HASH-KEY-BYTE              PIC X(01) OCCURS 20 TIMES.
       01  WS-BYTE-SUB                       PIC 9(02).

      *    A KEY BYTE DROPPED INTO THE LOW HALF OF A BINARY HALFWORD
      *    WHOSE HIGH HALF IS ALWAYS LOW-VALUES READS BACK AS THAT
      *    BYTE'S VALUE, 0 THROUGH 255.
       01  WS-HASH-BYTE-WORD.
           05  FILLER                        PIC X(01) VALUE LOW-VALUE.
           05  WS-HASH-BYTE                  PIC X(01).
       01  FILLER REDEFINES WS-HASH-BYTE-WORD.
           05  WS-HASH-BYTE-VALUE            PIC 9(04) COMP.
       01  WS-HASH-BYTE-NUMBER               PIC 9(03).

      *    A PODETAIL RECORD IS LAID OVER THE PO LAYOUT TO REACH ITS
      *    PO-TURN-COST.
           COPY "WPUL470_COPYBOOK.CBL"
               REPLACING ==DETAIL-RECORD-1-AREA== BY ==HASH-PO-RECORD==
                         ==PO-RECORD-KEY==        BY
                             ==HASH-PO-RECORD-KEY==
                         ==PO-VENDOR-ALT-KEY==    BY
                             ==HASH-VENDOR-ALT-KEY==.

       LINKAGE SECTION.
           COPY "WPUHASH_COPYBOOK.CBL".

       PROCEDURE DIVISION USING HASH-SERVICE-AREA.
       0000-MAIN-PROCESS.
           MOVE '00' TO HS-RETURN-CODE
           MOVE ZERO TO HS-RECORD-HASH
           MOVE 'N' TO WS-FILE-FOUND-FLAG
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9 OR WS-FILE-FOUND
               IF WS-KEY-FILE-ID (WS-FILE-SUB) = HS-FILE-ID
                   MOVE 'Y' TO WS-FILE-FOUND-FLAG
                   PERFORM 1000-HASH-RECORD-KEY
               END-IF
           END-PERFORM
           IF NOT WS-FILE-FOUND
               MOVE '20' TO HS-RETURN-CODE
           END-IF
           IF WS-FILE-FOUND AND HS-FILE-ID = "PODETAIL"
               PERFORM 2000-ADD-TURN-COST
           END-IF
           GOBACK.

       1000-HASH-RECORD-KEY.
           MOVE HS-RECORD-IMAGE TO WS-HASH-KEY-AREA
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > WS-KEY-LENGTH (WS-FILE-SUB)
               MOVE WS-HASH-KEY-BYTE (WS-BYTE-SUB) TO WS-HASH-BYTE
               MOVE WS-HASH-BYTE-VALUE TO WS-HASH-BYTE-NUMBER
               COMPUTE HS-RECORD-HASH = HS-RECORD-HASH
                   + (WS-HASH-BYTE-NUMBER * WS-BYTE-SUB)
           END-PERFORM.

       2000-ADD-TURN-COST.
           MOVE HS-RECORD-IMAGE TO HASH-PO-RECORD
      *    A DAMAGED COST FIELD IS LEFT OUT RATHER THAN ABENDING THE
      *    BACKUP; IT IS LEFT OUT THE SAME WAY ON RESTORE, SO THE
      *    RECORD STILL ROUND-TRIPS BYTE FOR BYTE.
           IF PO-TURN-COST OF HASH-PO-RECORD IS NUMERIC
               ADD PO-TURN-COST OF HASH-PO-RECORD TO HS-RECORD-HASH
           END-IF.
