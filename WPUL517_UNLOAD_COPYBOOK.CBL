      *    ONE RECORD OF A BACKUP SET WRITTEN BY WPUL517 AND READ BY
      *    WPUL518. EACH GENERATION IS ONE SEQUENTIAL DATASET HOLDING
      *    EVERY FILE THE BACKUP CARRIES, ONE SECTION PER FILE:
      *        'H'  HEADER  - FILE, GENERATION, BACKUP DATE AND TIME
      *        'D'  DATA    - ONE PER RECORD, THE RECORD AS IT STOOD
      *                       ON FILE, SPACE-FILLED TO 1200 BYTES
      *        'T'  TRAILER - FILE, GENERATION, RECORD COUNT AND THE
      *                       HASH TOTAL FROM WPUHASH
      *    EVERY RECORD CARRIES ITS FILE AND GENERATION SO A SECTION
      *    CAN BE PICKED OUT WITHOUT TRUSTING THE RECORDS AROUND IT.
        01  BACKUP-SET-RECORD.
            05  BK-RECORD-TYPE                  PIC X(01).
                88  BK-HEADER                   VALUE 'H'.
                88  BK-DATA                     VALUE 'D'.
                88  BK-TRAILER                  VALUE 'T'.
            05  BK-FILE-ID                      PIC X(08).
            05  BK-GENERATION                   PIC 9(05).
            05  BK-RECORD-IMAGE                 PIC X(1200).
            05  BK-CONTROL-AREA REDEFINES BK-RECORD-IMAGE.
                10  BK-BACKUP-DATE              PIC 9(06).
                10  BK-BACKUP-TIME              PIC 9(06).
                10  BK-RECORD-COUNT             PIC 9(09).
                10  BK-HASH-TOTAL               PIC S9(15)V99.
                10  FILLER                      PIC X(1162).
