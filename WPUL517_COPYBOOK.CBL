      *    ONE FILE'S ENTRY IN THE BKCATLG BACKUP CATALOG. WPUL517
      *    WRITES ONE ENTRY PER FILE PER BACKUP GENERATION WITH THE
      *    RECORD COUNT AND HASH TOTAL IT UNLOADED, AND MARKS THE
      *    ENTRY GOOD ONLY WHEN THE BACKUP SET WAS READ BACK AND THE
      *    TRAILER AGREED. ENTRIES FOR GENERATIONS THAT HAVE ROLLED
      *    OFF THE BACKUP SET ARE DELETED, SO THE CATALOG ONLY EVER
      *    NAMES GENERATIONS THAT CAN STILL BE RESTORED. WPUL518
      *    CHECKS A RESTORE AGAINST THE ENTRY AND STAMPS THE DATE OF
      *    THE LAST GOOD RESTORE ON IT.
        01  BACKUP-CATALOG-RECORD.
            05  BC-CATALOG-KEY.
                10  BC-GENERATION               PIC 9(05).
                10  BC-FILE-ID                  PIC X(08).
            05  BC-BACKUP-DATE                  PIC 9(06).
            05  BC-BACKUP-TIME                  PIC 9(06).
            05  BC-RECORD-COUNT                 PIC 9(09).
            05  BC-HASH-TOTAL                   PIC S9(15)V99 COMP-3.
            05  BC-BACKUP-STATUS                PIC X(01).
                88  BC-BACKUP-GOOD              VALUE 'G'.
                88  BC-BACKUP-FAILED            VALUE 'F'.
            05  BC-LAST-RESTORE-DATE            PIC 9(06).
