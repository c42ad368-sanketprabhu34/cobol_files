      *    ONE ITEM ON THE CONSOLIDATED EXCEPTION WORK-QUEUE. THE
      *    WPUL515 NIGHTLY MERGE POSTS EVERY ROW OF THE FIVE REBUILT
      *    EXCEPTION FILES HERE, AND THE QUEUE -- UNLIKE THEM -- IS
      *    KEPT FROM NIGHT TO NIGHT, SO AN ITEM REMEMBERS WHEN IT WAS
      *    FIRST SEEN, WHO OWNS IT AND WHAT HAS BEEN DONE ABOUT IT.
      *    WQ-SOURCE-ITEM-ID IS BUILT FROM THE PARTS OF THE SOURCE ROW
      *    THAT STAY THE SAME NIGHT TO NIGHT; THE SEQUENCE NUMBERS ON
      *    PODEDIT AND VENDEXCP ARE RENUMBERED EVERY RUN, SO THE FIELD
      *    NAME STANDS IN FOR THEM. WQ-ITEM-NUMBER IS THE SHORT NUMBER
      *    THE DESKS QUOTE ON THEIR WPUL516 ASSIGN/NOTE CARDS.
        01  EXCEPTION-QUEUE-RECORD.
            05  WQ-QUEUE-KEY.
                10  WQ-SOURCE-FILE              PIC X(01).
                    88  WQ-FROM-ASNEXCP         VALUE 'A'.
                    88  WQ-FROM-PODEDIT         VALUE 'E'.
                    88  WQ-FROM-VENDEXCP        VALUE 'V'.
                    88  WQ-FROM-XFEREXCP        VALUE 'X'.
                    88  WQ-FROM-DUPEXCP         VALUE 'D'.
                10  WQ-SOURCE-ITEM-ID           PIC X(30).
                10  WQ-ASN-ITEM-ID REDEFINES WQ-SOURCE-ITEM-ID.
                    15  WQ-ASN-EXCEPTION-KEY    PIC X(09).
                    15  FILLER                  PIC X(21).
                10  WQ-EDIT-ITEM-ID REDEFINES WQ-SOURCE-ITEM-ID.
                    15  WQ-EDIT-RECORD-KEY      PIC X(08).
                    15  WQ-EDIT-FIELD-NAME      PIC X(20).
                    15  FILLER                  PIC X(02).
                10  WQ-VENDOR-ITEM-ID REDEFINES WQ-SOURCE-ITEM-ID.
                    15  WQ-VENDOR-RECORD-KEY    PIC X(08).
                    15  WQ-VENDOR-EXCEPTION-TYPE PIC X(01).
                    15  WQ-VENDOR-FIELD-NAME    PIC X(20).
                    15  FILLER                  PIC X(01).
                10  WQ-TRANSFER-ITEM-ID REDEFINES WQ-SOURCE-ITEM-ID.
                    15  WQ-TRANSFER-EXCEPTION-KEY PIC X(09).
                    15  FILLER                  PIC X(21).
                10  WQ-DUPLICATE-ITEM-ID REDEFINES WQ-SOURCE-ITEM-ID.
                    15  WQ-DUPLICATE-EXCEPTION-KEY PIC X(16).
                    15  FILLER                  PIC X(14).
            05  WQ-ITEM-NUMBER                  PIC 9(07).
      *    THE PO THE ITEM IS ABOUT -- FOR A TRANSFER THE OUTBOUND
      *    SIDE, FOR A DUPLICATE PAIR THE FIRST PO.
            05  WQ-RECORD-KEY.
                10  WQ-BUYER-NUMBER             PIC X(02).
                10  WQ-PURCHASE-ORDER-NUMBER    PIC 9(06).
            05  WQ-DEPARTMENT                   PIC X(04).
            05  WQ-DESCRIPTION                  PIC X(40).
            05  WQ-DETAIL-TEXT                  PIC X(30).
            05  WQ-QUEUE-STATUS                 PIC X(01).
                88  WQ-OPEN                     VALUE 'O'.
                88  WQ-ASSIGNED                 VALUE 'A'.
                88  WQ-RESOLVED                 VALUE 'R'.
                88  WQ-OUTSTANDING              VALUES 'O' 'A'.
            05  WQ-FIRST-SEEN-DATE              PIC 9(06).
            05  WQ-LAST-SEEN-DATE               PIC 9(06).
            05  WQ-RESOLVED-DATE                PIC 9(06).
            05  WQ-ASSIGNED-TO                  PIC X(10).
            05  WQ-ASSIGNED-DATE                PIC 9(06).
            05  WQ-NOTE-TEXT                    PIC X(60).
            05  WQ-NOTE-DATE                    PIC 9(06).
