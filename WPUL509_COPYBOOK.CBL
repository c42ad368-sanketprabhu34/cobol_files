      *    APPROVAL AUTHORITY MASTER, ONE RECORD PER USER ID THAT MAY
      *    APPEAR IN PO-APPROVAL-USER-ID. MAINTAINED BY WPUL509
      *    TRANSACTION CARDS; THE WPUL510 NIGHTLY AUDIT CHECKS EVERY
      *    APPROVED PO AGAINST IT. A REVOKED USER IS KEPT ON FILE,
      *    NOT DELETED, SO THE AUDIT CAN TELL A REVOKED APPROVER FROM
      *    ONE THAT WAS NEVER AUTHORISED. UA-APPROVAL-LIMIT IS IN USD,
      *    COMPARED TO PO-TURN-COST RESTATED AT PO-EXCHANGE-RATE FOR A
      *    NON-USD VENDOR. A PERMITTED BUYER OF '**' OR A PERMITTED
      *    ORIGIN OF '*' MEANS ANY.
        01  USER-AUTHORITY-RECORD.
            05  UA-USER-ID                      PIC X(04).
            05  UA-USER-NAME                    PIC X(25).
            05  UA-AUTHORITY-STATUS             PIC X(01).
                88  UA-ACTIVE                   VALUE 'A'.
                88  UA-REVOKED                  VALUE 'R'.
            05  UA-APPROVAL-LIMIT               PIC S9(07)V99 COMP-3.
            05  UA-PERMITTED-BUYER              PIC X(02)
                                                OCCURS 10 TIMES.
            05  UA-PERMITTED-ORIGIN             PIC X(01)
                                                OCCURS 12 TIMES.
            05  UA-REVOKED-DATE                 PIC 9(06).
            05  UA-LAST-MAINT-DATE              PIC 9(06).
