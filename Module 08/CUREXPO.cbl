           05  FILLER                  PIC X(72).

       FD  PROPOSAL-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  PROPOSAL-REC.
           05  PR-ACCT-NO-I            PIC X(08).
           05  PR-GENRE-I              PIC X(09).
           05  PR-WEIGHT-CLASS-I       PIC X(01).
           05  PR-EXCH-RATE-I          PIC 9(03)V9(05).
           05  FILLER                  PIC X(05).
           05  PR-TAX-JURIS-I          PIC X(05).
           05  PR-TAX-STATUS-I         PIC X(01).
           05  PR-TAX-AMT-I            PIC S9(7)V99.
           05  FILLER                  PIC X(05).

       FD  PO-IN
           RECORD CONTAINS 100 CHARACTERS.
       01  PO-IN-REC.
           05  PO-ACCT-NO-I            PIC X(08).
           05  PO-ORDER-DATE-I         PIC 9(08).
           05  PO-ORDER-AMT-I          PIC S9(07)V99.
           05  FILLER                  PIC X(75).

       FD  EXCH-IN
           RECORD CONTAINS 11 CHARACTERS.
      * is only known once every line has accumulated.
       01  LINE-TABLE.
           05  LINE-ITEM OCCURS 2000 TIMES INDEXED BY LN-IDX.
               10  LN-IMAGE                PIC X(120).
       77  LINE-COUNT                  PIC S9(04) COMP VALUE 0.
       77  LINE-SKIPPED-COUNT          PIC S9(04) COMP VALUE 0.

