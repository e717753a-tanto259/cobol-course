           05  EXC-CLAIM-AMOUNT        PIC S9(7)V99.
           05  EXC-CLAIM-PAID          PIC S9(7)V99.
           05  EXC-SHORTFALL           PIC S9(7)V99.
           05  EXC-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(27).

      * One decision per policy from claims staff: 'A' approve, 'D'
      * deny, 'P' partial pay.  DEC-AVAIL-AMOUNT is the replenished
           05  EXP-POLICY-NO           PIC 9(07).
           05  EXP-PAID-DATE-NUM       PIC 9(08).
           05  EXP-CLAIM-PAID          PIC S9(7)V99.
      * Rendering provider the released money goes to (for PROV1099).
           05  EXP-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(01).

       FD  EXCQRPT
           RECORD CONTAINS 133 CHARACTERS.
           05  EQ-STATUS               PIC X(01).
               88  EQ-OPEN                             VALUE 'O'.
           05  EQ-QUEUED-DATE          PIC 9(08).
           05  EQ-PROVIDER-ID          PIC X(05).
           05  FILLER                  PIC X(17).

       01  FLAGS.
           05  EXCQOLD-ST              PIC X(02).
           MOVE EXC-CLAIM-AMOUNT   TO EQ-CLAIM-AMOUNT.
           MOVE EXC-CLAIM-PAID     TO EQ-PAYABLE.
           MOVE EXC-SHORTFALL      TO EQ-SHORTFALL.
           MOVE EXC-PROVIDER-ID    TO EQ-PROVIDER-ID.
           MOVE 'O'                TO EQ-STATUS.
           MOVE CURRENT-DATE-NUM-WS TO EQ-QUEUED-DATE.
           ADD 1 TO NEW-QUEUED-COUNT.
                MOVE EQ-POLICY-NO        TO EXP-POLICY-NO
                MOVE CURRENT-DATE-NUM-WS TO EXP-PAID-DATE-NUM
                MOVE PAY-THIS-ITEM-WS    TO EXP-CLAIM-PAID
                MOVE EQ-PROVIDER-ID      TO EXP-PROVIDER-ID
                ADD 1 TO EXP-CTL-COUNT
                ADD PAY-THIS-ITEM-WS TO EXP-CTL-HASH
                WRITE EXCPAYMT-REC
