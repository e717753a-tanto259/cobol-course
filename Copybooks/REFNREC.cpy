      * Shared patient refund record layout for PATREFND.  HOSPCRED
      * writes one record for every credit balance it refunds through
      * the bank and closes the file with a CONTROL trailer (see
      * CTLREC.cpy) carrying the record count and an RF-AMOUNT hash.
      * HOSPRECV applies each refund to its item on the next cycle,
      * bringing the patient side back to zero.
       01  REFUND-ISSUED-REC.
           05  RF-PATIENT-NBR          PIC 9(05).
           05  RF-ADMIT-DATE-NUM       PIC 9(08).
           05  RF-ISSUED-DATE          PIC 9(08).
           05  RF-AMOUNT               PIC S9(7)V99.
           05  FILLER                  PIC X(10).
