      * Shared bad-debt write-off record layout for BDWOFF.  HOSPRECV
      * writes one record for every patient balance it moves to bad
      * debt once the account has gone the BADDEBT number of business
      * days past its final notice unpaid, and closes the file with a
      * CONTROL trailer (see CTLREC.cpy) carrying the record count
      * and a BW-AMOUNT hash.  HOSPCOLL places every record with the
      * outside collection agency.
       01  BAD-DEBT-REC.
           05  BW-PATIENT-NBR          PIC 9(05).
           05  BW-ADMIT-DATE-NUM       PIC 9(08).
           05  BW-OPENED-DATE          PIC 9(08).
           05  BW-FINAL-NOTICE-DATE    PIC 9(08).
           05  BW-WRITE-OFF-DATE       PIC 9(08).
           05  BW-POLICY-NO            PIC 9(07).
           05  BW-AMOUNT               PIC S9(7)V99.
           05  FILLER                  PIC X(07).
