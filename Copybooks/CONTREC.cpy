      * Shared project contract record layout for CONTRACT, one per
      * billing project.  CONTBURN reads it each billing cycle, adds
      * the cycle's cleared billing to the billed-to-date and writes
      * it forward.  A capped contract may not bill past its contract
      * value; time-and-materials bills on and is only reported.  The
      * alert percentage is the burn at which the project is flagged
      * (085.0 = 85 percent of the value billed).  The last-billed
      * date is the business date of the last cycle that billed it,
      * from which the current run rate is measured.
       01  CONTRACT-REC.
           05  CN-PROJECT              PIC X(04).
           05  CN-CONTRACT-VALUE       PIC 9(09)V99.
           05  CN-START-DATE           PIC 9(08).
           05  CN-END-DATE             PIC 9(08).
           05  CN-BILL-TYPE            PIC X(01).
               88  CN-TIME-AND-MATERIALS           VALUE 'T'.
               88  CN-CAPPED                       VALUE 'C'.
               88  CN-BILL-TYPE-VALID              VALUE 'T' 'C'.
           05  CN-ALERT-PCT            PIC 9(03)V9.
           05  CN-BILLED-TO-DATE       PIC 9(09)V99.
           05  CN-LAST-BILL-DATE       PIC 9(08).
           05  FILLER                  PIC X(25).
