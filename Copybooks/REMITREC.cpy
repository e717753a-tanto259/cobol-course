      * Shared remittance-detail record layout: one entry per claim
      * line that moves a provider's money -- a payment, the COB
      * secondary leg, a reversal or an adjustment.  MEDCLAIM writes
      * the night's lines to REMITDTL, DISBREL writes the held
      * payments a supervisor releases to REMITREL, and PROVPAY
      * consolidates both, with the returned payments DISBRET
      * re-issues from DSBREISS, into one BANKDISB disbursement and
      * one remittance advice per provider.  RMD-PAID is the signed
      * amount that moves, prompt-pay interest included, so the
      * lines on an advice always add to the deposit.
       01  REMIT-DETAIL-REC.
           05  RMD-PROVIDER-ID         PIC X(05).
           05  RMD-POLICY-NO           PIC 9(07).
           05  RMD-LNAME               PIC X(15).
           05  RMD-FNAME               PIC X(10).
           05  RMD-LINE-TYPE           PIC X(01).
               88  RMD-PAYMENT                 VALUE 'P'.
               88  RMD-COB-PAYMENT             VALUE 'C'.
               88  RMD-REVERSAL                VALUE 'R'.
               88  RMD-ADJUSTMENT              VALUE 'A'.
               88  RMD-PRIOR-BALANCE           VALUE 'B'.
               88  RMD-REISSUE                 VALUE 'I'.
           05  RMD-BENEFIT-DATE        PIC 9(08).
           05  RMD-BILLED              PIC S9(7)V99.
           05  RMD-ALLOWED             PIC S9(7)V99.
           05  RMD-DEDUCTIBLE          PIC S9(7)V99.
           05  RMD-COINSURANCE         PIC S9(7)V99.
           05  RMD-INTEREST            PIC S9(7)V99.
           05  RMD-PAID                PIC S9(7)V99.
           05  FILLER                  PIC X(20).
