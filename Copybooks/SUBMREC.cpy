      * Shared claim submission log record layout for CLMSUBLG.
      * HOSPCLM appends one entry for every discharged stay it
      * submits to the payer as a claim, stamped with the business
      * date of submission; RECONCIL matches its HOSPBILL records to
      * the log by policy, patient and admit date and ages an
      * unreconciled bill from the day the claim was submitted
      * rather than from the day the stay was billed.  HOSPRECV
      * opens the insurance side of the stay's receivable from the
      * night's entries, the insurance type steering any contractual
      * write-off to its own allowance account.
       01  SUBMIT-LOG-REC.
           05  SL-POLICY-NO            PIC 9(07).
           05  SL-PATIENT-NBR          PIC 9(05).
           05  SL-ADMIT-DATE-NUM       PIC 9(08).
           05  SL-DISCH-DATE-NUM       PIC 9(08).
           05  SL-CLAIM-AMOUNT         PIC 9(07)V99.
           05  SL-PROVIDER-ID          PIC X(05).
           05  SL-SUBMITTED-DATE       PIC 9(08).
           05  SL-INS-TYPE             PIC X(03).
           05  FILLER                  PIC X(07).
