      * Shared open-payables record layout for APOPEN, one entry per
      * purchase order (or, for hand-typed orders, per account)
      * RCPMATCH approved for payment.  VNDPAY opens an entry for
      * each new PAYAPPR approval, stamps its due date from the
      * vendor's terms, and marks it paid with the payment date,
      * method and reference (check number or ACH trace) when it is
      * paid.  Paid entries stay on file so an approval sent again
      * is recognized and never paid a second time.
       01  AP-OPEN-REC.
           05  AP-VENDOR-ID            PIC X(05).
           05  AP-PO-NUMBER            PIC 9(08).
           05  AP-ACCT-NO              PIC X(08).
           05  AP-APPROVE-DATE         PIC 9(08).
           05  AP-DUE-DATE             PIC 9(08).
           05  AP-AMOUNT               PIC S9(09)V99.
           05  AP-STATUS               PIC X(01).
               88  AP-IS-OPEN                          VALUE 'O'.
               88  AP-IS-PAID                          VALUE 'P'.
           05  AP-PAID-DATE            PIC 9(08).
           05  AP-PAY-METHOD           PIC X(01).
           05  AP-PAY-REF              PIC 9(08).
           05  FILLER                  PIC X(14).
