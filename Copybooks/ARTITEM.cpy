      * Shared artist receivables open-item layout for ARTAROLD and
      * ARTARNEW, the master ARTRECV carries run to run.  An invoice
      * item is opened for each purchase order (or, for hand-typed
      * orders, each account and vendor) RCPMATCH approved as fully
      * received, and its balance comes down as lockbox payments
      * post against it.  Paid invoices stay on file so an approval
      * sent again is recognized and never billed a second time.  A
      * payment larger than what the account owes opens an unapplied
      * credit item (invoice number zero, negative balance) that the
      * account's next invoices use up.  Units FAVRFP filled from
      * stock are invoiced the same way, one item per account per
      * night's reservations: vendor STOCK, no PO number, and the
      * fill date naming the night, so a reservation read again is
      * recognized the way a resent approval is.
       01  ART-ITEM-REC.
           05  AI-ACCT-NO              PIC X(08).
           05  AI-INVOICE-NO           PIC 9(08).
           05  AI-PO-NUMBER            PIC 9(08).
           05  AI-VENDOR-ID            PIC X(05).
           05  AI-INVOICE-DATE         PIC 9(08).
           05  AI-INVOICE-AMT          PIC S9(07)V99.
           05  AI-BALANCE              PIC S9(07)V99.
           05  AI-LAST-PAY-DATE        PIC 9(08).
           05  AI-STATUS               PIC X(01).
               88  AI-IS-OPEN                          VALUE 'O'.
               88  AI-IS-PAID                          VALUE 'P'.
               88  AI-IS-CREDIT                        VALUE 'U'.
           05  AI-FILL-DATE            PIC 9(08).
           05  FILLER                  PIC X(08).
