      * Shared client master record layout for CLNTMAST, keyed by
      * client id.  Maintained by CLNTMNT and read by INVGEN, which
      * prints the bill-to block and payment terms from it, ages each
      * invoice against the client's own terms and holds the open
      * register balance to the credit limit.  Terms are calendar
      * days from the invoice date; a tax-exempt client carries 'Y'.
       01  CLIENT-REC.
           05  CL-CLIENT-ID            PIC X(06).
           05  CL-NAME                 PIC X(30).
           05  CL-ADDR-1               PIC X(30).
           05  CL-ADDR-2               PIC X(30).
           05  CL-CITY                 PIC X(20).
           05  CL-STATE                PIC X(02).
           05  CL-ZIP5                 PIC X(05).
           05  CL-ZIP4                 PIC X(04).
           05  CL-TERMS-DAYS           PIC 9(03).
           05  CL-CREDIT-LIMIT         PIC 9(09)V99.
           05  CL-TAX-EXEMPT           PIC X(01).
               88  CL-IS-TAX-EXEMPT                VALUE 'Y'.
               88  CL-TAX-FLAG-VALID               VALUE 'Y' 'N'.
           05  FILLER                  PIC X(18).
