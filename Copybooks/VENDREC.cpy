      * Shared vendor master record layout for VENDMAST, keyed by the
      * five-character vendor id VENDPRC quotes carry and FAVRFP
      * awards (PRX-VENDOR-ID).  Maintained by VNDRMNT and read by
      * VNDPAY, which pays the vendor's approved purchase orders by
      * ACH when the pay method is 'A' (to the bank routing and
      * account number here) or by check to the remit-to address
      * otherwise.  The terms are net days from the payment
      * approval date.  A vendor on pay hold is not paid until the
      * hold is lifted.
       01  VENDOR-REC.
           05  VM-VENDOR-ID            PIC X(05).
           05  VM-NAME                 PIC X(30).
           05  VM-STREET               PIC X(30).
           05  VM-CITY                 PIC X(20).
           05  VM-STATE                PIC X(02).
           05  VM-ZIP                  PIC X(10).
           05  VM-PAY-METHOD           PIC X(01).
               88  VM-PAYS-BY-ACH                      VALUE 'A'.
               88  VM-PAYS-BY-CHECK                    VALUE 'C'.
           05  VM-BANK-ROUTING         PIC 9(09).
           05  VM-ROUTING-DIGITS REDEFINES VM-BANK-ROUTING.
               10  VM-ROUTING-DIGIT OCCURS 9 TIMES
                                       PIC 9(01).
           05  VM-BANK-ACCOUNT         PIC X(17).
           05  VM-TERMS-DAYS           PIC 9(03).
           05  VM-PAY-HOLD             PIC X(01).
               88  VM-PAYMENT-HELD                     VALUE 'H'.
           05  FILLER                  PIC X(22).
