      * Shared provider master record layout for PROVMAST, keyed by
      * the five-character provider id every claim carries in
      * CLAIM-PROVIDER-ID.  MEDCLAIM and RESUBMIT need only the id and
      * short name; the taxpayer id, legal name and remit-to address
      * feed the year-end 1099 run (PROV1099).  The TIN is zero until
      * the provider's W-9 is on file.  PVR-PAY-HOLD is set by
      * DISBRET when the bank returns a payment and lifted when the
      * corrected payment details arrive; PROVPAY pays nothing to a
      * provider on hold.
       01  PROV-REC.
           05  PVR-CODE                PIC X(05).
           05  PVR-NAME                PIC X(20).
           05  PVR-TIN                 PIC 9(09).
           05  PVR-TIN-X REDEFINES PVR-TIN
                                       PIC X(09).
           05  PVR-TIN-TYPE            PIC X(01).
                88  PVR-TIN-EIN                VALUE 'E'.
                88  PVR-TIN-SSN                VALUE 'S'.
           05  PVR-LEGAL-NAME          PIC X(30).
           05  PVR-STREET              PIC X(25).
           05  PVR-CITY                PIC X(15).
           05  PVR-STATE               PIC X(02).
           05  PVR-ZIP                 PIC X(05).
           05  PVR-PAY-HOLD            PIC X(01).
                88  PVR-PAYMENT-HELD           VALUE 'H'.
           05  FILLER                  PIC X(07).
