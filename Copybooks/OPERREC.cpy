      * Shared operator security record (OPERSEC), one per console
      * operator allowed into the maintenance programs.  The password
      * is never stored, only its hash over operator id and password,
      * so two operators choosing the same password still carry
      * different hashes.  Each operator holds up to five role codes:
      *
      *     B  PATIENT BILLING      INSTMAIN
      *     A  ADMITTING            BEDMAINT
      *     M  MEDICAL RECORDS      DIAGMAIN
      *     P  PURCHASING           VENDMAIN
      *     C  ACCOUNTING           CALMAINT
      *     S  SECURITY ADMIN       OPERMAIN
      *
      * Consecutive failed sign-ons count up in OS-FAILED-COUNT and
      * lock the operator out at the programs' limit; only OPERMAIN
      * clears a lockout.
       01  OPER-SEC-REC.
           05  OS-OPER-ID              PIC X(08).
           05  OS-OPER-NAME            PIC X(20).
           05  OS-PASSWORD-HASH        PIC 9(10).
           05  OS-ROLES.
               10  OS-ROLE             PIC X(01) OCCURS 5 TIMES.
           05  OS-ACTIVE               PIC X(01).
               88  OS-IS-ACTIVE                        VALUE 'Y'.
           05  OS-LAST-SIGNON-DATE     PIC 9(08).
           05  OS-LAST-SIGNON-TIME     PIC 9(06).
           05  OS-FAILED-COUNT         PIC 9(02).
           05  OS-LOCKED               PIC X(01).
               88  OS-IS-LOCKED                        VALUE 'Y'.
           05  FILLER                  PIC X(19).
