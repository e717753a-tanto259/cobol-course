      * Shared pre-admission estimate record layout for ESTMAST.
      * HOSPEST writes one record per scheduled admission it has
      * quoted, keyed by patient and planned admit date, and carries
      * the file forward from run to run (ESTMAST in, ESTMSTO out)
      * until the ESTKEEP retention in AGETAB expires.  HOSPSTMT
      * matches each stay's bill against it to print the estimate
      * beside the actual charges.
       01  ESTIMATE-REC.
           05  ES-PATIENT-NBR          PIC 9(05).
           05  ES-PLANNED-DATE         PIC 9(08).
           05  ES-DIAG-CODE            PIC 9(03).
           05  ES-ROOM-TYPE            PIC X(01).
           05  ES-INS-TYPE             PIC X(03).
           05  ES-EXP-STAY             PIC 9(03).
           05  ES-PER-DIEM             PIC 9(05)V99.
           05  ES-GROSS                PIC 9(07)V99.
           05  ES-COVERAGE-PERC        PIC 9(03).
           05  ES-INS-SHARE            PIC 9(07)V99.
           05  ES-COPAY                PIC S9(03).
           05  ES-DEDUCTIBLE           PIC S9(04).
           05  ES-PATIENT-AMT          PIC S9(05)V99.
           05  ES-ESTIMATE-DATE        PIC 9(08).
           05  FILLER                  PIC X(07).
