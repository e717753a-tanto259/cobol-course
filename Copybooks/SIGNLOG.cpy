      * Shared failed sign-on log record (SIGNLOG), appended by every
      * console maintenance program for each refused sign-on: unknown
      * id, wrong password, inactive or locked-out operator.  The
      * failure count is the operator's consecutive count after this
      * attempt (zero for an id not on OPERSEC).
       01  SIGN-LOG-REC.
           05  SL-DATE                 PIC 9(08).
           05  SL-TIME                 PIC 9(06).
           05  SL-PROGRAM              PIC X(08).
           05  SL-OPER-ID              PIC X(08).
           05  SL-REASON               PIC X(30).
           05  SL-FAILED-COUNT         PIC 9(02).
           05  FILLER                  PIC X(18).
