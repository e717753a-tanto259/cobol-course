           05  FILLER                  PIC X(42).

       FD  EMPMAS2-OLD
           RECORD CONTAINS 164 CHARACTERS.
      * Only the banking and key columns of the EMPMAS2 layout are
      * named here; the rest passes through untouched.
       01  EMPMAS2-OLD-REC.
           05  EMO-EMP-ID              PIC 9(06).
           05  FILLER                  PIC X(16).
           05  EMO-ACH-HOLD            PIC X(01).
           05  FILLER                  PIC X(05).

       FD  EMPMAS2-NEW
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPMAS2-NEW-REC             PIC X(164).

       FD  REISSUE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      * account: it queues by employee id with the bank's reason,
      * to pay out once PAYMAINT lands corrected banking details.
       350-QUEUE-REISSUE.
           MOVE SPACES TO REISSUE-REC.
           INITIALIZE REISSUE-REC.
           MOVE MATCHED-EMP-ID         TO RI-EMP-ID.
           MOVE ZERO                   TO RI-PERIOD-ID.
