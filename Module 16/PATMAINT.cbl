           05  PT-LNAME                PIC X(10).
           05  PT-FNAME                PIC X(10).
           05  PT-PHONE                PIC X(10).
           05  PT-COPAY                PIC S9(03).
           05  PT-DEDUCTIBLE           PIC S9(04).
           05  FILLER                  PIC X(38).

       01  FLAGS.
           05  PATMAST-OLD-ST          PIC X(02).
           END-IF.

      * The whole record an add or change would land: a usable key,
      * a name HOSPEDIT can match admissions against, a numeric
      * phone for the statement extract, and the copay and deductible
      * HOSPEST quotes on pre-admission estimates.
       250-VALIDATE-RESULT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.
           IF PT-PHONE NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID PHONE NUMBER' TO REASON-DESC-WS.
           IF PT-COPAY NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID COPAY' TO REASON-DESC-WS.
           IF PT-DEDUCTIBLE NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID DEDUCTIBLE' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
