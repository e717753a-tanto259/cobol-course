      ***** READS THE PER-CLAIM ADJUDICATION EXTRACT MEDCLAIM WRITES
      ***** (EOBFILE) AND PRODUCES ONE CONSOLIDATED STATEMENT PER
      ***** POLICYHOLDER AT EACH POLICY CONTROL BREAK: EVERY CLAIM
      ***** LISTED TOGETHER (BILLED, ALLOWED, DEDUCTIBLE, COINSURANCE,
      ***** INTEREST, PAID), EACH NAMING THE PATIENT WITH THAT
      ***** MEMBER'S OWN DEDUCTIBLE PROGRESS, TOTALS ACROSS THEM, THE
      ***** YEAR-TO-DATE FAMILY DEDUCTIBLE PROGRESS FROM THE DEDACCUM
      ***** ACCUMULATOR AGAINST THE REQUIREMENT MEDCLAIM COMPUTED, THE
      ***** OUT-OF-POCKET MET AND REMAINING AGAINST THE PLAN TYPE'S
      ***** LIMIT, AND THE POLICY AMOUNT REMAINING -- ONE MAILING
      ***** THAT ANSWERS "HOW MUCH OF MY DEDUCTIBLE HAVE I MET?".
      *****
      ***** THE EXTRACT ARRIVES IN CLAIMFILE FEED ORDER, SO IT IS
      ***** SORTED FIRST -- BY THE ADDRESS MASTER'S ZIP AND THEN BY
           05  FILLER                  PIC X(72).

       FD  EOBFILE
           RECORD CONTAINS 200 CHARACTERS.
       01  EOBFILE-REC                 PIC X(200).

       SD  EOBSORT
           RECORD CONTAINS 205 CHARACTERS.
       01  EOBSORT-REC.
           05  SRT-ZIP                 PIC X(05).
           05  SRT-EOB-REC.
               10  SRT-POLICY-NO       PIC 9(07).
               10  FILLER              PIC X(193).

       FD  DEDACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDACCUM-REC.
           05  DA-POLICY-NO-I          PIC 9(07).
           05  DA-DEDUCT-PAID-I        PIC S9(05).
           05  DA-OOP-PAID-I           PIC S9(7)V99.
           05  FILLER                  PIC X(09).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
      * The plan-year deductible requirement MEDCLAIM computed for
      * this policy, behind the deductible progress line.
           05  EOB-DEDUCT-REQUIRED     PIC 9(04).
      * The contracted allowed amount the claim was repriced to and
      * the provider write-off (billed less allowed) the member does
      * not owe.
           05  EOB-ALLOWED-AMOUNT      PIC S9(7)V99.
           05  EOB-WRITE-OFF           PIC S9(7)V99.
      * The policy type's out-of-pocket limit, zero when the plan
      * type carries none.
           05  EOB-OOP-LIMIT           PIC 9(07)V99.
      * The patient the claim was for, the member's own deductible
      * paid-to-date after the claim, and the family deductible.
           05  EOB-MEMBER-SUFFIX       PIC 9(02).
           05  EOB-RELATIONSHIP        PIC X(01).
               88  EOB-REL-SELF                        VALUE 'S'.
               88  EOB-REL-SPOUSE                      VALUE 'P'.
               88  EOB-REL-CHILD                       VALUE 'C'.
           05  EOB-PATIENT-LNAME       PIC X(15).
           05  EOB-PATIENT-FNAME       PIC X(10).
           05  EOB-FAMILY-DEDUCT-REQ   PIC 9(04).
           05  EOB-MEMBER-DEDUCT-PAID  PIC S9(05).
           05  FILLER                  PIC X(27).

       01  FLAGS.
           05  EOBFILE-ST              PIC X(02).
           05  BRK-POLICY-NO           PIC 9(07).
           05  BRK-CLAIM-COUNT         PIC 9(05).
           05  BRK-TOT-BILLED          PIC S9(9)V99.
           05  BRK-TOT-ALLOWED         PIC S9(9)V99.
           05  BRK-TOT-WRITE-OFF       PIC S9(9)V99.
           05  BRK-TOT-DEDUCT          PIC S9(9)V99.
           05  BRK-TOT-COINS           PIC S9(9)V99.
           05  BRK-TOT-INTEREST        PIC S9(9)V99.
           05  BRK-TOT-SEC-PAID        PIC S9(9)V99.
           05  BRK-POLICY-REMAIN       PIC S9(7)V99.
           05  BRK-DEDUCT-REQUIRED     PIC 9(04).
           05  BRK-OOP-LIMIT           PIC 9(07)V99.
           05  BRK-FAMILY-DEDUCT-REQ   PIC 9(04).
       77  DEDUCT-PAID-TO-DATE         PIC S9(05) VALUE 0.
       77  OOP-PAID-TO-DATE            PIC S9(7)V99 VALUE 0.
       77  OOP-REMAINING               PIC S9(7)V99 VALUE 0.

           COPY ADDRREC.

           05  FILLER                  PIC X(13)
                    VALUE '       BILLED'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '      ALLOWED'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'DEDUCTIBLE'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  STMT-CL-DATE-O          PIC XXXX/XX/XX.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  STMT-CL-BILLED-O        PIC -$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  STMT-CL-ALLOWED-O       PIC -$,$$$,$$9.99.
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  STMT-CL-DEDUCT-O        PIC $$,$$9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  STMT-SEC-AMT-O          PIC -$,$$$,$$9.99.

      * Names the patient under each claim line -- a family's claims
      * all print on the policyholder's statement -- with that
      * member's own deductible progress.
       01  STMT-PATIENT-LINE.
           05  FILLER                  PIC X(13)       VALUE SPACES.
           05  FILLER                  PIC X(09)
                    VALUE 'PATIENT: '.
           05  STMT-PAT-FNAME-O        PIC X(10).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  STMT-PAT-LNAME-O        PIC X(15).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  STMT-PAT-REL-O          PIC X(11).
           05  FILLER                  PIC X(24)
                    VALUE ' MEMBER DEDUCTIBLE MET: '.
           05  STMT-PAT-DED-PAID-O     PIC -$$,$$9.
           05  FILLER                  PIC X(04)
                    VALUE ' OF '.
           05  STMT-PAT-DED-REQ-O      PIC $$,$$9.

       01  STMT-WRITE-OFF-NOTE.
           05  FILLER                  PIC X(40)
                    VALUE 'PROVIDER WRITE-OFF IS THE AMOUNT BILLED '.
           05  FILLER                  PIC X(40)
                    VALUE 'ABOVE THE CONTRACTED ALLOWED AMOUNT --  '.
           05  FILLER                  PIC X(17)
                    VALUE 'YOU DO NOT OWE IT'.

       01  STMT-DEDUCT-LINE.
           05  FILLER                  PIC X(28)
                    VALUE 'FAMILY DEDUCTIBLE MET:'.
           05  STMT-DED-PAID-O         PIC -$$,$$9.
           05  FILLER                  PIC X(04)
                    VALUE ' OF '.
           05  STMT-DED-REQ-O          PIC $$,$$9.

       01  STMT-OOP-LINE.
           05  FILLER                  PIC X(28)
                    VALUE 'OUT-OF-POCKET MET TO DATE:'.
           05  STMT-OOP-PAID-O         PIC -$,$$$,$$9.99.
           05  FILLER                  PIC X(04)
                    VALUE ' OF '.
           05  STMT-OOP-LIMIT-O        PIC $,$$$,$$9.99.
           05  FILLER                  PIC X(13)
                    VALUE '  REMAINING: '.
           05  STMT-OOP-REMAIN-O       PIC $,$$$,$$9.99.

       01  STMT-ADDR-LINE-1.
           05  FILLER                  PIC X(17)
                    VALUE 'MAIL TO:        '.
       240-START-STATEMENT.
           MOVE ZERO TO BRK-CLAIM-COUNT.
           MOVE ZERO TO BRK-TOT-BILLED.
           MOVE ZERO TO BRK-TOT-ALLOWED.
           MOVE ZERO TO BRK-TOT-WRITE-OFF.
           MOVE ZERO TO BRK-TOT-DEDUCT.
           MOVE ZERO TO BRK-TOT-COINS.
           MOVE ZERO TO BRK-TOT-INTEREST.
           MOVE ZERO TO BRK-TOT-SEC-PAID.
           MOVE ZERO TO BRK-POLICY-REMAIN.
           MOVE ZERO TO BRK-DEDUCT-REQUIRED.
           MOVE ZERO TO BRK-OOP-LIMIT.
           MOVE ZERO TO BRK-FAMILY-DEDUCT-REQ.

           WRITE EOBPRINT-REC FROM STMT-HEADER-01.
           WRITE EOBPRINT-REC FROM STMT-HEADER-02.
       250-PRINT-CLAIM-LINES.
           MOVE EOB-BENEFIT-DATE-X  TO STMT-CL-DATE-O.
           MOVE EOB-CLAIM-AMOUNT    TO STMT-CL-BILLED-O.
           MOVE EOB-ALLOWED-AMOUNT  TO STMT-CL-ALLOWED-O.
           MOVE EOB-DEDUCT-APPLIED  TO STMT-CL-DEDUCT-O.
           MOVE EOB-COINS-WITHHELD  TO STMT-CL-COINS-O.
           MOVE EOB-INTEREST        TO STMT-CL-INTEREST-O.
           MOVE EOB-CLAIM-PAID      TO STMT-CL-PAID-O.
           WRITE EOBPRINT-REC FROM STMT-CLAIM-LINE.

           MOVE EOB-PATIENT-FNAME   TO STMT-PAT-FNAME-O.
           MOVE EOB-PATIENT-LNAME   TO STMT-PAT-LNAME-O.
           EVALUATE TRUE
               WHEN EOB-REL-SELF
                   MOVE '(SELF)'      TO STMT-PAT-REL-O
               WHEN EOB-REL-SPOUSE
                   MOVE '(SPOUSE)'    TO STMT-PAT-REL-O
               WHEN EOB-REL-CHILD
                   MOVE '(CHILD)'     TO STMT-PAT-REL-O
               WHEN OTHER
                   MOVE '(DEPENDENT)' TO STMT-PAT-REL-O
           END-EVALUATE.
           MOVE EOB-MEMBER-DEDUCT-PAID TO STMT-PAT-DED-PAID-O.
           MOVE EOB-DEDUCT-REQUIRED    TO STMT-PAT-DED-REQ-O.
           WRITE EOBPRINT-REC FROM STMT-PATIENT-LINE.

           IF EOB-SEC-PAID > ZERO
                MOVE EOB-SEC-POLICY-NO TO STMT-SEC-NO-O
                MOVE EOB-SEC-PAID      TO STMT-SEC-AMT-O

           ADD 1 TO BRK-CLAIM-COUNT.
           ADD EOB-CLAIM-AMOUNT   TO BRK-TOT-BILLED.
           ADD EOB-ALLOWED-AMOUNT TO BRK-TOT-ALLOWED.
           ADD EOB-WRITE-OFF      TO BRK-TOT-WRITE-OFF.
           ADD EOB-DEDUCT-APPLIED TO BRK-TOT-DEDUCT.
           ADD EOB-COINS-WITHHELD TO BRK-TOT-COINS.
           ADD EOB-INTEREST       TO BRK-TOT-INTEREST.
           ADD EOB-CLAIM-PAID     TO BRK-TOT-PAID.
           MOVE EOB-POLICY-REMAIN    TO BRK-POLICY-REMAIN.
           MOVE EOB-DEDUCT-REQUIRED  TO BRK-DEDUCT-REQUIRED.
           MOVE EOB-OOP-LIMIT        TO BRK-OOP-LIMIT.
           MOVE EOB-FAMILY-DEDUCT-REQ TO BRK-FAMILY-DEDUCT-REQ.

      * Closes the statement: totals across the listed claims, the
      * year-to-date deductible progress from the accumulator against
           MOVE BRK-TOT-BILLED TO STMT-AMT-O.
           WRITE EOBPRINT-REC FROM STMT-AMT-LINE.

           IF BRK-TOT-WRITE-OFF > ZERO
                MOVE 'PROVIDER WRITE-OFF:' TO STMT-AMT-LABEL
                MOVE BRK-TOT-WRITE-OFF TO STMT-AMT-O
                WRITE EOBPRINT-REC FROM STMT-AMT-LINE
           END-IF.

           MOVE 'TOTAL ALLOWED:' TO STMT-AMT-LABEL.
           MOVE BRK-TOT-ALLOWED TO STMT-AMT-O.
           WRITE EOBPRINT-REC FROM STMT-AMT-LINE.

           MOVE 'TOTAL DEDUCTIBLE APPLIED:' TO STMT-AMT-LABEL.
           MOVE BRK-TOT-DEDUCT TO STMT-AMT-O.
           WRITE EOBPRINT-REC FROM STMT-AMT-LINE.
           MOVE 'TOTAL PAID:' TO STMT-AMT-LABEL.
           MOVE BRK-TOT-PAID TO STMT-AMT-O.
           WRITE EOBPRINT-REC FROM STMT-AMT-LINE.
           IF BRK-TOT-WRITE-OFF > ZERO
                WRITE EOBPRINT-REC FROM STMT-WRITE-OFF-NOTE
           END-IF.
           PERFORM 280-PRINT-BLANK-LINE.

           PERFORM 275-READ-DEDUCT-PROGRESS.
           MOVE DEDUCT-PAID-TO-DATE TO STMT-DED-PAID-O.
           MOVE BRK-FAMILY-DEDUCT-REQ TO STMT-DED-REQ-O.
           WRITE EOBPRINT-REC FROM STMT-DEDUCT-LINE.

      * Plans with an out-of-pocket limit also show how much of it
      * the policy has met and what is left before claims pay at
      * 100%.
           IF BRK-OOP-LIMIT > ZERO
                COMPUTE OOP-REMAINING =
                    BRK-OOP-LIMIT - OOP-PAID-TO-DATE
                IF OOP-REMAINING < ZERO
                     MOVE ZERO TO OOP-REMAINING
                END-IF
                MOVE OOP-PAID-TO-DATE TO STMT-OOP-PAID-O
                MOVE BRK-OOP-LIMIT    TO STMT-OOP-LIMIT-O
                MOVE OOP-REMAINING    TO STMT-OOP-REMAIN-O
                WRITE EOBPRINT-REC FROM STMT-OOP-LINE
           END-IF.

           MOVE 'REMAINING POLICY AMOUNT:' TO STMT-AMT-LABEL.
           MOVE BRK-POLICY-REMAIN TO STMT-AMT-O.
           WRITE EOBPRINT-REC FROM STMT-AMT-LINE.
      * met nothing.
       275-READ-DEDUCT-PROGRESS.
           MOVE ZERO TO DEDUCT-PAID-TO-DATE.
           MOVE ZERO TO OOP-PAID-TO-DATE.
           MOVE BRK-POLICY-NO TO DA-POLICY-NO-I.
           READ DEDACCUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DA-DEDUCT-PAID-I TO DEDUCT-PAID-TO-DATE
                   MOVE DA-OOP-PAID-I    TO OOP-PAID-TO-DATE
           END-READ.
           IF NOT (DA-NORMAL OR DA-NOT-FOUND)
                DISPLAY 'ERROR READING DEDACCUM, STATUS ' DEDACCUM-ST
