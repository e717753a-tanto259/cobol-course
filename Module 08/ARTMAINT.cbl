      ***** FOR ACCOUNTS THAT OWED US MONEY OR DID NOT EXIST.
      ***** ARTMAST NOW CARRIES EVERY ACCOUNT'S NAME, STATUS AND
      ***** CREDIT FLAG (FAVRFP REJECTS UNKNOWN ACCOUNTS AND DIVERTS
      ***** HELD ONES TO HELDPROP), WITH THE CREDIT LIMIT AND HOLD
      ***** SOURCE ARTRECV SETS AND RELEASES HOLDS BY (ITS ARHOLDTR
      ***** CHANGES COME IN AS ARTTRANS) AND THE SALES-TAX EXEMPT
      ***** FLAG AND CERTIFICATE FAVRFP TAXES BY, AND THIS PROGRAM
      ***** APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO IT IN THE EMPMAINT
      ***** OLD/NEW-MASTER MOLD: BEFORE/AFTER AUDIT LISTING OF EVERY
      ***** APPLIED CHANGE, BAD TRANSACTIONS TO THEIR OWN LISTING,
      ***** AND THE RESULT WRITTEN AS A NEW MASTER (ARTMASTO) SO THE
           05  AT-CREDIT-FLAG          PIC X(01).
               88  AT-CREDIT-OK                        VALUE ' '.
               88  AT-CREDIT-HOLD                      VALUE 'H'.
      * The open balance ARTRECV holds the account at; blank or zero
      * is no limit.
           05  AT-CREDIT-LIMIT         PIC 9(07)V99.
           05  AT-CREDIT-LIMIT-X REDEFINES AT-CREDIT-LIMIT
                                       PIC X(09).
      * Who put a hold on: blank by hand, 'A' by ARTRECV's aging.
      * Only a hold aging set is released when the account pays up.
           05  AT-HOLD-SOURCE          PIC X(01).
               88  AT-HOLD-BY-HAND                     VALUE ' '.
               88  AT-HOLD-BY-AGING                    VALUE 'A'.
      * Sales-tax exemption: 'E' for an exempt account (school,
      * nonprofit), which must carry its exemption certificate
      * number; blank is taxable.  FAVRFP charges an exempt account
      * no tax and reports its sales as exempt.
           05  AT-TAX-EXEMPT           PIC X(01).
               88  AT-TAXABLE                          VALUE ' '.
               88  AT-EXEMPT                           VALUE 'E'.
           05  AT-EXEMPT-CERT          PIC X(15).
           05  FILLER                  PIC X(24).

       01  FLAGS.
           05  ARTMAST-OLD-ST          PIC X(02).

      * The whole record an add or change would land: a numeric
      * account (the same edit FAVRFP's header check applies), a
      * name, a recognized status, a recognized credit flag, a
      * numeric or blank credit limit, a hold source that is only
      * marked for aging on an account actually on hold, and a tax
      * exemption that is backed by a certificate number.
       250-VALIDATE-RESULT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.
           IF NOT (AT-CREDIT-OK OR AT-CREDIT-HOLD)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID CREDIT FLAG' TO REASON-DESC-WS.
           IF AT-CREDIT-LIMIT-X NOT = SPACES
              AND AT-CREDIT-LIMIT NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID CREDIT LIMIT' TO REASON-DESC-WS.
           IF NOT (AT-HOLD-BY-HAND OR AT-HOLD-BY-AGING)
              OR (AT-HOLD-BY-AGING AND NOT AT-CREDIT-HOLD)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID HOLD SOURCE' TO REASON-DESC-WS.
           IF NOT (AT-TAXABLE OR AT-EXEMPT)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID TAX EXEMPT FLAG' TO REASON-DESC-WS.
           IF AT-EXEMPT AND AT-EXEMPT-CERT = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING EXEMPTION CERT' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
