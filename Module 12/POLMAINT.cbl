      ***** STATUS 'A': MEDCLAIM'S 465-CHECK-POLICY-DATES STILL PAYS
      ***** CLAIMS WITH A BENEFIT DATE BEFORE THE TERMINATION DATE,
      ***** WHICH A HARD STATUS FLIP WOULD WRONGLY BOUNCE.
      *****
      ***** PREMBILL'S NON-PAYMENT LAPSES ARRIVE AS ORDINARY 'T'
      ***** TRANSACTIONS IN THIS LAYOUT (ITS LAPSTRAN FILE), RUN
      ***** THROUGH HERE AS OR WITH THE DAY'S POLTRANS, SO A LAPSE
      ***** GETS THE SAME DATE EDITS AND AUDIT TRAIL AS A HAND-KEYED
      ***** TERMINATION.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  PT-STATUS               PIC X(01).
               88  PT-STATUS-ACTIVE                    VALUE 'A'.
               88  PT-STATUS-TERMINATED                VALUE 'T'.
      * Premium rating class -- the POLTYPE code PREMBILL prices the
      * monthly premium by.
           05  PT-POLICY-TYPE          PIC 9(01).
           05  FILLER                  PIC X(05).

       01  FLAGS.
           05  POLMAST-OLD-ST          PIC X(02).
                   15  POL-EFF-DATE        PIC 9(08).
                   15  POL-TERM-DATE       PIC 9(08).
                   15  POL-STATUS          PIC X(01).
                   15  POL-POLICY-TYPE     PIC 9(01).
                   15  FILLER              PIC X(05).
       77  POL-MAX                     PIC S9(04) COMP VALUE 5000.
       77  POL-COUNT                   PIC S9(04) COMP VALUE 0.
       77  POL-FOUND-SUB               PIC S9(04) COMP VALUE 0.

      * The whole record an add or change would land: key numeric,
      * both dates real calendar-looking dates, a recognized status,
      * a premium rating class PREMBILL can price, and -- the check
      * hand-editing never had -- a termination date, when one is
      * carried, no earlier than the effective date.
       250-VALIDATE-RESULT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.
           IF NOT (PT-STATUS-ACTIVE OR PT-STATUS-TERMINATED)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID STATUS CODE' TO REASON-DESC-WS.
           IF PT-POLICY-TYPE NOT NUMERIC OR PT-POLICY-TYPE = ZERO
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID POLICY TYPE' TO REASON-DESC-WS.

      * A terminate transaction only carries the key and the new
      * termination date, so only those two are edited -- against the
