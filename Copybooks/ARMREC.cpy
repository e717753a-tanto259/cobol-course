      * Shared open-balance record layout for the patient receivable
      * master (ARMOLD/ARMNEW), one item per patient + admit date.
      * HOSPRECV carries the master forward run to run; HOSPCRED
      * reads the night's ARMNEW for the credit balances it refunds.
      * The dunning level records which notices have already gone
      * out, so each level fires once.  AR-BALANCE is the patient's
      * side of the stay -- below zero when the patient has paid
      * more than is owed; the insurance side carries the claimed
      * share (AR-INS-EXPECTED) and what is still awaited from the
      * payer (AR-INS-BALANCE), zero once the remittance has been
      * posted and the difference settled.  The final-notice date
      * starts the clock toward bad debt; the last-activity date is
      * the business date the patient side last changed, from which
      * a credit balance waits out the refund period.
       01  AR-ITEM-WS.
           05  AR-PATIENT-NBR          PIC 9(05).
           05  AR-ADMIT-DATE-NUM       PIC 9(08).
           05  AR-OPENED-DATE          PIC 9(08).
           05  AR-BALANCE              PIC S9(5)V99.
           05  AR-DUN-LEVEL            PIC 9(01).
           05  FILLER                  PIC X(01).
           05  AR-POLICY-NO            PIC 9(07).
           05  AR-INS-TYPE             PIC X(03).
           05  AR-INS-EXPECTED         PIC S9(7)V99.
           05  AR-INS-BALANCE          PIC S9(7)V99.
           05  AR-FINAL-NOTICE-DATE    PIC 9(08).
           05  AR-LAST-ACTIVITY-DATE   PIC 9(08).
           05  FILLER                  PIC X(06).
