      * Shared subrogation case record layout for SUBRCASE, keyed by
      * policy number plus accident date.  MEDCLAIM opens a case the
      * first time an accident-related claim pays under the policy
      * for that accident and adds every later payment, reversal and
      * adjustment of a flagged claim to SC-PAID-TOTAL; SUBRPRO mails
      * the lien notice, posts recovery receipts to
      * SC-RECOVERED-TOTAL and closes the case once what was paid has
      * been recovered (or the case is settled for less).
      * SC-LIEN-AMOUNT is the paid total the last notice stated, so a
      * case that keeps paying gets an updated notice.
       01  SUBR-CASE-REC.
           05  SC-KEY.
               10  SC-POLICY-NO        PIC 9(07).
               10  SC-ACCIDENT-DATE    PIC 9(08).
           05  SC-ACCIDENT-IND         PIC X(01).
           05  SC-LNAME                PIC X(15).
           05  SC-FNAME                PIC X(10).
           05  SC-OPENED-DATE          PIC 9(08).
           05  SC-STATUS               PIC X(01).
               88  SC-OPEN                     VALUE 'O'.
               88  SC-CLOSED                   VALUE 'C'.
           05  SC-CLAIM-COUNT          PIC 9(05).
           05  SC-PAID-TOTAL           PIC S9(9)V99.
           05  SC-RECOVERED-TOTAL      PIC S9(9)V99.
           05  SC-LAST-PAID-DATE       PIC 9(08).
           05  SC-LIEN-DATE            PIC 9(08).
           05  SC-LIEN-AMOUNT          PIC S9(9)V99.
           05  SC-LAST-RECEIPT-DATE    PIC 9(08).
           05  SC-CLOSED-DATE          PIC 9(08).
