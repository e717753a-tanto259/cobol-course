      * not opening with the CONTROL literal (or, on BANKDISB and
      * ACHFILE, the record-type byte says what each record is).
       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC                 PIC X(40).
       01  CLAIMPD-TRL-REC REDEFINES CLAIMPD-REC.
           05  CPD-TRL-ID              PIC X(07).
           05  CPD-TRL-COUNT           PIC 9(07).
           05  CPD-TRL-HASH            PIC S9(9)V99.
           05  FILLER                  PIC X(14).

       FD  HOSPBILL
           RECORD CONTAINS 31 CHARACTERS.
           05  FILLER                  PIC X(04).

       FD  EMPHISTO
           RECORD CONTAINS 232 CHARACTERS.
       01  EMPHISTO-REC                PIC X(232).
       01  EMPHISTO-TRL-REC REDEFINES EMPHISTO-REC.
           05  EHO-TRL-ID              PIC X(07).
           05  EHO-TRL-COUNT           PIC 9(07).
           05  EHO-TRL-HASH            PIC S9(9)V99.
           05  FILLER                  PIC X(206).

      * The bank deposit file: '1' file header, '6' details, '8'
      * batch control whose entry count and credit total must add
           05  ACH-BAT-CREDIT-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(59).

      * The disbursement file PROVPAY writes: 'H' batch header, one
      * 'D' detail per provider paid, 'T' batch trailer.
       FD  BANKDISB
           RECORD CONTAINS 60 CHARACTERS.
       01  BANKDISB-REC.
               88  MEDEXCQ-ON-LEDGER                   VALUE 'Y'.
           05  PAYROLL-LEDGER-SW       PIC X(01)       VALUE 'N'.
               88  PAYROLL-ON-LEDGER                   VALUE 'Y'.
           05  PROVPAY-LEDGER-SW       PIC X(01)       VALUE 'N'.
               88  PROVPAY-ON-LEDGER                   VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  MEDCLAIM-DOLLARS-WS         PIC S9(11)V99 VALUE 0.
       77  HOSPEDIT-DOLLARS-WS         PIC S9(11)V99 VALUE 0.
       77  MEDEXCQ-DOLLARS-WS          PIC S9(11)V99 VALUE 0.
       77  PROVPAY-DOLLARS-WS          PIC S9(11)V99 VALUE 0.
       77  PAYROLL-ACH-COUNT-WS        PIC 9(07) VALUE 0.

      * One tie-out's working figures, shared by every extract pass.
               WHEN 'MEDEXCQ '
                   MOVE 'Y' TO MEDEXCQ-LEDGER-SW
                   MOVE LED-DOLLARS TO MEDEXCQ-DOLLARS-WS
               WHEN 'PROVPAY '
                   MOVE 'Y' TO PROVPAY-LEDGER-SW
                   MOVE LED-DOLLARS TO PROVPAY-DOLLARS-WS
               WHEN 'PAYROL0B'
                   MOVE 'Y' TO PAYROLL-LEDGER-SW
                   MOVE LED-RECS-OUT-PRIMARY
                GO TO 999-RETURN-ERR
           END-IF.

      * The deposit file's '8' batch controls -- one per pay
      * frequency the run paid -- must add across the '6' details,
      * and their entry counts together must equal what the payroll
      * ledger said went out the door.  The credit total is a net-pay
      * basis, so it ties to the file, not to the ledger's gross.
       650-TIE-ACHFILE.
                                 ADD 1 TO TIE-DETAIL-COUNT
                             WHEN '8'
                                 MOVE 'Y' TO TRAILER-SEEN-SW
                                 ADD ACH-BAT-ENTRY-COUNT
                                     TO TIE-TRAILER-COUNT
                                 ADD ACH-BAT-CREDIT-TOTAL
                                     TO TIE-TRAILER-HASH
                             WHEN OTHER
                                 CONTINUE
      * Every BANKDISB batch ('H' header, 'D' details, 'T' trailer)
      * must balance within itself: the trailer's entry count and
      * dollar total against the details actually in the batch, and
      * no details left dangling behind the last trailer -- and,
      * since PROVPAY writes the one consolidated batch, the
      * trailer dollars against PROVPAY's ledger dollars.
       660-TIE-BANKDISB.
           MOVE 'BANKDISB' TO TIE-FILE-NAME.
           MOVE 'PROVPAY ' TO TIE-JOB-NAME.
           IF NOT PROVPAY-ON-LEDGER
                PERFORM 695-WRITE-SKIP-LINE
           ELSE
                PERFORM 670-RESET-TIE-FIGURES
                MOVE PROVPAY-DOLLARS-WS TO TIE-LEDGER-DOLLARS
                MOVE ZERO TO BATCH-COUNT-WS
                MOVE ZERO TO BATCH-BAD-COUNT
                OPEN INPUT BANKDISB
                             MOVE '** BATCH OUT OF BAL *'
                                 TO TIE-VERDICT
                             PERFORM 689-FLAG-TIE-FAILURE
                         WHEN TIE-TRAILER-HASH
                                 NOT = TIE-LEDGER-DOLLARS
                             MOVE '** LEDGER $ MISM **'
                                 TO TIE-VERDICT
                             PERFORM 689-FLAG-TIE-FAILURE
                         WHEN OTHER
                             MOVE 'TIED' TO TIE-VERDICT
                     END-EVALUATE
