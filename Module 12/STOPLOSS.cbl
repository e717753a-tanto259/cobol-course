       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STOPLOSS.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** STOP-LOSS ATTACHMENT TRACKING AND REINSURANCE RECOVERY RUN.
      *****
      ***** WE CARRY SPECIFIC AND AGGREGATE STOP-LOSS COVER, BUT A
      ***** POLICY CROSSING THE SPECIFIC ATTACHMENT POINT USED TO COME
      ***** TO LIGHT ONLY AT THE REINSURER'S QUARTERLY AUDIT.  THIS RUN
      ***** CARRIES TWO MASTERS FORWARD RUN TO RUN (THE HOSPRECV
      ***** ARMOLD/ARMNEW MOLD):
      *****
      *****   - THE ACCUMULATOR MASTER (SLACCOLD IN, SLACCNEW OUT): PAID
      *****     DOLLARS PER POLICY PER CONTRACT YEAR, FED NIGHTLY FROM
      *****     MEDCLAIM'S CLAIMPD AND MEDEXCQ'S EXCPAYMT.  THE
      *****     CONTRACT YEAR RUNS FROM THE POLICY'S POLMAST EFFECTIVE-
      *****     DATE ANNIVERSARY.  ONE BOOK-WIDE ENTRY PER TREATY YEAR
      *****     (POLICY 0000000) ACCUMULATES THE RETAINED DOLLARS --
      *****     EACH POLICY'S PAID UP TO THE SPECIFIC ATTACHMENT -- FOR
      *****     THE AGGREGATE ATTACHMENT CHECK;
      *****   - THE RECOVERY MASTER (RECVOLD IN, RECVNEW OUT): ONE ITEM
      *****     PER RECOVERY CLAIM SENT TO THE REINSURER, AGAINST WHICH
      *****     THE RECOVERIES RECEIVED BACK (RECVRCPT) POST, SO WHAT
      *****     THE REINSURER STILL OWES IS ALWAYS ON THE REPORT.
      *****
      ***** THE ATTACHMENT POINTS AND THE WARNING PERCENTAGE COME FROM
      ***** THE STOPPARM PARAMETER CARD.  A POLICY (OR THE BOOK) PAID
      ***** PAST THE WARNING PERCENTAGE OF ITS ATTACHMENT IS FLAGGED
      ***** THE NIGHT IT GETS THERE; EVERYTHING PAID ABOVE THE
      ***** ATTACHMENT AND NOT YET CLAIMED GOES OUT ON RECVCLM AS A
      ***** RECOVERY CLAIM AND OPENS A RECEIVABLE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Attachment points, warning percentage and treaty year start.
           SELECT STOPPARM
           ASSIGN TO STOPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STOPPARM-ST.
      *  Policy eligibility master maintained by POLMAINT; the
      *  effective date sets each policy's contract year.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Tonight's paid claims from MEDCLAIM and released exception-
      *  queue payments from MEDEXCQ, both ending in a CONTROL record
      *  (see Copybooks/CTLREC.cpy).
           SELECT CLAIMPD
           ASSIGN TO CLAIMPD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLAIMPD-ST.
           SELECT EXCPAYMT
           ASSIGN TO EXCPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCPAYMT-ST.
           SELECT SLACCOLD
           ASSIGN TO SLACCOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLACCOLD-ST.
           SELECT SLACCNEW
           ASSIGN TO SLACCNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLACCNEW-ST.
           SELECT RECVOLD
           ASSIGN TO RECVOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECVOLD-ST.
      *  Reinsurance recoveries received, quoting the recovery claim
      *  they settle.
           SELECT RECVRCPT
           ASSIGN TO RECVRCPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECVRCPT-ST.
           SELECT RECVNEW
           ASSIGN TO RECVNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECVNEW-ST.
      *  Tonight's recovery claims, for submission to the reinsurer.
           SELECT RECVCLM
           ASSIGN TO RECVCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECVCLM-ST.
           SELECT STOPRPT
           ASSIGN TO STOPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STOPRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping and aging so a rerun reproduces the original
      *  date's results.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  STOPPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  STOPPARM-REC.
           05  SP-SPECIFIC-ATTACH      PIC 9(07)V99.
           05  SP-WARNING-PCT          PIC 9(03).
           05  SP-AGGREGATE-ATTACH     PIC 9(09)V99.
           05  SP-TREATY-MONTH         PIC 9(02).
           05  FILLER                  PIC X(55).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  PM-EFF-DATE-I           PIC 9(08).
           05  PM-EFF-DATE-MD-I REDEFINES PM-EFF-DATE-I.
               10  FILLER              PIC 9(04).
               10  PM-EFF-MMDD-I       PIC 9(04).
           05  PM-TERM-DATE-I          PIC 9(08).
           05  PM-STATUS-I             PIC X(01).
           05  FILLER                  PIC X(06).

       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC.
           05  CPD-POLICY-NO           PIC 9(07).
           05  CPD-PAID-DATE-NUM       PIC 9(08).
           05  CPD-CLAIM-PAID          PIC S9(7)V99.
           05  CPD-BENEFIT-MONTH       PIC 9(06).
           05  FILLER                  PIC X(10).

       FD  EXCPAYMT
           RECORD CONTAINS 30 CHARACTERS.
       01  EXCPAYMT-REC.
           05  EXP-POLICY-NO           PIC 9(07).
           05  EXP-PAID-DATE-NUM       PIC 9(08).
           05  EXP-CLAIM-PAID          PIC S9(7)V99.
           05  FILLER                  PIC X(06).

       FD  SLACCOLD
           RECORD CONTAINS 50 CHARACTERS.
       01  SLACCOLD-REC                PIC X(50).

       FD  SLACCNEW
           RECORD CONTAINS 50 CHARACTERS.
       01  SLACCNEW-REC                PIC X(50).

       FD  RECVOLD
           RECORD CONTAINS 60 CHARACTERS.
       01  RECVOLD-REC                 PIC X(60).

       FD  RECVRCPT
           RECORD CONTAINS 40 CHARACTERS.
       01  RECVRCPT-REC.
           05  RR-CLAIM-TYPE           PIC X(01).
           05  RR-POLICY-NO            PIC 9(07).
           05  RR-CONTRACT-YEAR        PIC 9(04).
           05  RR-CLAIM-DATE           PIC 9(08).
           05  RR-AMOUNT               PIC 9(09)V99.
           05  FILLER                  PIC X(09).

       FD  RECVNEW
           RECORD CONTAINS 60 CHARACTERS.
       01  RECVNEW-REC                 PIC X(60).

       FD  RECVCLM
           RECORD CONTAINS 80 CHARACTERS.
       01  RECVCLM-REC.
           05  RC-CLAIM-TYPE           PIC X(01).
           05  RC-POLICY-NO            PIC 9(07).
           05  RC-CONTRACT-YEAR        PIC 9(04).
           05  RC-CLAIM-DATE           PIC 9(08).
           05  RC-PAID-TO-DATE         PIC S9(9)V99.
           05  RC-ATTACHMENT           PIC 9(09)V99.
           05  RC-PRIOR-CLAIMED        PIC S9(9)V99.
           05  RC-AMOUNT-CLAIMED       PIC S9(9)V99.
           05  FILLER                  PIC X(16).

       FD  STOPRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  STOPRPT-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.

      * Accumulator master record, one per policy per contract year.
      * Policy 0000000 is the book-wide aggregate entry for a treaty
      * year.  The warned switch keeps the approaching-attachment flag
      * to the one night the entry crosses the warning line.
       01  ACCUM-REC-WS.
           05  AR-POLICY-NO            PIC 9(07).
           05  AR-CONTRACT-YEAR        PIC 9(04).
           05  AR-PAID-TO-DATE         PIC S9(9)V99.
           05  AR-CLAIMED-TO-DATE      PIC S9(9)V99.
           05  AR-WARNED-SW            PIC X(01).
           05  FILLER                  PIC X(16).

      * Recovery receivable, one per recovery claim.  Type, policy,
      * contract year and claim date identify the claim to the
      * reinsurer and come back on the recovery received.
       01  RECV-ITEM-WS.
           05  RI-CLAIM-TYPE           PIC X(01).
               88  RI-SPECIFIC                         VALUE 'S'.
               88  RI-AGGREGATE                        VALUE 'A'.
           05  RI-POLICY-NO            PIC 9(07).
           05  RI-CONTRACT-YEAR        PIC 9(04).
           05  RI-CLAIM-DATE           PIC 9(08).
           05  RI-AMOUNT-CLAIMED       PIC S9(9)V99.
           05  RI-AMOUNT-RECOVERED     PIC S9(9)V99.
           05  RI-BALANCE              PIC S9(9)V99.
           05  FILLER                  PIC X(07).

       01  FLAGS.
           05  STOPPARM-ST             PIC X(02).
               88  SP-NORMAL                           VALUE '00'.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  CLAIMPD-ST              PIC X(02).
               88  CPD-NORMAL                          VALUE '00'.
           05  EXCPAYMT-ST             PIC X(02).
               88  XP-NORMAL                           VALUE '00'.
           05  SLACCOLD-ST             PIC X(02).
               88  AO-NORMAL                           VALUE '00'.
           05  SLACCNEW-ST             PIC X(02).
               88  AN-NORMAL                           VALUE '00'.
           05  RECVOLD-ST              PIC X(02).
               88  RO-NORMAL                           VALUE '00'.
           05  RECVRCPT-ST             PIC X(02).
               88  RR-NORMAL                           VALUE '00'.
           05  RECVNEW-ST              PIC X(02).
               88  RN-NORMAL                           VALUE '00'.
           05  RECVCLM-ST              PIC X(02).
               88  RC-NORMAL                           VALUE '00'.
           05  STOPRPT-ST              PIC X(02).
               88  SR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  CLAIMPD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLAIMPD                     VALUE 'Y'.
           05  EXCPAYMT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-EXCPAYMT                    VALUE 'Y'.
           05  SLACCOLD-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-SLACCOLD                    VALUE 'Y'.
           05  RECVOLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-RECVOLD                     VALUE 'Y'.
           05  RECVRCPT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-RECVRCPT                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).
           05  BUSINESS-DATE-YMD REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-YEAR       PIC 9(04).
               10  BUSINESS-MONTH      PIC 9(02).
               10  BUSINESS-DAY        PIC 9(02).

      * Attachment parameters from STOPPARM.  An aggregate attachment
      * of zero means no aggregate cover is in force and the book-wide
      * check is skipped.
       77  SPECIFIC-ATTACH             PIC 9(09)V99 VALUE 0.
       77  AGGREGATE-ATTACH            PIC 9(09)V99 VALUE 0.
       77  WARNING-PCT                 PIC 9(03)    VALUE 0.
       77  TREATY-MONTH                PIC 9(02)    VALUE 1.
       77  ATTACH-WS                   PIC 9(09)V99 VALUE 0.
       77  WARNING-LINE-WS             PIC 9(09)V99 VALUE 0.

      * A contract year stays on the accumulator for this many years
      * after it begins, long enough for its claim run-out to land.
       77  RUNOUT-YEARS                PIC 9(02)    VALUE 2.

      * The payment being posted, from whichever extract it came.
       01  PAYMENT-WS.
           05  PAYMENT-POLICY-NO       PIC 9(07).
           05  PAYMENT-DATE            PIC 9(08).
           05  PAYMENT-DATE-YMD REDEFINES PAYMENT-DATE.
               10  PAYMENT-YEAR        PIC 9(04).
               10  PAYMENT-MONTH       PIC 9(02).
               10  PAYMENT-DAY         PIC 9(02).
           05  PAYMENT-DATE-MD REDEFINES PAYMENT-DATE.
               10  FILLER              PIC 9(04).
               10  PAYMENT-MMDD        PIC 9(04).
           05  PAYMENT-AMOUNT          PIC S9(7)V99.

      * Policy effective-date anniversaries from POLMAST.
       01  POLICY-TABLE.
           05  POLICY-ITEM OCCURS 5000 TIMES
                   INDEXED BY POL-IDX.
               10  POL-POLICY-NO           PIC 9(07).
               10  POL-EFF-MMDD            PIC 9(04).
       77  POLMAST-COUNT               PIC S9(04) COMP VALUE 0.
       77  POL-SUB                     PIC S9(04) COMP VALUE 0.

      * Accumulators held in memory while tonight's payments post;
      * the activity switch marks entries posted to tonight.
       01  ACCUM-TABLE.
           05  ACCUM-ITEM OCCURS 9999 TIMES
                   INDEXED BY ACC-IDX.
               10  ACC-POLICY-NO           PIC 9(07).
               10  ACC-CONTRACT-YEAR       PIC 9(04).
               10  ACC-PAID-TO-DATE        PIC S9(9)V99.
               10  ACC-CLAIMED-TO-DATE     PIC S9(9)V99.
               10  ACC-WARNED-SW           PIC X(01).
                    88  ACC-WARNED                 VALUE 'Y'.
               10  ACC-ACTIVITY-SW         PIC X(01).
                    88  ACC-ACTIVITY               VALUE 'Y'.
       77  ACCUM-COUNT                 PIC S9(04) COMP VALUE 0.
       77  ACC-SUB                     PIC S9(04) COMP VALUE 0.
       77  ACC-KEY-POLICY              PIC 9(07)    VALUE 0.
       77  ACC-KEY-YEAR                PIC 9(04)    VALUE 0.
       77  CONTRACT-YEAR-WS            PIC 9(04)    VALUE 0.
       77  TREATY-YEAR-WS              PIC 9(04)    VALUE 0.
       01  OLD-PAID-WS                 PIC S9(9)V99 VALUE 0.
       01  RETAINED-BEFORE-WS          PIC S9(9)V99 VALUE 0.
       01  RETAINED-AFTER-WS           PIC S9(9)V99 VALUE 0.
       01  EXCESS-WS                   PIC S9(9)V99 VALUE 0.
       01  CLAIM-AMOUNT-WS             PIC S9(9)V99 VALUE 0.

      * Recoveries received held in memory; each posts against its
      * recovery claim and is flagged so an unmatched remittance is
      * reported rather than lost.
       01  RECEIPT-TABLE.
           05  RECEIPT-ITEM OCCURS 2000 TIMES
                   INDEXED BY RCT-IDX.
               10  RCT-CLAIM-TYPE          PIC X(01).
               10  RCT-POLICY-NO           PIC 9(07).
               10  RCT-CONTRACT-YEAR       PIC 9(04).
               10  RCT-CLAIM-DATE          PIC 9(08).
               10  RCT-AMOUNT              PIC 9(09)V99.
               10  RCT-MATCHED             PIC X(01).
                    88  RCT-IS-MATCHED             VALUE 'Y'.
       77  RECEIPT-COUNT               PIC S9(04) COMP VALUE 0.
       77  RECEIPT-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  RCT-SUB                     PIC S9(04) COMP VALUE 0.

      * Control figures accumulated from the two extracts, checked
      * against their CONTROL trailers before anything is written.
       01  EXTRACT-CONTROL-TOTALS.
           05  CPD-EXP-COUNT           PIC 9(07)       VALUE 0.
           05  CPD-EXP-HASH            PIC S9(9)V99    VALUE 0.
           05  CPD-VER-COUNT           PIC 9(07)       VALUE 0.
           05  CPD-VER-HASH            PIC S9(9)V99    VALUE 0.
           05  XP-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  XP-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  XP-VER-COUNT            PIC 9(07)       VALUE 0.
           05  XP-VER-HASH             PIC S9(9)V99    VALUE 0.
       77  CPD-CTL-SEEN-SW             PIC X(01) VALUE 'N'.
           88  CPD-CTL-SEEN                          VALUE 'Y'.
       77  XP-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  XP-CTL-SEEN                           VALUE 'Y'.

       77  DAYS-OUTSTANDING            PIC S9(05)   VALUE 0.
       77  PAYMENTS-READ               PIC 9(07) VALUE 0.
       77  PAYMENTS-POSTED             PIC 9(07) VALUE 0.
       77  PAYMENTS-NO-POLICY          PIC 9(07) VALUE 0.
       77  ACCUM-RETIRED               PIC 9(05) VALUE 0.
       77  NEAR-ATTACH-COUNT           PIC 9(05) VALUE 0.
       77  SPECIFIC-CLAIM-COUNT        PIC 9(05) VALUE 0.
       77  AGGREGATE-CLAIM-COUNT       PIC 9(05) VALUE 0.
       77  RECV-CLOSED                 PIC 9(05) VALUE 0.
       77  RECV-CARRIED-OUT            PIC 9(05) VALUE 0.
       77  UNMATCHED-RCPT-COUNT        PIC 9(05) VALUE 0.
       01  PAID-POSTED-TOTAL           PIC S9(9)V99 VALUE 0.
       01  CLAIMED-TONIGHT-TOTAL       PIC S9(9)V99 VALUE 0.
       01  RECOVERED-TOTAL             PIC S9(9)V99 VALUE 0.
       01  OUTSTANDING-TOTAL           PIC S9(9)V99 VALUE 0.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'STOP-LOSS ATTACHMENT AND RECOVERY REPORT'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-HDR-DATE            PIC 9(08).

       01  RPT-PARM-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'SPECIFIC ATTACHMENT:'.
           05  RPT-PARM-SPECIFIC       PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(21)
                    VALUE 'AGGREGATE ATTACHMENT:'.
           05  RPT-PARM-AGGREGATE      PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(09)
                    VALUE 'WARN AT: '.
           05  RPT-PARM-PCT            PIC ZZ9.
           05  FILLER                  PIC X(01)       VALUE '%'.

       01  RPT-SECTION-1.
           05  FILLER                  PIC X(60)
                VALUE 'ATTACHMENT ACTIVITY  (S=SPECIFIC  A=AGGREGATE)'.

       01  RPT-SECTION-2.
           05  FILLER                  PIC X(60)
                VALUE 'OUTSTANDING REINSURANCE RECEIVABLES'.

       01  ACTIVITY-LINE.
           05  ACT-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACT-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACT-CONTRACT-YEAR       PIC 9(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACT-PAID                PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACT-ATTACH              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACT-CLAIMED             PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACT-ACTION              PIC X(30).

       01  RECEIVABLE-LINE.
           05  RCV-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-CONTRACT-YEAR       PIC 9(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-CLAIM-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-AMOUNT              PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-BALANCE             PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-DAYS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RCV-ACTION              PIC X(30).

       01  RPT-FOOTER-01.
           05  FILLER                  PIC X(24)
                    VALUE 'PAID DOLLARS POSTED:'.
           05  RPT-FOOT-PAID           PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(25)
                    VALUE 'RECOVERY CLAIMED TONIGHT:'.
           05  RPT-FOOT-CLAIMED        PIC -$$$,$$$,$$9.99.

       01  RPT-FOOTER-02.
           05  FILLER                  PIC X(24)
                    VALUE 'RECOVERIES RECEIVED:'.
           05  RPT-FOOT-RECOVERED      PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'RECEIVABLES OUTSTANDING:'.
           05  RPT-FOOT-OUTSTANDING    PIC -$$$,$$$,$$9.99.

       01  RPT-FOOTER-03.
           05  FILLER                  PIC X(24)
                    VALUE 'PAYMENTS READ:'.
           05  RPT-FOOT-READ           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'NOT ON POLMAST:'.
           05  RPT-FOOT-NO-POLICY      PIC Z,ZZZ,ZZ9.

       01  RPT-FOOTER-04.
           05  FILLER                  PIC X(24)
                    VALUE 'NEARING ATTACHMENT:'.
           05  RPT-FOOT-NEAR           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'RECOVERY CLAIMS RAISED:'.
           05  RPT-FOOT-CLAIMS         PIC Z,ZZZ,ZZ9.

       01  RPT-FOOTER-05.
           05  FILLER                  PIC X(24)
                    VALUE 'UNMATCHED RECOVERIES:'.
           05  RPT-FOOT-UNMATCHED      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'CONTRACT YEARS RETIRED:'.
           05  RPT-FOOT-RETIRED        PIC Z,ZZZ,ZZ9.

       01  RPT-FOOTER-06.
           05  FILLER                  PIC X(24)
                    VALUE 'RECEIVABLES CLOSED:'.
           05  RPT-FOOT-RECV-CLOSED    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'RECEIVABLES CARRIED:'.
           05  RPT-FOOT-RECV-CARRIED   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-CLAIMPD UNTIL NO-MORE-CLAIMPD.
           PERFORM 430-VERIFY-CLAIMPD-CONTROL.
           PERFORM 205-POST-EXCPAYMT UNTIL NO-MORE-EXCPAYMT.
           PERFORM 435-VERIFY-EXCPAYMT-CONTROL.

           WRITE STOPRPT-REC FROM RPT-SECTION-1.
           MOVE SPACES TO STOPRPT-REC.
           WRITE STOPRPT-REC.
           PERFORM 250-EVALUATE-ACCUM
               VARYING ACC-SUB FROM 1 BY 1
               UNTIL ACC-SUB > ACCUM-COUNT.

           MOVE SPACES TO STOPRPT-REC.
           WRITE STOPRPT-REC.
           WRITE STOPRPT-REC FROM RPT-SECTION-2.
           MOVE SPACES TO STOPRPT-REC.
           WRITE STOPRPT-REC.
           PERFORM 600-WORK-RECOVERY-ITEM UNTIL NO-MORE-RECVOLD.
           PERFORM 450-REPORT-UNMATCHED-RECEIPTS.

           PERFORM 700-WRITE-ACCUMULATOR
               VARYING ACC-SUB FROM 1 BY 1
               UNTIL ACC-SUB > ACCUM-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-PARMS.
           PERFORM 320-LOAD-POLMAST.
           PERFORM 330-LOAD-ACCUMULATORS.
           PERFORM 340-LOAD-RECEIPTS.

           MOVE BUSINESS-DATE-NUM TO RPT-HDR-DATE.
           WRITE STOPRPT-REC FROM RPT-HEADER-LINE.
           MOVE SPECIFIC-ATTACH   TO RPT-PARM-SPECIFIC.
           MOVE AGGREGATE-ATTACH  TO RPT-PARM-AGGREGATE.
           MOVE WARNING-PCT       TO RPT-PARM-PCT.
           WRITE STOPRPT-REC FROM RPT-PARM-LINE.
           MOVE SPACES TO STOPRPT-REC.
           WRITE STOPRPT-REC.

           PERFORM 400-READ-CLAIMPD.
           PERFORM 410-READ-EXCPAYMT.
           PERFORM 420-READ-RECVOLD.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps and ages
      * that night's business; absent a card the system date stands
      * in.
       110-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-NUM.
           OPEN INPUT BUSDATE.
           IF BD-NORMAL
                READ BUSDATE
                    AT END CONTINUE
                END-READ
                IF BD-NORMAL
                       AND BD-BUSINESS-DATE NUMERIC
                       AND BD-BUSINESS-DATE > 0
                     MOVE BD-BUSINESS-DATE TO BUSINESS-DATE-NUM
                END-IF
                CLOSE BUSDATE
           END-IF.

       200-POST-CLAIMPD.
           MOVE CPD-POLICY-NO     TO PAYMENT-POLICY-NO.
           MOVE CPD-PAID-DATE-NUM TO PAYMENT-DATE.
           MOVE CPD-CLAIM-PAID    TO PAYMENT-AMOUNT.
           ADD 1 TO CPD-VER-COUNT.
           ADD CPD-CLAIM-PAID TO CPD-VER-HASH.
           PERFORM 210-POST-PAYMENT.
           PERFORM 400-READ-CLAIMPD.

       205-POST-EXCPAYMT.
           MOVE EXP-POLICY-NO     TO PAYMENT-POLICY-NO.
           MOVE EXP-PAID-DATE-NUM TO PAYMENT-DATE.
           MOVE EXP-CLAIM-PAID    TO PAYMENT-AMOUNT.
           ADD 1 TO XP-VER-COUNT.
           ADD EXP-CLAIM-PAID TO XP-VER-HASH.
           PERFORM 210-POST-PAYMENT.
           PERFORM 410-READ-EXCPAYMT.

      * A payment posts to its policy's contract year, the year
      * beginning on the last anniversary of the POLMAST effective
      * date on or before the paid date; a policy no longer on
      * POLMAST falls back to the calendar year.  The part of the
      * payment retained under the specific attachment also posts to
      * the book's aggregate entry for the treaty year.
       210-POST-PAYMENT.
           ADD 1 TO PAYMENTS-READ.
           PERFORM 215-FIND-POLICY.
           MOVE PAYMENT-YEAR TO CONTRACT-YEAR-WS.
           IF POL-SUB > 0
                ADD 1 TO PAYMENTS-POSTED
                IF PAYMENT-MMDD < POL-EFF-MMDD (POL-SUB)
                     SUBTRACT 1 FROM CONTRACT-YEAR-WS
                END-IF
           ELSE
                ADD 1 TO PAYMENTS-NO-POLICY
           END-IF.

           MOVE PAYMENT-POLICY-NO TO ACC-KEY-POLICY.
           MOVE CONTRACT-YEAR-WS  TO ACC-KEY-YEAR.
           PERFORM 220-FIND-ACCUM.
           MOVE ACC-PAID-TO-DATE (ACC-SUB) TO OLD-PAID-WS.
           ADD PAYMENT-AMOUNT TO ACC-PAID-TO-DATE (ACC-SUB).
           MOVE 'Y' TO ACC-ACTIVITY-SW (ACC-SUB).
           ADD PAYMENT-AMOUNT TO PAID-POSTED-TOTAL.

           IF OLD-PAID-WS > SPECIFIC-ATTACH
                MOVE SPECIFIC-ATTACH TO RETAINED-BEFORE-WS
           ELSE
                MOVE OLD-PAID-WS     TO RETAINED-BEFORE-WS
           END-IF.
           IF ACC-PAID-TO-DATE (ACC-SUB) > SPECIFIC-ATTACH
                MOVE SPECIFIC-ATTACH TO RETAINED-AFTER-WS
           ELSE
                MOVE ACC-PAID-TO-DATE (ACC-SUB) TO RETAINED-AFTER-WS
           END-IF.

           IF AGGREGATE-ATTACH > ZERO
                MOVE PAYMENT-YEAR TO TREATY-YEAR-WS
                IF PAYMENT-MONTH < TREATY-MONTH
                     SUBTRACT 1 FROM TREATY-YEAR-WS
                END-IF
                MOVE ZERO           TO ACC-KEY-POLICY
                MOVE TREATY-YEAR-WS TO ACC-KEY-YEAR
                PERFORM 220-FIND-ACCUM
                COMPUTE ACC-PAID-TO-DATE (ACC-SUB) =
                    ACC-PAID-TO-DATE (ACC-SUB)
                    + RETAINED-AFTER-WS - RETAINED-BEFORE-WS
                MOVE 'Y' TO ACC-ACTIVITY-SW (ACC-SUB)
           END-IF.

       215-FIND-POLICY.
           MOVE 0 TO POL-SUB.
           SET POL-IDX TO 1.
           SEARCH POLICY-ITEM VARYING POL-IDX
               AT END
                   CONTINUE
               WHEN POL-IDX > POLMAST-COUNT
                   CONTINUE
               WHEN POL-POLICY-NO (POL-IDX) = PAYMENT-POLICY-NO
                   SET POL-SUB TO POL-IDX
           END-SEARCH.

      * Finds the accumulator for ACC-KEY-POLICY / ACC-KEY-YEAR,
      * opening a fresh one when this is the contract year's first
      * payment.
       220-FIND-ACCUM.
           MOVE 0 TO ACC-SUB.
           SET ACC-IDX TO 1.
           SEARCH ACCUM-ITEM VARYING ACC-IDX
               AT END
                   CONTINUE
               WHEN ACC-IDX > ACCUM-COUNT
                   CONTINUE
               WHEN ACC-POLICY-NO (ACC-IDX) = ACC-KEY-POLICY
                    AND ACC-CONTRACT-YEAR (ACC-IDX) = ACC-KEY-YEAR
                   SET ACC-SUB TO ACC-IDX
           END-SEARCH.

      * A payment that cannot be accumulated would understate the
      * recovery, so a full table stops the run.
           IF ACC-SUB = 0
                IF ACCUM-COUNT >= 9999
                     DISPLAY "ERROR: ACCUMULATORS EXCEED 9999 ENTRIES"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO ACCUM-COUNT
                MOVE ACCUM-COUNT    TO ACC-SUB
                MOVE ACC-KEY-POLICY TO ACC-POLICY-NO (ACC-SUB)
                MOVE ACC-KEY-YEAR   TO ACC-CONTRACT-YEAR (ACC-SUB)
                MOVE ZERO           TO ACC-PAID-TO-DATE (ACC-SUB)
                MOVE ZERO           TO ACC-CLAIMED-TO-DATE (ACC-SUB)
                MOVE 'N'            TO ACC-WARNED-SW (ACC-SUB)
                MOVE 'N'            TO ACC-ACTIVITY-SW (ACC-SUB)
           END-IF.

      * Everything paid above the attachment and not yet claimed is
      * claimed tonight.  Below the attachment, an entry crossing the
      * warning line is flagged once.  A reversal that takes paid
      * back under what was already claimed is listed for the claims
      * unit to settle with the reinsurer by hand.
       250-EVALUATE-ACCUM.
           IF ACC-POLICY-NO (ACC-SUB) = ZERO
                MOVE AGGREGATE-ATTACH TO ATTACH-WS
                MOVE 'A' TO ACT-TYPE
           ELSE
                MOVE SPECIFIC-ATTACH  TO ATTACH-WS
                MOVE 'S' TO ACT-TYPE
           END-IF.
           IF ATTACH-WS > ZERO
                PERFORM 252-CHECK-ATTACHMENT
           END-IF.

       252-CHECK-ATTACHMENT.
           COMPUTE WARNING-LINE-WS ROUNDED =
               ATTACH-WS * WARNING-PCT / 100.
           COMPUTE EXCESS-WS = ACC-PAID-TO-DATE (ACC-SUB) - ATTACH-WS.
           MOVE ZERO TO CLAIM-AMOUNT-WS.

           EVALUATE TRUE
               WHEN EXCESS-WS > ACC-CLAIMED-TO-DATE (ACC-SUB)
                   PERFORM 255-RAISE-RECOVERY-CLAIM
                   MOVE 'RECOVERY CLAIMED' TO ACT-ACTION
                   PERFORM 290-WRITE-ACTIVITY-LINE
               WHEN ACC-ACTIVITY (ACC-SUB)
                      AND ACC-CLAIMED-TO-DATE (ACC-SUB) > ZERO
                      AND EXCESS-WS < ACC-CLAIMED-TO-DATE (ACC-SUB)
                   MOVE 'PAID BELOW CLAIMED - REVIEW' TO ACT-ACTION
                   PERFORM 290-WRITE-ACTIVITY-LINE
               WHEN ACC-PAID-TO-DATE (ACC-SUB) >= WARNING-LINE-WS
                      AND EXCESS-WS < ZERO
                      AND NOT ACC-WARNED (ACC-SUB)
                   MOVE 'Y' TO ACC-WARNED-SW (ACC-SUB)
                   ADD 1 TO NEAR-ATTACH-COUNT
                   MOVE 'APPROACHING ATTACHMENT' TO ACT-ACTION
                   PERFORM 290-WRITE-ACTIVITY-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * One recovery claim for the newly exceeded amount: out on
      * RECVCLM for the reinsurer and onto RECVNEW as a receivable.
       255-RAISE-RECOVERY-CLAIM.
           COMPUTE CLAIM-AMOUNT-WS =
               EXCESS-WS - ACC-CLAIMED-TO-DATE (ACC-SUB).

           MOVE SPACES                      TO RECVCLM-REC.
           MOVE ACT-TYPE                    TO RC-CLAIM-TYPE.
           MOVE ACC-POLICY-NO (ACC-SUB)     TO RC-POLICY-NO.
           MOVE ACC-CONTRACT-YEAR (ACC-SUB) TO RC-CONTRACT-YEAR.
           MOVE BUSINESS-DATE-NUM           TO RC-CLAIM-DATE.
           MOVE ACC-PAID-TO-DATE (ACC-SUB)  TO RC-PAID-TO-DATE.
           MOVE ATTACH-WS                   TO RC-ATTACHMENT.
           MOVE ACC-CLAIMED-TO-DATE (ACC-SUB) TO RC-PRIOR-CLAIMED.
           MOVE CLAIM-AMOUNT-WS             TO RC-AMOUNT-CLAIMED.
           WRITE RECVCLM-REC.
           IF NOT RC-NORMAL
                DISPLAY 'ERROR WRITING RECVCLM'
                GO TO 999-RETURN-ERR
           END-IF.

           INITIALIZE RECV-ITEM-WS.
           MOVE ACT-TYPE                    TO RI-CLAIM-TYPE.
           MOVE ACC-POLICY-NO (ACC-SUB)     TO RI-POLICY-NO.
           MOVE ACC-CONTRACT-YEAR (ACC-SUB) TO RI-CONTRACT-YEAR.
           MOVE BUSINESS-DATE-NUM           TO RI-CLAIM-DATE.
           MOVE CLAIM-AMOUNT-WS             TO RI-AMOUNT-CLAIMED.
           MOVE CLAIM-AMOUNT-WS             TO RI-BALANCE.
           WRITE RECVNEW-REC FROM RECV-ITEM-WS.
           IF NOT RN-NORMAL
                DISPLAY 'ERROR WRITING RECVNEW'
                GO TO 999-RETURN-ERR
           END-IF.

           ADD CLAIM-AMOUNT-WS TO ACC-CLAIMED-TO-DATE (ACC-SUB).
           ADD CLAIM-AMOUNT-WS TO CLAIMED-TONIGHT-TOTAL.
           ADD CLAIM-AMOUNT-WS TO OUTSTANDING-TOTAL.
           ADD 1 TO RECV-CARRIED-OUT.
           IF RI-AGGREGATE
                ADD 1 TO AGGREGATE-CLAIM-COUNT
           ELSE
                ADD 1 TO SPECIFIC-CLAIM-COUNT
           END-IF.

       290-WRITE-ACTIVITY-LINE.
           MOVE ACC-POLICY-NO (ACC-SUB)     TO ACT-POLICY-NO.
           MOVE ACC-CONTRACT-YEAR (ACC-SUB) TO ACT-CONTRACT-YEAR.
           MOVE ACC-PAID-TO-DATE (ACC-SUB)  TO ACT-PAID.
           MOVE ATTACH-WS                   TO ACT-ATTACH.
           MOVE CLAIM-AMOUNT-WS             TO ACT-CLAIMED.
           WRITE STOPRPT-REC FROM ACTIVITY-LINE.

       300-OPEN-FILES.
           OPEN INPUT STOPPARM
           IF NOT SP-NORMAL
                DISPLAY 'ERROR OPENING STOPPARM'
                GO TO 999-RETURN-ERR.

           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING POLMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT CLAIMPD
           IF NOT CPD-NORMAL
                DISPLAY 'ERROR OPENING CLAIMPD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT EXCPAYMT
           IF NOT XP-NORMAL
                DISPLAY 'ERROR OPENING EXCPAYMT'
                GO TO 999-RETURN-ERR.

           OPEN INPUT SLACCOLD
           IF NOT AO-NORMAL
                DISPLAY 'ERROR OPENING SLACCOLD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RECVOLD
           IF NOT RO-NORMAL
                DISPLAY 'ERROR OPENING RECVOLD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RECVRCPT
           IF NOT RR-NORMAL
                DISPLAY 'ERROR OPENING RECVRCPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SLACCNEW
           IF NOT AN-NORMAL
                DISPLAY 'ERROR OPENING SLACCNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT RECVNEW
           IF NOT RN-NORMAL
                DISPLAY 'ERROR OPENING RECVNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT RECVCLM
           IF NOT RC-NORMAL
                DISPLAY 'ERROR OPENING RECVCLM'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT STOPRPT
           IF NOT SR-NORMAL
                DISPLAY 'ERROR OPENING STOPRPT'
                GO TO 999-RETURN-ERR.

      * The attachment points have no safe default, so a missing or
      * unreadable card stops the run.
       310-LOAD-PARMS.
           READ STOPPARM
               AT END
                   DISPLAY "ERROR: STOPPARM IS EMPTY"
                   GO TO 999-RETURN-ERR
           END-READ.

           IF SP-SPECIFIC-ATTACH NOT NUMERIC
                  OR SP-SPECIFIC-ATTACH = ZERO
               DISPLAY "ERROR: INVALID SPECIFIC ATTACHMENT ON STOPPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-WARNING-PCT NOT NUMERIC
                  OR SP-WARNING-PCT = ZERO
                  OR SP-WARNING-PCT > 100
               DISPLAY "ERROR: INVALID WARNING PERCENT ON STOPPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-AGGREGATE-ATTACH NOT NUMERIC
               DISPLAY "ERROR: INVALID AGGREGATE ATTACHMENT ON STOPPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-TREATY-MONTH NOT NUMERIC
                  OR SP-TREATY-MONTH < 1
                  OR SP-TREATY-MONTH > 12
               DISPLAY "ERROR: INVALID TREATY MONTH ON STOPPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           MOVE SP-SPECIFIC-ATTACH  TO SPECIFIC-ATTACH.
           MOVE SP-WARNING-PCT      TO WARNING-PCT.
           MOVE SP-AGGREGATE-ATTACH TO AGGREGATE-ATTACH.
           MOVE SP-TREATY-MONTH     TO TREATY-MONTH.
           CLOSE STOPPARM.

       320-LOAD-POLMAST.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

           IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                DISPLAY 'ERROR READING POLMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL NO-MORE-POLMAST OR POL-IDX > 5000
                   ADD 1 TO POLMAST-COUNT
                   MOVE PM-POLICY-NO-I TO POL-POLICY-NO (POL-IDX)
                   MOVE PM-EFF-MMDD-I  TO POL-EFF-MMDD (POL-IDX)
                   READ POLMAST
                       AT END MOVE 'Y' TO POLMAST-EOF
                   END-READ
                   IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                        DISPLAY 'ERROR READING POLMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * A policy past the table's capacity would accumulate on the
      * wrong contract year, so overflow stops the run.
           IF NOT NO-MORE-POLMAST
                DISPLAY "ERROR: POLMAST HAS MORE THAN 5000 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE POLMAST.

      * Loads the accumulator master, dropping contract years whose
      * run-out period is over.
       330-LOAD-ACCUMULATORS.
           READ SLACCOLD INTO ACCUM-REC-WS
               AT END MOVE 'Y' TO SLACCOLD-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-SLACCOLD
               IF NOT AO-NORMAL
                    DISPLAY 'ERROR READING SLACCOLD'
                    GO TO 999-RETURN-ERR
               END-IF
               IF AR-CONTRACT-YEAR + RUNOUT-YEARS < BUSINESS-YEAR
                    ADD 1 TO ACCUM-RETIRED
               ELSE
                    IF ACCUM-COUNT >= 9999
                         DISPLAY "ERROR: SLACCOLD HAS MORE THAN 9999"
                             " ENTRIES"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO ACCUM-COUNT
                    MOVE AR-POLICY-NO
                        TO ACC-POLICY-NO (ACCUM-COUNT)
                    MOVE AR-CONTRACT-YEAR
                        TO ACC-CONTRACT-YEAR (ACCUM-COUNT)
                    MOVE AR-PAID-TO-DATE
                        TO ACC-PAID-TO-DATE (ACCUM-COUNT)
                    MOVE AR-CLAIMED-TO-DATE
                        TO ACC-CLAIMED-TO-DATE (ACCUM-COUNT)
                    MOVE AR-WARNED-SW
                        TO ACC-WARNED-SW (ACCUM-COUNT)
                    MOVE 'N' TO ACC-ACTIVITY-SW (ACCUM-COUNT)
               END-IF
               READ SLACCOLD INTO ACCUM-REC-WS
                   AT END MOVE 'Y' TO SLACCOLD-EOF
               END-READ
           END-PERFORM.

           CLOSE SLACCOLD.

       340-LOAD-RECEIPTS.
           READ RECVRCPT
               AT END MOVE 'Y' TO RECVRCPT-EOF
           END-READ.

           PERFORM VARYING RCT-IDX FROM 1 BY 1
               UNTIL NO-MORE-RECVRCPT OR RCT-IDX > 2000
                   ADD 1 TO RECEIPT-COUNT
                   MOVE RR-CLAIM-TYPE
                       TO RCT-CLAIM-TYPE (RCT-IDX)
                   MOVE RR-POLICY-NO
                       TO RCT-POLICY-NO (RCT-IDX)
                   MOVE RR-CONTRACT-YEAR
                       TO RCT-CONTRACT-YEAR (RCT-IDX)
                   MOVE RR-CLAIM-DATE
                       TO RCT-CLAIM-DATE (RCT-IDX)
                   MOVE RR-AMOUNT TO RCT-AMOUNT (RCT-IDX)
                   MOVE 'N' TO RCT-MATCHED (RCT-IDX)
                   READ RECVRCPT
                       AT END MOVE 'Y' TO RECVRCPT-EOF
                   END-READ
           END-PERFORM.

      * Recoveries past the table's capacity are drained and counted
      * instead of being silently ignored.
           PERFORM 345-COUNT-SKIPPED-RECEIPTS UNTIL NO-MORE-RECVRCPT.
           IF RECEIPT-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " RECEIPT-SKIPPED-COUNT
                    " RECOVERY(IES) EXCEEDED RECEIPT-TABLE CAPACITY OF"
                    " 2000 AND WERE NOT POSTED ***"
           END-IF.

           CLOSE RECVRCPT.

       345-COUNT-SKIPPED-RECEIPTS.
           ADD 1 TO RECEIPT-SKIPPED-COUNT.
           READ RECVRCPT
               AT END MOVE 'Y' TO RECVRCPT-EOF
           END-READ.

      * Both extracts end in a CONTROL record, which carries the
      * figures for the verify paragraphs and is not a payment.
       400-READ-CLAIMPD.
           READ CLAIMPD
               AT END MOVE 'Y' TO CLAIMPD-EOF
           END-READ.

           IF NOT (CPD-NORMAL OR NO-MORE-CLAIMPD)
                DISPLAY 'ERROR READING CLAIMPD'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-CLAIMPD
                  AND CLAIMPD-REC (1:7) = 'CONTROL'
                MOVE CLAIMPD-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO CPD-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO CPD-EXP-HASH
                MOVE 'Y' TO CPD-CTL-SEEN-SW
                GO TO 400-READ-CLAIMPD
           END-IF.

       410-READ-EXCPAYMT.
           READ EXCPAYMT
               AT END MOVE 'Y' TO EXCPAYMT-EOF
           END-READ.

           IF NOT (XP-NORMAL OR NO-MORE-EXCPAYMT)
                DISPLAY 'ERROR READING EXCPAYMT'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-EXCPAYMT
                  AND EXCPAYMT-REC (1:7) = 'CONTROL'
                MOVE EXCPAYMT-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO XP-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO XP-EXP-HASH
                MOVE 'Y' TO XP-CTL-SEEN-SW
                GO TO 410-READ-EXCPAYMT
           END-IF.

       420-READ-RECVOLD.
           READ RECVOLD INTO RECV-ITEM-WS
               AT END MOVE 'Y' TO RECVOLD-EOF
           END-READ.

           IF NOT (RO-NORMAL OR NO-MORE-RECVOLD)
                DISPLAY 'ERROR READING RECVOLD'
                GO TO 999-RETURN-ERR
           END-IF.

      * Each extract must end in a control record whose count and
      * hash match what was actually posted, or the run stops before
      * any master or recovery claim is written.
       430-VERIFY-CLAIMPD-CONTROL.
           IF NOT CPD-CTL-SEEN
                DISPLAY 'ERROR: CLAIMPD CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF CPD-VER-COUNT NOT = CPD-EXP-COUNT
                DISPLAY 'ERROR: CLAIMPD RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF CPD-VER-HASH NOT = CPD-EXP-HASH
                DISPLAY 'ERROR: CLAIMPD AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       435-VERIFY-EXCPAYMT-CONTROL.
           IF NOT XP-CTL-SEEN
                DISPLAY 'ERROR: EXCPAYMT CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF XP-VER-COUNT NOT = XP-EXP-COUNT
                DISPLAY 'ERROR: EXCPAYMT RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF XP-VER-HASH NOT = XP-EXP-HASH
                DISPLAY 'ERROR: EXCPAYMT AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

      * A recovery that matched no open claim posted nothing -- say
      * so, or the reinsurer's money sits unexplained.
       450-REPORT-UNMATCHED-RECEIPTS.
           PERFORM 460-CHECK-ONE-RECEIPT
               VARYING RCT-SUB FROM 1 BY 1
               UNTIL RCT-SUB > RECEIPT-COUNT.

       460-CHECK-ONE-RECEIPT.
           IF NOT RCT-IS-MATCHED (RCT-SUB)
                ADD 1 TO UNMATCHED-RCPT-COUNT
                MOVE RCT-CLAIM-TYPE (RCT-SUB)    TO RCV-TYPE
                MOVE RCT-POLICY-NO (RCT-SUB)     TO RCV-POLICY-NO
                MOVE RCT-CONTRACT-YEAR (RCT-SUB) TO RCV-CONTRACT-YEAR
                MOVE RCT-CLAIM-DATE (RCT-SUB)    TO RCV-CLAIM-DATE
                MOVE RCT-AMOUNT (RCT-SUB)        TO RCV-AMOUNT
                MOVE ZERO                        TO RCV-BALANCE
                MOVE ZERO                        TO RCV-DAYS
                MOVE 'RECOVERY UNMATCHED'        TO RCV-ACTION
                WRITE STOPRPT-REC FROM RECEIVABLE-LINE
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO STOPRPT-REC.
           WRITE STOPRPT-REC.
           MOVE PAID-POSTED-TOTAL     TO RPT-FOOT-PAID.
           MOVE CLAIMED-TONIGHT-TOTAL TO RPT-FOOT-CLAIMED.
           WRITE STOPRPT-REC FROM RPT-FOOTER-01.
           MOVE RECOVERED-TOTAL       TO RPT-FOOT-RECOVERED.
           MOVE OUTSTANDING-TOTAL     TO RPT-FOOT-OUTSTANDING.
           WRITE STOPRPT-REC FROM RPT-FOOTER-02.
           MOVE PAYMENTS-READ         TO RPT-FOOT-READ.
           MOVE PAYMENTS-NO-POLICY    TO RPT-FOOT-NO-POLICY.
           WRITE STOPRPT-REC FROM RPT-FOOTER-03.
           MOVE NEAR-ATTACH-COUNT     TO RPT-FOOT-NEAR.
           COMPUTE RPT-FOOT-CLAIMS =
               SPECIFIC-CLAIM-COUNT + AGGREGATE-CLAIM-COUNT.
           WRITE STOPRPT-REC FROM RPT-FOOTER-04.
           MOVE UNMATCHED-RCPT-COUNT  TO RPT-FOOT-UNMATCHED.
           MOVE ACCUM-RETIRED         TO RPT-FOOT-RETIRED.
           WRITE STOPRPT-REC FROM RPT-FOOTER-05.
           MOVE RECV-CLOSED           TO RPT-FOOT-RECV-CLOSED.
           MOVE RECV-CARRIED-OUT      TO RPT-FOOT-RECV-CARRIED.
           WRITE STOPRPT-REC FROM RPT-FOOTER-06.

      * Posts every recovery received against its claim, then closes
      * the item when the reinsurer has paid it or carries the
      * balance forward on the receivables list, aged from the claim
      * date.
       600-WORK-RECOVERY-ITEM.
           PERFORM 610-APPLY-RECEIPTS
               VARYING RCT-SUB FROM 1 BY 1
               UNTIL RCT-SUB > RECEIPT-COUNT.

           MOVE RI-CLAIM-TYPE     TO RCV-TYPE.
           MOVE RI-POLICY-NO      TO RCV-POLICY-NO.
           MOVE RI-CONTRACT-YEAR  TO RCV-CONTRACT-YEAR.
           MOVE RI-CLAIM-DATE     TO RCV-CLAIM-DATE.
           MOVE RI-AMOUNT-CLAIMED TO RCV-AMOUNT.
           MOVE RI-BALANCE        TO RCV-BALANCE.
           COMPUTE DAYS-OUTSTANDING =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE (RI-CLAIM-DATE).
           MOVE DAYS-OUTSTANDING  TO RCV-DAYS.

           IF RI-BALANCE <= ZERO
                ADD 1 TO RECV-CLOSED
                IF RI-BALANCE < ZERO
                     MOVE 'OVER-RECOVERED - REVIEW' TO RCV-ACTION
                ELSE
                     MOVE 'RECOVERED IN FULL' TO RCV-ACTION
                END-IF
                WRITE STOPRPT-REC FROM RECEIVABLE-LINE
           ELSE
                MOVE 'OUTSTANDING' TO RCV-ACTION
                WRITE STOPRPT-REC FROM RECEIVABLE-LINE
                WRITE RECVNEW-REC FROM RECV-ITEM-WS
                IF NOT RN-NORMAL
                     DISPLAY 'ERROR WRITING RECVNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO RECV-CARRIED-OUT
                ADD RI-BALANCE TO OUTSTANDING-TOTAL
           END-IF.

           PERFORM 420-READ-RECVOLD.

       610-APPLY-RECEIPTS.
           IF NOT RCT-IS-MATCHED (RCT-SUB)
              AND RCT-CLAIM-TYPE (RCT-SUB)    = RI-CLAIM-TYPE
              AND RCT-POLICY-NO (RCT-SUB)     = RI-POLICY-NO
              AND RCT-CONTRACT-YEAR (RCT-SUB) = RI-CONTRACT-YEAR
              AND RCT-CLAIM-DATE (RCT-SUB)    = RI-CLAIM-DATE
                MOVE 'Y' TO RCT-MATCHED (RCT-SUB)
                ADD RCT-AMOUNT (RCT-SUB) TO RI-AMOUNT-RECOVERED
                SUBTRACT RCT-AMOUNT (RCT-SUB) FROM RI-BALANCE
                ADD RCT-AMOUNT (RCT-SUB) TO RECOVERED-TOTAL
           END-IF.

       700-WRITE-ACCUMULATOR.
           INITIALIZE ACCUM-REC-WS.
           MOVE ACC-POLICY-NO (ACC-SUB)       TO AR-POLICY-NO.
           MOVE ACC-CONTRACT-YEAR (ACC-SUB)   TO AR-CONTRACT-YEAR.
           MOVE ACC-PAID-TO-DATE (ACC-SUB)    TO AR-PAID-TO-DATE.
           MOVE ACC-CLAIMED-TO-DATE (ACC-SUB) TO AR-CLAIMED-TO-DATE.
           MOVE ACC-WARNED-SW (ACC-SUB)       TO AR-WARNED-SW.
           WRITE SLACCNEW-REC FROM ACCUM-REC-WS.
           IF NOT AN-NORMAL
                DISPLAY 'ERROR WRITING SLACCNEW'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE CLAIMPD, EXCPAYMT, RECVOLD, SLACCNEW, RECVNEW,
                    RECVCLM, STOPRPT.

      * One run-control record for DAYBAL's nightly cross-foot: every
      * payment read posts, to its policy's contract year or (policy
      * not on POLMAST) to the calendar year.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'STOPLOSS'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE PAYMENTS-READ         TO LED-RECS-IN.
           MOVE PAYMENTS-POSTED       TO LED-RECS-OUT-PRIMARY.
           MOVE PAYMENTS-NO-POLICY    TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE CLAIMED-TONIGHT-TOTAL TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
