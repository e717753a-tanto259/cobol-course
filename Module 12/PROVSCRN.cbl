       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PROVSCRN.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PROVIDER BILLING OUTLIER SCREENING FOR SPECIAL
      ***** INVESTIGATIONS.
      *****
      ***** READS THE PAID-CLAIM HISTORY (CLMHIST) FOR THE SCREENING
      ***** WINDOW ON SCRNPARM -- PAYMENTS ONLY, A PAYMENT BACKED OUT
      ***** BY ITS REVERSAL DROPPED -- AND SORTS IT BY PROVIDER AND
      ***** POLICY TYPE.  FOR EACH PROVIDER WITHIN EACH POLICY TYPE
      ***** IT MEASURES:
      *****
      *****   - THE AVERAGE BILLED CLAIM AMOUNT;
      *****   - CLAIMS PER MEMBER (DISTINCT POLICIES BILLED FOR);
      *****   - THE SHARE OF CLAIMS WITH A WEEKEND OR HOLCAL HOLIDAY
      *****     BENEFIT DATE;
      *****
      ***** AND COMPARES EACH AGAINST THE PEER AVERAGE OF ALL
      ***** PROVIDERS BILLING THAT POLICY TYPE.  A PROVIDER WITH AT
      ***** LEAST THE MINIMUM CLAIM COUNT THAT RUNS OVER ANY OF THE
      ***** THREE PERCENT-OF-PEER THRESHOLDS IS FLAGGED AND LISTED
      ***** WITH ITS SUPPORTING CLAIMS ON SCRNRPT.
      *****
      ***** WHEN THE CARD ASKS FOR IT, FLAGGED PROVIDERS ARE ALSO
      ***** ADDED TO THE PRE-PAYMENT REVIEW LIST (PRVROLD IN, PRVRNEW
      ***** OUT, READ AS PRVREVW BY MEDCLAIM AND MEDPENDQ), AND THEIR
      ***** CLAIMS PEND INSTEAD OF PAYING.  SPECIAL INVESTIGATIONS
      ***** CLEARS A PROVIDER BY REMOVING ITS ENTRY FROM THE LIST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Screening window, thresholds and the review-list option.
           SELECT SCRNPARM
           ASSIGN TO SCRNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCRNPARM-ST.
      *  Paid-claim history MEDCLAIM maintains, read end to end in
      *  key order the way MEDYREND reads it.
           SELECT CLMHIST
           ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS CLMHIST-ST.
      *  Policy eligibility master, for each claim's policy type.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Holiday calendar, the same file MEDCLAIM and RECONCIL age
      *  with.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
      *  Provider master (see Copybooks/PROVREC.cpy), for names.
           SELECT PROVMAST
           ASSIGN TO PROVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMAST-ST.
      *  Pre-payment review list carried run to run.
           SELECT PRVROLD
           ASSIGN TO PRVROLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRVROLD-ST.
           SELECT PRVRNEW
           ASSIGN TO PRVRNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRVRNEW-ST.
           SELECT SCRNSORT
           ASSIGN TO SORTWK01.
      *  The window's screened claims in provider order, kept so the
      *  report can list a flagged provider's supporting claims once
      *  the peer averages are known.
           SELECT SCRNWORK
           ASSIGN TO SCRNWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCRNWORK-ST.
           SELECT SCRNRPT
           ASSIGN TO SCRNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCRNRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
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

      * A zero to-date screens through the business date and a zero
      * from-date the 90 days before the to-date.  Zero thresholds
      * take the shipped defaults: 150 percent of the peer average
      * claim amount, 150 percent of the peer claims per member, 200
      * percent of the peer weekend/holiday share, and at least 10
      * claims before a provider can be flagged at all.  'Y' in the
      * review option puts flagged providers on the pre-payment
      * review list; blank or 'N' reports only.
       FD  SCRNPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  SCRNPARM-REC.
           05  SP-FROM-DATE            PIC 9(08).
           05  SP-TO-DATE              PIC 9(08).
           05  SP-AVG-AMOUNT-PCT       PIC 9(03).
           05  SP-PER-MEMBER-PCT       PIC 9(03).
           05  SP-OFF-DAY-PCT          PIC 9(03).
           05  SP-MIN-CLAIMS           PIC 9(03).
           05  SP-REVIEW-OPTION        PIC X(01).
           05  FILLER                  PIC X(51).

       FD  CLMHIST
           RECORD CONTAINS 32 CHARACTERS.
       01  CLMHIST-REC.
           05  CH-KEY.
               10  CH-POLICY-NO-I      PIC 9(07).
               10  CH-CLAIM-AMOUNT-I   PIC S9(7)V99.
               10  CH-BENEFIT-DATE-I   PIC 9(08).
               10  CH-MEMBER-SUFFIX-I  PIC 9(02).
               10  CH-REC-TYPE-I       PIC X(01).
                    88  CH-PAYMENT-ENTRY        VALUES ' ', 'P'.
                    88  CH-REVERSAL-ENTRY       VALUE 'R'.
                    88  CH-ADJUSTMENT-ENTRY     VALUE 'A'.
           05  CH-PROVIDER-ID-I        PIC X(05).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  PM-EFF-DATE-I           PIC 9(08).
           05  PM-TERM-DATE-I          PIC 9(08).
           05  PM-STATUS-I             PIC X(01).
           05  PM-POLICY-TYPE-I        PIC 9(01).
           05  FILLER                  PIC X(05).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMAST-REC                PIC X(120).

      * Review-list entry: the provider, the date it was listed and
      * which measures flagged it ('A' average amount, 'M' claims per
      * member, 'W' weekend/holiday share).
       FD  PRVROLD
           RECORD CONTAINS 30 CHARACTERS.
       01  PRVROLD-REC.
           05  RVO-PROVIDER-ID         PIC X(05).
           05  RVO-LISTED-DATE         PIC 9(08).
           05  RVO-REASONS             PIC X(03).
           05  FILLER                  PIC X(14).

       FD  PRVRNEW
           RECORD CONTAINS 30 CHARACTERS.
       01  PRVRNEW-REC.
           05  RVN-PROVIDER-ID         PIC X(05).
           05  RVN-LISTED-DATE         PIC 9(08).
           05  RVN-REASONS             PIC X(03).
           05  FILLER                  PIC X(14).

       SD  SCRNSORT
           RECORD CONTAINS 40 CHARACTERS.
       01  SCRNSORT-REC.
           05  SRT-PROVIDER-ID         PIC X(05).
           05  SRT-POLICY-TYPE         PIC 9(01).
           05  SRT-POLICY-NO           PIC 9(07).
           05  SRT-BENEFIT-DATE        PIC 9(08).
           05  FILLER                  PIC X(19).

       FD  SCRNWORK
           RECORD CONTAINS 40 CHARACTERS.
       01  SCRNWORK-REC                PIC X(40).

       FD  SCRNRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  SCRNRPT-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY PROVREC.

      * One screened claim, as released to the sort and read back
      * from SCRNWORK.
       01  SCREEN-CLAIM-WS.
           05  SC-PROVIDER-ID          PIC X(05).
           05  SC-POLICY-TYPE          PIC 9(01).
           05  SC-POLICY-NO            PIC 9(07).
           05  SC-BENEFIT-DATE         PIC 9(08).
           05  SC-CLAIM-AMOUNT         PIC S9(7)V99.
           05  SC-OFF-DAY              PIC X(01).
               88  SC-WEEKEND                  VALUE 'W'.
               88  SC-HOLIDAY                  VALUE 'H'.
               88  SC-OFF-DAY-CLAIM            VALUES 'W', 'H'.
           05  FILLER                  PIC X(09).

       01  FLAGS.
           05  SCRNPARM-ST             PIC X(02).
               88  SP-NORMAL                           VALUE '00'.
           05  CLMHIST-ST              PIC X(02).
               88  CH-NORMAL                           VALUE '00'.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  PROVMAST-ST             PIC X(02).
               88  PRV-NORMAL                          VALUE '00'.
           05  PRVROLD-ST              PIC X(02).
               88  RVO-NORMAL                          VALUE '00'.
           05  PRVRNEW-ST              PIC X(02).
               88  RVN-NORMAL                          VALUE '00'.
           05  SCRNWORK-ST             PIC X(02).
               88  SW-NORMAL                           VALUE '00'.
           05  SCRNRPT-ST              PIC X(02).
               88  SR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  CLMHIST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLMHIST                     VALUE 'Y'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  PROVMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROVMAST                    VALUE 'Y'.
           05  PRVROLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PRVROLD                     VALUE 'Y'.
           05  SCRNWORK-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-SCRNWORK                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       77  FROM-DATE                   PIC 9(08)    VALUE 0.
       77  TO-DATE                     PIC 9(08)    VALUE 0.
       77  AVG-AMOUNT-PCT              PIC 9(03)    VALUE 150.
       77  PER-MEMBER-PCT              PIC 9(03)    VALUE 150.
       77  OFF-DAY-PCT                 PIC 9(03)    VALUE 200.
       77  MIN-CLAIMS                  PIC 9(03)    VALUE 10.
       77  REVIEW-OPTION-SW            PIC X(01)    VALUE 'N'.
           88  ADD-TO-REVIEW-LIST                   VALUE 'Y'.

      * A payment entry is held until the next entry is read: its
      * reversal, when there is one, follows it directly in key
      * order, and the pair drops out of the screening.
       01  HELD-PAYMENT-WS.
           05  HELD-POLICY-NO          PIC 9(07).
           05  HELD-CLAIM-AMOUNT       PIC S9(7)V99.
           05  HELD-BENEFIT-DATE       PIC 9(08).
           05  HELD-MEMBER-SUFFIX      PIC 9(02).
           05  HELD-PROVIDER-ID        PIC X(05).
       77  HELD-PAYMENT-SW             PIC X(01)    VALUE 'N'.
           88  PAYMENT-HELD                         VALUE 'Y'.

      * Policy number and type, loaded from POLMAST.
       01  POLICY-TYPE-TABLE.
           05  POLICY-TYPE-ITEM OCCURS 5000 TIMES
                   INDEXED BY PM-IDX.
               10  PM-POLICY-NO             PIC 9(07).
               10  PM-POLICY-TYPE           PIC 9(01).
       77  POLMAST-COUNT               PIC S9(04) COMP VALUE 0.
       77  POLMAST-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT               PIC S9(04) COMP VALUE 0.
       77  BENEFIT-DAY-INT             PIC 9(08).
       77  BENEFIT-DOW-WS              PIC 9(01).

       01  PROVIDER-TABLE.
           05  PROVIDER-ITEM OCCURS 200 TIMES
                   INDEXED BY PRV-IDX.
               10  PT-CODE                 PIC X(05).
               10  PT-NAME                 PIC X(30).
       77  PROVMAST-COUNT              PIC S9(04) COMP VALUE 0.

      * One entry per provider within a policy type, built in the
      * sorted order of SCRNWORK so the report pass can walk it with
      * a running subscript.
       01  UNIT-TABLE.
           05  UNIT-ITEM OCCURS 600 TIMES.
               10  UN-PROVIDER-ID          PIC X(05).
               10  UN-POLICY-TYPE          PIC 9(01).
               10  UN-CLAIMS               PIC 9(07).
               10  UN-MEMBERS              PIC 9(07).
               10  UN-OFF-DAY-CLAIMS       PIC 9(07).
               10  UN-DOLLARS              PIC S9(11)V99.
               10  UN-AVG-AMOUNT           PIC S9(7)V99.
               10  UN-PER-MEMBER           PIC 9(05)V99.
               10  UN-OFF-DAY-SHARE        PIC 9(03)V99.
               10  UN-AVG-RATIO            PIC 9(05).
               10  UN-MEMBER-RATIO         PIC 9(05).
               10  UN-OFF-DAY-RATIO        PIC 9(05).
               10  UN-REASONS              PIC X(03).
               10  UN-REASONS-R REDEFINES UN-REASONS.
                   15  UN-FLAG-AVG         PIC X(01).
                   15  UN-FLAG-MEMBER      PIC X(01).
                   15  UN-FLAG-OFF-DAY     PIC X(01).
       77  UNIT-COUNT                  PIC S9(04) COMP VALUE 0.
       77  UN-SUB                      PIC S9(04) COMP VALUE 0.

      * Peer totals by policy type (the type is the subscript).
       01  PEER-TABLE.
           05  PEER-ITEM OCCURS 9 TIMES.
               10  PR-PROVIDERS            PIC 9(05).
               10  PR-CLAIMS               PIC 9(07).
               10  PR-MEMBERS              PIC 9(07).
               10  PR-OFF-DAY-CLAIMS       PIC 9(07).
               10  PR-DOLLARS              PIC S9(11)V99.
               10  PR-AVG-AMOUNT           PIC S9(7)V99.
               10  PR-PER-MEMBER           PIC 9(05)V99.
               10  PR-OFF-DAY-SHARE        PIC 9(03)V99.
       77  PR-SUB                      PIC S9(04) COMP VALUE 0.

      * Pre-payment review list: tonight's PRVROLD plus any provider
      * flagged by this run when the card asks for it.
       01  REVIEW-LIST-TABLE.
           05  REVIEW-LIST-ITEM OCCURS 200 TIMES
                   INDEXED BY RV-IDX.
               10  RV-PROVIDER-ID          PIC X(05).
               10  RV-LISTED-DATE          PIC 9(08).
               10  RV-REASONS              PIC X(03).
       77  REVIEW-COUNT                PIC S9(04) COMP VALUE 0.
       77  RV-SUB                      PIC S9(04) COMP VALUE 0.

      * Control-break fields for the unit pass over SCRNWORK.
       77  FIRST-CLAIM-SW              PIC X(01)    VALUE 'Y'.
           88  FIRST-CLAIM                          VALUE 'Y'.
       77  BRK-PROVIDER-ID             PIC X(05).
       77  BRK-POLICY-TYPE             PIC 9(01).
       77  BRK-POLICY-NO               PIC 9(07).

       77  ENTRIES-READ                PIC 9(07) VALUE 0.
       77  CLAIMS-SCREENED             PIC 9(07) VALUE 0.
       77  ENTRIES-EXCLUDED            PIC 9(07) VALUE 0.
       77  ENTRIES-UNATTRIBUTED        PIC 9(07) VALUE 0.
       77  UNITS-FLAGGED               PIC 9(05) VALUE 0.
       77  REVIEW-ADDED-COUNT          PIC 9(05) VALUE 0.
       01  SCREENED-DOLLARS            PIC S9(11)V99 VALUE 0.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(35)
                    VALUE 'PROVIDER BILLING OUTLIER SCREENING'.
           05  FILLER                  PIC X(10)   VALUE '  WINDOW: '.
           05  HDR-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(04)   VALUE ' TO '.
           05  HDR-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(07)   VALUE '  RUN: '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(24)
                    VALUE 'FLAG THRESHOLDS (% PEER)'.
           05  FILLER                  PIC X(12)   VALUE '  AVG AMT: '.
           05  HDR-AVG-PCT             PIC ZZ9.
           05  FILLER                  PIC X(12)   VALUE '  PER MBR: '.
           05  HDR-MEMBER-PCT          PIC ZZ9.
           05  FILLER                  PIC X(12)   VALUE '  WKND/HOL: '.
           05  HDR-OFF-DAY-PCT         PIC ZZ9.
           05  FILLER                  PIC X(12)   VALUE '  MIN CLMS: '.
           05  HDR-MIN-CLAIMS          PIC ZZ9.

       01  PEER-SECTION-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'PEER AVERAGES BY POLICY TYPE'.

       01  PEER-HEADER-LINE.
           05  FILLER                  PIC X(06)   VALUE 'TYPE'.
           05  FILLER                  PIC X(11)   VALUE 'PROVIDERS'.
           05  FILLER                  PIC X(11)   VALUE 'CLAIMS'.
           05  FILLER                  PIC X(15)   VALUE 'AVG CLAIM'.
           05  FILLER                  PIC X(12)   VALUE 'CLMS/MBR'.
           05  FILLER                  PIC X(10)   VALUE 'WKND/HOL%'.

       01  PEER-DETAIL-LINE.
           05  PDL-POLICY-TYPE         PIC 9(01).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  PDL-PROVIDERS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  PDL-CLAIMS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  PDL-AVG-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  PDL-PER-MEMBER          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  PDL-OFF-DAY-SHARE       PIC ZZ9.99.

       01  FLAG-SECTION-LINE.
           05  FILLER                  PIC X(60)
                    VALUE 'FLAGGED PROVIDERS AND SUPPORTING CLAIMS'.

       01  FLAG-PROVIDER-LINE.
           05  FLP-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FLP-PROVIDER-NAME       PIC X(30).
           05  FILLER                  PIC X(14)
                    VALUE '  POLICY TYPE '.
           05  FLP-POLICY-TYPE         PIC 9(01).
           05  FILLER                  PIC X(10)   VALUE '  CLAIMS: '.
           05  FLP-CLAIMS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)   VALUE '  MEMBERS: '.
           05  FLP-MEMBERS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FLP-REVIEW-NOTE         PIC X(24).

       01  FLAG-MEASURE-LINE.
           05  FILLER                  PIC X(07)   VALUE SPACES.
           05  FLM-MEASURE             PIC X(20).
           05  FILLER                  PIC X(10)   VALUE 'PROVIDER: '.
           05  FLM-PROVIDER-VALUE      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08)   VALUE '  PEER: '.
           05  FLM-PEER-VALUE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FLM-RATIO               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09)   VALUE '% OF PEER'.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FLM-FLAG                PIC X(07).

       01  FLAG-CLAIM-LINE.
           05  FILLER                  PIC X(11)   VALUE SPACES.
           05  FLC-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FLC-BENEFIT-DATE        PIC 9(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FLC-CLAIM-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FLC-OFF-DAY             PIC X(07).

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(24)
                    VALUE 'HISTORY ENTRIES READ:'.
           05  FOOT-READ               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'CLAIMS SCREENED:'.
           05  FOOT-SCREENED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FOOT-SCREENED-AMT       PIC -$$,$$$,$$$,$$9.99.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(24)
                    VALUE 'OUTSIDE WINDOW/REVERSED:'.
           05  FOOT-EXCLUDED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'NO PROVIDER OR POLICY:'.
           05  FOOT-UNATTRIBUTED       PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(24)
                    VALUE 'PROVIDER/TYPES SCREENED:'.
           05  FOOT-UNITS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'PROVIDER/TYPES FLAGGED:'.
           05  FOOT-FLAGGED            PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(24)
                    VALUE 'ADDED TO REVIEW LIST:'.
           05  FOOT-REVIEW-ADDED       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'ON REVIEW LIST NOW:'.
           05  FOOT-REVIEW-COUNT       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT SCRNSORT
               ON ASCENDING KEY SRT-PROVIDER-ID
                                SRT-POLICY-TYPE
                                SRT-POLICY-NO
                                SRT-BENEFIT-DATE
               INPUT PROCEDURE IS 200-SELECT-CLAIMS
               GIVING SCRNWORK.
           CLOSE CLMHIST.
           PERFORM 240-BUILD-UNITS.
           PERFORM 260-COMPUTE-PEER-AVERAGES
               VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > 9.
           PERFORM 270-EVALUATE-UNIT
               VARYING UN-SUB FROM 1 BY 1
               UNTIL UN-SUB > UNIT-COUNT.
           PERFORM 550-PRINT-PEER-AVERAGES.
           PERFORM 280-LIST-FLAGGED-PROVIDERS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE PEER-TABLE.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-PARMS.
           PERFORM 320-LOAD-POLICY-TYPES.
           PERFORM 330-LOAD-HOLIDAYS.
           PERFORM 340-LOAD-PROVMAST.
           PERFORM 350-LOAD-REVIEW-LIST.

           MOVE FROM-DATE         TO HDR-FROM-DATE.
           MOVE TO-DATE           TO HDR-TO-DATE.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE SCRNRPT-REC FROM HEADER-LINE-01.
           MOVE AVG-AMOUNT-PCT    TO HDR-AVG-PCT.
           MOVE PER-MEMBER-PCT    TO HDR-MEMBER-PCT.
           MOVE OFF-DAY-PCT       TO HDR-OFF-DAY-PCT.
           MOVE MIN-CLAIMS        TO HDR-MIN-CLAIMS.
           WRITE SCRNRPT-REC FROM HEADER-LINE-02.
           MOVE SPACES TO SCRNRPT-REC.
           WRITE SCRNRPT-REC.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps that
      * night's business; absent a card the system date stands in.
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

      * Sort input: every history entry is read and lands in exactly
      * one count -- screened, excluded (outside the window, not a
      * payment, or a payment since reversed) or unattributed (no
      * provider on the entry, or a policy not on POLMAST).
       200-SELECT-CLAIMS.
           PERFORM 400-READ-CLMHIST.
           PERFORM 210-SELECT-ONE-ENTRY UNTIL NO-MORE-CLMHIST.
           PERFORM 220-RELEASE-HELD-PAYMENT.

       210-SELECT-ONE-ENTRY.
           ADD 1 TO ENTRIES-READ.
           EVALUATE TRUE
               WHEN CH-REVERSAL-ENTRY
                   IF PAYMENT-HELD
                          AND CH-POLICY-NO-I = HELD-POLICY-NO
                          AND CH-CLAIM-AMOUNT-I = HELD-CLAIM-AMOUNT
                          AND CH-BENEFIT-DATE-I = HELD-BENEFIT-DATE
                          AND CH-MEMBER-SUFFIX-I = HELD-MEMBER-SUFFIX
                        MOVE 'N' TO HELD-PAYMENT-SW
                        ADD 2 TO ENTRIES-EXCLUDED
                   ELSE
                        ADD 1 TO ENTRIES-EXCLUDED
                   END-IF
               WHEN CH-ADJUSTMENT-ENTRY
                   ADD 1 TO ENTRIES-EXCLUDED
               WHEN OTHER
                   PERFORM 220-RELEASE-HELD-PAYMENT
                   MOVE CH-POLICY-NO-I    TO HELD-POLICY-NO
                   MOVE CH-CLAIM-AMOUNT-I TO HELD-CLAIM-AMOUNT
                   MOVE CH-BENEFIT-DATE-I TO HELD-BENEFIT-DATE
                   MOVE CH-MEMBER-SUFFIX-I TO HELD-MEMBER-SUFFIX
                   MOVE CH-PROVIDER-ID-I  TO HELD-PROVIDER-ID
                   MOVE 'Y' TO HELD-PAYMENT-SW
           END-EVALUATE.
           PERFORM 400-READ-CLMHIST.

       220-RELEASE-HELD-PAYMENT.
           IF PAYMENT-HELD
                MOVE 'N' TO HELD-PAYMENT-SW
                EVALUATE TRUE
                    WHEN HELD-BENEFIT-DATE < FROM-DATE
                           OR HELD-BENEFIT-DATE > TO-DATE
                        ADD 1 TO ENTRIES-EXCLUDED
                    WHEN HELD-PROVIDER-ID = SPACES
                        ADD 1 TO ENTRIES-UNATTRIBUTED
                    WHEN OTHER
                        PERFORM 225-FIND-POLICY-TYPE
                        IF SC-POLICY-TYPE > ZERO
                             PERFORM 230-RELEASE-SCREEN-CLAIM
                        ELSE
                             ADD 1 TO ENTRIES-UNATTRIBUTED
                        END-IF
                END-EVALUATE
           END-IF.

       225-FIND-POLICY-TYPE.
           MOVE ZERO TO SC-POLICY-TYPE.
           SET PM-IDX TO 1.
           SEARCH POLICY-TYPE-ITEM VARYING PM-IDX
                AT END
                     CONTINUE
                WHEN PM-IDX > POLMAST-COUNT
                     CONTINUE
                WHEN PM-POLICY-NO (PM-IDX) = HELD-POLICY-NO
                     MOVE PM-POLICY-TYPE (PM-IDX) TO SC-POLICY-TYPE
           END-SEARCH.

      * Saturday and Sunday by day number, the way MEDCLAIM's
      * business-day count tells them; any other day on HOLCAL is a
      * holiday.
       230-RELEASE-SCREEN-CLAIM.
           MOVE HELD-PROVIDER-ID  TO SC-PROVIDER-ID.
           MOVE HELD-POLICY-NO    TO SC-POLICY-NO.
           MOVE HELD-BENEFIT-DATE TO SC-BENEFIT-DATE.
           MOVE HELD-CLAIM-AMOUNT TO SC-CLAIM-AMOUNT.
           MOVE SPACE             TO SC-OFF-DAY.

           COMPUTE BENEFIT-DAY-INT =
               FUNCTION INTEGER-OF-DATE (HELD-BENEFIT-DATE).
           COMPUTE BENEFIT-DOW-WS = FUNCTION MOD (BENEFIT-DAY-INT, 7).
           IF BENEFIT-DOW-WS = 6 OR BENEFIT-DOW-WS = 0
                SET SC-WEEKEND TO TRUE
           ELSE
                SET HOL-IDX TO 1
                SEARCH HOLIDAY-ITEM VARYING HOL-IDX
                     AT END
                          CONTINUE
                     WHEN HOL-IDX > HOLIDAY-COUNT
                          CONTINUE
                     WHEN HOL-DATE-INT (HOL-IDX) = BENEFIT-DAY-INT
                          SET SC-HOLIDAY TO TRUE
                END-SEARCH
           END-IF.

           RELEASE SCRNSORT-REC FROM SCREEN-CLAIM-WS.
           ADD 1 TO CLAIMS-SCREENED.
           ADD HELD-CLAIM-AMOUNT TO SCREENED-DOLLARS.

      * First pass over the sorted claims: one unit per provider
      * within a policy type, a member counted each time the policy
      * changes inside the unit.
       240-BUILD-UNITS.
           OPEN INPUT SCRNWORK
           IF NOT SW-NORMAL
                DISPLAY 'ERROR OPENING SCRNWORK'
                GO TO 999-RETURN-ERR.

           MOVE 'Y' TO FIRST-CLAIM-SW.
           PERFORM 420-READ-SCRNWORK.
           PERFORM 245-ACCUMULATE-CLAIM UNTIL NO-MORE-SCRNWORK.
           CLOSE SCRNWORK.

       245-ACCUMULATE-CLAIM.
           IF FIRST-CLAIM
                  OR SC-PROVIDER-ID NOT = BRK-PROVIDER-ID
                  OR SC-POLICY-TYPE NOT = BRK-POLICY-TYPE
                PERFORM 250-START-UNIT
           END-IF.

           IF SC-POLICY-NO NOT = BRK-POLICY-NO
                MOVE SC-POLICY-NO TO BRK-POLICY-NO
                ADD 1 TO UN-MEMBERS (UNIT-COUNT)
                ADD 1 TO PR-MEMBERS (SC-POLICY-TYPE)
           END-IF.

           ADD 1               TO UN-CLAIMS (UNIT-COUNT).
           ADD SC-CLAIM-AMOUNT TO UN-DOLLARS (UNIT-COUNT).
           ADD 1               TO PR-CLAIMS (SC-POLICY-TYPE).
           ADD SC-CLAIM-AMOUNT TO PR-DOLLARS (SC-POLICY-TYPE).
           IF SC-OFF-DAY-CLAIM
                ADD 1 TO UN-OFF-DAY-CLAIMS (UNIT-COUNT)
                ADD 1 TO PR-OFF-DAY-CLAIMS (SC-POLICY-TYPE)
           END-IF.

           PERFORM 420-READ-SCRNWORK.

      * A provider past the table would escape screening, so
      * overflow stops the run.
       250-START-UNIT.
           IF UNIT-COUNT >= 600
                DISPLAY "ERROR: MORE THAN 600 PROVIDER/POLICY TYPE "
                    "COMBINATIONS TO SCREEN"
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE 'N'            TO FIRST-CLAIM-SW.
           MOVE SC-PROVIDER-ID TO BRK-PROVIDER-ID.
           MOVE SC-POLICY-TYPE TO BRK-POLICY-TYPE.
           MOVE ZERO           TO BRK-POLICY-NO.
           ADD 1 TO UNIT-COUNT.
           INITIALIZE UNIT-ITEM (UNIT-COUNT).
           MOVE SC-PROVIDER-ID TO UN-PROVIDER-ID (UNIT-COUNT).
           MOVE SC-POLICY-TYPE TO UN-POLICY-TYPE (UNIT-COUNT).
           MOVE SPACES         TO UN-REASONS (UNIT-COUNT).
           ADD 1 TO PR-PROVIDERS (SC-POLICY-TYPE).

       260-COMPUTE-PEER-AVERAGES.
           IF PR-CLAIMS (PR-SUB) > ZERO
                COMPUTE PR-AVG-AMOUNT (PR-SUB) ROUNDED =
                    PR-DOLLARS (PR-SUB) / PR-CLAIMS (PR-SUB)
                COMPUTE PR-PER-MEMBER (PR-SUB) ROUNDED =
                    PR-CLAIMS (PR-SUB) / PR-MEMBERS (PR-SUB)
                COMPUTE PR-OFF-DAY-SHARE (PR-SUB) ROUNDED =
                    PR-OFF-DAY-CLAIMS (PR-SUB) * 100 /
                    PR-CLAIMS (PR-SUB)
           END-IF.

      * Each measure is expressed as a percent of its peer average.
      * A provider billing weekends or holidays where its peers bill
      * none at all is as far over as the ratio can show.  Below the
      * minimum claim count nothing is flagged -- a handful of claims
      * says nothing about a billing pattern.
       270-EVALUATE-UNIT.
           MOVE UN-POLICY-TYPE (UN-SUB) TO PR-SUB.
           COMPUTE UN-AVG-AMOUNT (UN-SUB) ROUNDED =
               UN-DOLLARS (UN-SUB) / UN-CLAIMS (UN-SUB).
           COMPUTE UN-PER-MEMBER (UN-SUB) ROUNDED =
               UN-CLAIMS (UN-SUB) / UN-MEMBERS (UN-SUB).
           COMPUTE UN-OFF-DAY-SHARE (UN-SUB) ROUNDED =
               UN-OFF-DAY-CLAIMS (UN-SUB) * 100 / UN-CLAIMS (UN-SUB).

           IF PR-AVG-AMOUNT (PR-SUB) > ZERO
                COMPUTE UN-AVG-RATIO (UN-SUB) ROUNDED =
                    UN-AVG-AMOUNT (UN-SUB) * 100 /
                    PR-AVG-AMOUNT (PR-SUB)
                    ON SIZE ERROR MOVE 99999 TO UN-AVG-RATIO (UN-SUB)
                END-COMPUTE
           END-IF.
           COMPUTE UN-MEMBER-RATIO (UN-SUB) ROUNDED =
               UN-PER-MEMBER (UN-SUB) * 100 / PR-PER-MEMBER (PR-SUB)
               ON SIZE ERROR MOVE 99999 TO UN-MEMBER-RATIO (UN-SUB)
           END-COMPUTE.
           IF PR-OFF-DAY-SHARE (PR-SUB) > ZERO
                COMPUTE UN-OFF-DAY-RATIO (UN-SUB) ROUNDED =
                    UN-OFF-DAY-SHARE (UN-SUB) * 100 /
                    PR-OFF-DAY-SHARE (PR-SUB)
                    ON SIZE ERROR
                        MOVE 99999 TO UN-OFF-DAY-RATIO (UN-SUB)
                END-COMPUTE
           ELSE
                IF UN-OFF-DAY-CLAIMS (UN-SUB) > ZERO
                     MOVE 99999 TO UN-OFF-DAY-RATIO (UN-SUB)
                END-IF
           END-IF.

           IF UN-CLAIMS (UN-SUB) >= MIN-CLAIMS
                IF UN-AVG-RATIO (UN-SUB) > AVG-AMOUNT-PCT
                     MOVE 'A' TO UN-FLAG-AVG (UN-SUB)
                END-IF
                IF UN-MEMBER-RATIO (UN-SUB) > PER-MEMBER-PCT
                     MOVE 'M' TO UN-FLAG-MEMBER (UN-SUB)
                END-IF
                IF UN-OFF-DAY-RATIO (UN-SUB) > OFF-DAY-PCT
                     MOVE 'W' TO UN-FLAG-OFF-DAY (UN-SUB)
                END-IF
           END-IF.

           IF UN-REASONS (UN-SUB) NOT = SPACES
                ADD 1 TO UNITS-FLAGGED
                IF ADD-TO-REVIEW-LIST
                     PERFORM 275-ADD-TO-REVIEW-LIST
                END-IF
           END-IF.

      * A provider already on the list keeps its original listing;
      * one flagged under two policy types is listed once.
       275-ADD-TO-REVIEW-LIST.
           MOVE 0 TO RV-SUB.
           SET RV-IDX TO 1.
           SEARCH REVIEW-LIST-ITEM VARYING RV-IDX
                AT END
                     CONTINUE
                WHEN RV-IDX > REVIEW-COUNT
                     CONTINUE
                WHEN RV-PROVIDER-ID (RV-IDX) = UN-PROVIDER-ID (UN-SUB)
                     SET RV-SUB TO RV-IDX
           END-SEARCH.

           IF RV-SUB = 0
                IF REVIEW-COUNT >= 200
                     DISPLAY "ERROR: PRE-PAYMENT REVIEW LIST WOULD "
                         "EXCEED 200 ENTRIES"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO REVIEW-COUNT
                ADD 1 TO REVIEW-ADDED-COUNT
                MOVE UN-PROVIDER-ID (UN-SUB)
                    TO RV-PROVIDER-ID (REVIEW-COUNT)
                MOVE BUSINESS-DATE-NUM TO RV-LISTED-DATE (REVIEW-COUNT)
                MOVE UN-REASONS (UN-SUB) TO RV-REASONS (REVIEW-COUNT)
           END-IF.

      * Second pass over the sorted claims: the units were built in
      * this same order, so the subscript steps forward at each
      * provider/type break, and a flagged unit prints its measures
      * and then every claim behind them.
       280-LIST-FLAGGED-PROVIDERS.
           MOVE SPACES TO SCRNRPT-REC.
           WRITE SCRNRPT-REC.
           WRITE SCRNRPT-REC FROM FLAG-SECTION-LINE.

           OPEN INPUT SCRNWORK
           IF NOT SW-NORMAL
                DISPLAY 'ERROR OPENING SCRNWORK'
                GO TO 999-RETURN-ERR.

           MOVE 'N' TO SCRNWORK-EOF.
           MOVE 'Y' TO FIRST-CLAIM-SW.
           MOVE 0   TO UN-SUB.
           PERFORM 420-READ-SCRNWORK.
           PERFORM 285-LIST-ONE-CLAIM UNTIL NO-MORE-SCRNWORK.
           CLOSE SCRNWORK.

       285-LIST-ONE-CLAIM.
           IF FIRST-CLAIM
                  OR SC-PROVIDER-ID NOT = BRK-PROVIDER-ID
                  OR SC-POLICY-TYPE NOT = BRK-POLICY-TYPE
                MOVE 'N'            TO FIRST-CLAIM-SW
                MOVE SC-PROVIDER-ID TO BRK-PROVIDER-ID
                MOVE SC-POLICY-TYPE TO BRK-POLICY-TYPE
                ADD 1 TO UN-SUB
                IF UN-REASONS (UN-SUB) NOT = SPACES
                     PERFORM 290-PRINT-FLAGGED-UNIT
                END-IF
           END-IF.

           IF UN-REASONS (UN-SUB) NOT = SPACES
                MOVE SC-POLICY-NO    TO FLC-POLICY-NO
                MOVE SC-BENEFIT-DATE TO FLC-BENEFIT-DATE
                MOVE SC-CLAIM-AMOUNT TO FLC-CLAIM-AMOUNT
                EVALUATE TRUE
                    WHEN SC-WEEKEND
                        MOVE 'WEEKEND' TO FLC-OFF-DAY
                    WHEN SC-HOLIDAY
                        MOVE 'HOLIDAY' TO FLC-OFF-DAY
                    WHEN OTHER
                        MOVE SPACES    TO FLC-OFF-DAY
                END-EVALUATE
                WRITE SCRNRPT-REC FROM FLAG-CLAIM-LINE
           END-IF.

           PERFORM 420-READ-SCRNWORK.

       290-PRINT-FLAGGED-UNIT.
           MOVE UN-POLICY-TYPE (UN-SUB) TO PR-SUB.
           MOVE SPACES TO SCRNRPT-REC.
           WRITE SCRNRPT-REC.

           MOVE UN-PROVIDER-ID (UN-SUB) TO FLP-PROVIDER-ID.
           MOVE '*** NOT ON PROVMAST ***' TO FLP-PROVIDER-NAME.
           SET PRV-IDX TO 1.
           SEARCH PROVIDER-ITEM VARYING PRV-IDX
                AT END
                     CONTINUE
                WHEN PRV-IDX > PROVMAST-COUNT
                     CONTINUE
                WHEN PT-CODE (PRV-IDX) = UN-PROVIDER-ID (UN-SUB)
                     MOVE PT-NAME (PRV-IDX) TO FLP-PROVIDER-NAME
           END-SEARCH.
           MOVE UN-POLICY-TYPE (UN-SUB) TO FLP-POLICY-TYPE.
           MOVE UN-CLAIMS (UN-SUB)      TO FLP-CLAIMS.
           MOVE UN-MEMBERS (UN-SUB)     TO FLP-MEMBERS.
           IF ADD-TO-REVIEW-LIST
                MOVE 'ON PRE-PAYMENT REVIEW' TO FLP-REVIEW-NOTE
           ELSE
                MOVE SPACES TO FLP-REVIEW-NOTE
           END-IF.
           WRITE SCRNRPT-REC FROM FLAG-PROVIDER-LINE.

           MOVE 'AVG CLAIM AMOUNT'        TO FLM-MEASURE.
           MOVE UN-AVG-AMOUNT (UN-SUB)    TO FLM-PROVIDER-VALUE.
           MOVE PR-AVG-AMOUNT (PR-SUB)    TO FLM-PEER-VALUE.
           MOVE UN-AVG-RATIO (UN-SUB)     TO FLM-RATIO.
           IF UN-FLAG-AVG (UN-SUB) = SPACE
                MOVE SPACES    TO FLM-FLAG
           ELSE
                MOVE '** OVER' TO FLM-FLAG
           END-IF.
           WRITE SCRNRPT-REC FROM FLAG-MEASURE-LINE.

           MOVE 'CLAIMS PER MEMBER'       TO FLM-MEASURE.
           MOVE UN-PER-MEMBER (UN-SUB)    TO FLM-PROVIDER-VALUE.
           MOVE PR-PER-MEMBER (PR-SUB)    TO FLM-PEER-VALUE.
           MOVE UN-MEMBER-RATIO (UN-SUB)  TO FLM-RATIO.
           IF UN-FLAG-MEMBER (UN-SUB) = SPACE
                MOVE SPACES    TO FLM-FLAG
           ELSE
                MOVE '** OVER' TO FLM-FLAG
           END-IF.
           WRITE SCRNRPT-REC FROM FLAG-MEASURE-LINE.

           MOVE 'WEEKEND/HOLIDAY %'       TO FLM-MEASURE.
           MOVE UN-OFF-DAY-SHARE (UN-SUB) TO FLM-PROVIDER-VALUE.
           MOVE PR-OFF-DAY-SHARE (PR-SUB) TO FLM-PEER-VALUE.
           MOVE UN-OFF-DAY-RATIO (UN-SUB) TO FLM-RATIO.
           IF UN-FLAG-OFF-DAY (UN-SUB) = SPACE
                MOVE SPACES    TO FLM-FLAG
           ELSE
                MOVE '** OVER' TO FLM-FLAG
           END-IF.
           WRITE SCRNRPT-REC FROM FLAG-MEASURE-LINE.

       300-OPEN-FILES.
           OPEN INPUT SCRNPARM
           IF NOT SP-NORMAL
                DISPLAY 'ERROR OPENING SCRNPARM'
                GO TO 999-RETURN-ERR.

           OPEN INPUT CLMHIST
           IF NOT CH-NORMAL
                DISPLAY 'ERROR OPENING CLMHIST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING POLMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT HOLCAL
           IF NOT HC-NORMAL
                DISPLAY 'ERROR OPENING HOLCAL'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PROVMAST
           IF NOT PRV-NORMAL
                DISPLAY 'ERROR OPENING PROVMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PRVROLD
           IF NOT RVO-NORMAL
                DISPLAY 'ERROR OPENING PRVROLD'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SCRNRPT
           IF NOT SR-NORMAL
                DISPLAY 'ERROR OPENING SCRNRPT'
                GO TO 999-RETURN-ERR.

       310-LOAD-PARMS.
           READ SCRNPARM
               AT END
                   DISPLAY "ERROR: SCRNPARM IS EMPTY"
                   GO TO 999-RETURN-ERR
           END-READ.

           IF SP-FROM-DATE NOT NUMERIC OR SP-TO-DATE NOT NUMERIC
               DISPLAY "ERROR: INVALID SCREENING WINDOW ON SCRNPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-AVG-AMOUNT-PCT NOT NUMERIC
                  OR SP-PER-MEMBER-PCT NOT NUMERIC
                  OR SP-OFF-DAY-PCT NOT NUMERIC
                  OR SP-MIN-CLAIMS NOT NUMERIC
               DISPLAY "ERROR: INVALID THRESHOLD ON SCRNPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-REVIEW-OPTION NOT = 'Y'
                  AND SP-REVIEW-OPTION NOT = 'N'
                  AND SP-REVIEW-OPTION NOT = SPACE
               DISPLAY "ERROR: INVALID REVIEW OPTION ON SCRNPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-TO-DATE = ZERO
                MOVE BUSINESS-DATE-NUM TO TO-DATE
           ELSE
                MOVE SP-TO-DATE TO TO-DATE
           END-IF.
           IF SP-FROM-DATE = ZERO
                COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (TO-DATE) - 90)
           ELSE
                MOVE SP-FROM-DATE TO FROM-DATE
           END-IF.
           IF FROM-DATE > TO-DATE
               DISPLAY "ERROR: INVALID SCREENING WINDOW ON SCRNPARM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF SP-AVG-AMOUNT-PCT > ZERO
                MOVE SP-AVG-AMOUNT-PCT TO AVG-AMOUNT-PCT
           END-IF.
           IF SP-PER-MEMBER-PCT > ZERO
                MOVE SP-PER-MEMBER-PCT TO PER-MEMBER-PCT
           END-IF.
           IF SP-OFF-DAY-PCT > ZERO
                MOVE SP-OFF-DAY-PCT TO OFF-DAY-PCT
           END-IF.
           IF SP-MIN-CLAIMS > ZERO
                MOVE SP-MIN-CLAIMS TO MIN-CLAIMS
           END-IF.
           IF SP-REVIEW-OPTION = 'Y'
                MOVE 'Y' TO REVIEW-OPTION-SW
           END-IF.
           CLOSE SCRNPARM.

       320-LOAD-POLICY-TYPES.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

           IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                DISPLAY 'ERROR READING POLMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL NO-MORE-POLMAST OR PM-IDX > 5000
                   ADD 1 TO POLMAST-COUNT
                   MOVE PM-POLICY-NO-I TO PM-POLICY-NO (PM-IDX)
                   IF PM-POLICY-TYPE-I NUMERIC
                        MOVE PM-POLICY-TYPE-I
                            TO PM-POLICY-TYPE (PM-IDX)
                   ELSE
                        MOVE ZERO TO PM-POLICY-TYPE (PM-IDX)
                   END-IF
                   READ POLMAST
                       AT END MOVE 'Y' TO POLMAST-EOF
                   END-READ
                   IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                        DISPLAY 'ERROR READING POLMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * A policy past the table only leaves its claims unattributed,
      * so overflow is counted and warned the way MEDPENDQ warns.
           PERFORM 325-COUNT-SKIPPED-POLMAST UNTIL NO-MORE-POLMAST.
           IF POLMAST-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " POLMAST-SKIPPED-COUNT
                    " POLICY(S) EXCEEDED POLICY-TYPE-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE POLMAST.

       325-COUNT-SKIPPED-POLMAST.
           ADD 1 TO POLMAST-SKIPPED-COUNT.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

       330-LOAD-HOLIDAYS.
           READ HOLCAL
               AT END MOVE 'Y' TO HOLCAL-EOF
           END-READ.

           PERFORM VARYING HOL-IDX FROM 1 BY 1
               UNTIL NO-MORE-HOLCAL OR HOL-IDX > 100
                   IF HC-HOLIDAY-DATE NUMERIC
                          AND HC-HOLIDAY-DATE > 0
                        ADD 1 TO HOLIDAY-COUNT
                        COMPUTE HOL-DATE-INT (HOLIDAY-COUNT) =
                            FUNCTION INTEGER-OF-DATE
                                (HC-HOLIDAY-DATE)
                   END-IF
                   READ HOLCAL
                       AT END MOVE 'Y' TO HOLCAL-EOF
                   END-READ
           END-PERFORM.

           CLOSE HOLCAL.

      * Flagged providers are listed by legal name where W-9 data is
      * on file, the short name otherwise.
       340-LOAD-PROVMAST.
           READ PROVMAST INTO PROV-REC
               AT END MOVE 'Y' TO PROVMAST-EOF
           END-READ.

           IF NOT (PRV-NORMAL OR NO-MORE-PROVMAST)
                DISPLAY 'ERROR READING PROVMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING PRV-IDX FROM 1 BY 1
               UNTIL NO-MORE-PROVMAST OR PRV-IDX > 200
                   ADD 1 TO PROVMAST-COUNT
                   MOVE PVR-CODE TO PT-CODE (PRV-IDX)
                   IF PVR-LEGAL-NAME = SPACES
                        MOVE PVR-NAME       TO PT-NAME (PRV-IDX)
                   ELSE
                        MOVE PVR-LEGAL-NAME TO PT-NAME (PRV-IDX)
                   END-IF
                   READ PROVMAST INTO PROV-REC
                       AT END MOVE 'Y' TO PROVMAST-EOF
                   END-READ
                   IF NOT (PRV-NORMAL OR NO-MORE-PROVMAST)
                        DISPLAY 'ERROR READING PROVMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

           IF NOT NO-MORE-PROVMAST
                DISPLAY "ERROR: PROVMAST HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PROVMAST.

      * The list carried in is kept whole; special investigations
      * clears a provider by taking its entry off.
       350-LOAD-REVIEW-LIST.
           READ PRVROLD
               AT END MOVE 'Y' TO PRVROLD-EOF
           END-READ.

           IF NOT (RVO-NORMAL OR NO-MORE-PRVROLD)
                DISPLAY 'ERROR READING PRVROLD'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING RV-IDX FROM 1 BY 1
               UNTIL NO-MORE-PRVROLD OR RV-IDX > 200
                   ADD 1 TO REVIEW-COUNT
                   MOVE RVO-PROVIDER-ID TO RV-PROVIDER-ID (RV-IDX)
                   MOVE RVO-LISTED-DATE TO RV-LISTED-DATE (RV-IDX)
                   MOVE RVO-REASONS     TO RV-REASONS (RV-IDX)
                   READ PRVROLD
                       AT END MOVE 'Y' TO PRVROLD-EOF
                   END-READ
                   IF NOT (RVO-NORMAL OR NO-MORE-PRVROLD)
                        DISPLAY 'ERROR READING PRVROLD'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

           IF NOT NO-MORE-PRVROLD
                DISPLAY "ERROR: PRVROLD HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PRVROLD.

       400-READ-CLMHIST.
           READ CLMHIST NEXT RECORD
               AT END MOVE 'Y' TO CLMHIST-EOF
           END-READ.

           IF NOT (CH-NORMAL OR NO-MORE-CLMHIST)
                DISPLAY 'ERROR READING CLMHIST, STATUS ' CLMHIST-ST
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-SCRNWORK.
           READ SCRNWORK INTO SCREEN-CLAIM-WS
               AT END MOVE 'Y' TO SCRNWORK-EOF
           END-READ.

           IF NOT (SW-NORMAL OR NO-MORE-SCRNWORK)
                DISPLAY 'ERROR READING SCRNWORK'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO SCRNRPT-REC.
           WRITE SCRNRPT-REC.
           MOVE ENTRIES-READ         TO FOOT-READ.
           MOVE CLAIMS-SCREENED      TO FOOT-SCREENED.
           MOVE SCREENED-DOLLARS     TO FOOT-SCREENED-AMT.
           WRITE SCRNRPT-REC FROM FOOTER-LINE-01.
           MOVE ENTRIES-EXCLUDED     TO FOOT-EXCLUDED.
           MOVE ENTRIES-UNATTRIBUTED TO FOOT-UNATTRIBUTED.
           WRITE SCRNRPT-REC FROM FOOTER-LINE-02.
           MOVE UNIT-COUNT           TO FOOT-UNITS.
           MOVE UNITS-FLAGGED        TO FOOT-FLAGGED.
           WRITE SCRNRPT-REC FROM FOOTER-LINE-03.
           MOVE REVIEW-ADDED-COUNT   TO FOOT-REVIEW-ADDED.
           MOVE REVIEW-COUNT         TO FOOT-REVIEW-COUNT.
           WRITE SCRNRPT-REC FROM FOOTER-LINE-04.

       550-PRINT-PEER-AVERAGES.
           WRITE SCRNRPT-REC FROM PEER-SECTION-LINE.
           MOVE SPACES TO SCRNRPT-REC.
           WRITE SCRNRPT-REC.
           WRITE SCRNRPT-REC FROM PEER-HEADER-LINE.
           PERFORM 555-PRINT-PEER-LINE
               VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > 9.

       555-PRINT-PEER-LINE.
           IF PR-CLAIMS (PR-SUB) > ZERO
                MOVE PR-SUB                   TO PDL-POLICY-TYPE
                MOVE PR-PROVIDERS (PR-SUB)    TO PDL-PROVIDERS
                MOVE PR-CLAIMS (PR-SUB)       TO PDL-CLAIMS
                MOVE PR-AVG-AMOUNT (PR-SUB)   TO PDL-AVG-AMOUNT
                MOVE PR-PER-MEMBER (PR-SUB)   TO PDL-PER-MEMBER
                MOVE PR-OFF-DAY-SHARE (PR-SUB) TO PDL-OFF-DAY-SHARE
                WRITE SCRNRPT-REC FROM PEER-DETAIL-LINE
           END-IF.

      * The review list goes out whole every run, so MEDCLAIM and
      * MEDPENDQ always read tonight's list.
       900-CLEANUP.
           OPEN OUTPUT PRVRNEW
           IF NOT RVN-NORMAL
                DISPLAY 'ERROR OPENING PRVRNEW'
                GO TO 999-RETURN-ERR.

           PERFORM 950-WRITE-REVIEW-ENTRY
               VARYING RV-SUB FROM 1 BY 1
               UNTIL RV-SUB > REVIEW-COUNT.
           CLOSE PRVRNEW.

           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE SCRNRPT.

      * One run-control record for DAYBAL's cross-foot: every history
      * entry read is screened, excluded or unattributed.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PROVSCRN'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE ENTRIES-READ          TO LED-RECS-IN.
           MOVE CLAIMS-SCREENED       TO LED-RECS-OUT-PRIMARY.
           MOVE ENTRIES-EXCLUDED      TO LED-RECS-OUT-SECONDARY.
           MOVE ENTRIES-UNATTRIBUTED  TO LED-RECS-REJECTED.
           MOVE SCREENED-DOLLARS      TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       950-WRITE-REVIEW-ENTRY.
           MOVE SPACES                   TO PRVRNEW-REC.
           MOVE RV-PROVIDER-ID (RV-SUB)  TO RVN-PROVIDER-ID.
           MOVE RV-LISTED-DATE (RV-SUB)  TO RVN-LISTED-DATE.
           MOVE RV-REASONS (RV-SUB)      TO RVN-REASONS.
           WRITE PRVRNEW-REC.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
