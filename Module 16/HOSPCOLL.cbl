       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOSPCOLL.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** COLLECTION AGENCY PLACEMENT AND RECOVERY RUN.
      *****
      ***** HOSPRECV WRITES A PATIENT BALANCE OFF TO BAD DEBT ONCE IT
      ***** HAS GONE UNPAID THE BADDEBT NUMBER OF BUSINESS DAYS PAST
      ***** ITS FINAL NOTICE, AND EXTRACTS EACH WRITE-OFF TO BDWOFF
      ***** (SEE COPYBOOKS/BDWOREC.CPY).  THIS RUN:
      *****
      *****   - PROVES BDWOFF WHOLE AGAINST ITS CONTROL TRAILER AND
      *****     PLACES EVERY WRITE-OFF WITH THE OUTSIDE COLLECTION
      *****     AGENCY ON AGYPLACE -- THE PATIENT'S ADDRMAST 'H'
      *****     ADDRESS, PATMAST NAME AND PHONE, AND THE BALANCE;
      *****   - CARRIES A PLACED-ACCOUNT MASTER FORWARD RUN TO RUN
      *****     (PLCOLD IN, PLCNEW OUT, THE HOSPRECV ARMOLD/ARMNEW
      *****     MOLD), KEYED BY PATIENT-NBR + ADMIT DATE;
      *****   - POSTS THE AGENCY'S RECOVERIES (AGYRECV) AGAINST THEIR
      *****     PLACED ACCOUNTS.  THE GROSS COLLECTED COMES OFF THE
      *****     PLACED BALANCE; THE NET OF THE AGENCY'S COMMISSION
      *****     POSTS TO GLPOST AS A BAD-DEBT RECOVERY FROM THE
      *****     HBDRECV ROW OF THE GLACCTS MAPPING, AND THE COMMISSION
      *****     AS COLLECTION EXPENSE FROM THE HBDCOMM ROW.  AN
      *****     ACCOUNT RECOVERED IN FULL LEAVES THE MASTER;
      *****   - PRINTS THE PLACED-ACCOUNT INVENTORY (COLLRPT) -- EVERY
      *****     ACCOUNT WITH THE AGENCY, WHAT WAS PLACED, COLLECTED,
      *****     KEPT AS COMMISSION AND STILL OUTSTANDING -- FOR THE
      *****     MONTHLY AGENCY RECONCILIATION.  A RECOVERY THAT
      *****     MATCHES NO PLACED ACCOUNT IS LISTED, NOT POSTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCOLD
           ASSIGN TO PLCOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLCOLD-ST.
           SELECT BDWOFF
           ASSIGN TO BDWOFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDWOFF-ST.
      *  The agency's remittance: patient, admit date, collection
      *  date, gross collected and the commission it kept.
           SELECT AGYRECV
           ASSIGN TO AGYRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGYRECV-ST.
           SELECT PATMAST
           ASSIGN TO PATMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATMAST-ST.
      *  Shared name-and-address master (see Copybooks/ADDRREC.cpy);
      *  only the 'H' patient entries are read.
           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
           SELECT PLCNEW
           ASSIGN TO PLCNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLCNEW-ST.
           SELECT AGYPLACE
           ASSIGN TO AGYPLACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGYPLACE-ST.
           SELECT COLLRPT
           ASSIGN TO COLLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COLLRPT-ST.
      *  GL account mapping and the shared journal-entry file (see
      *  Copybooks/GLPOST.cpy).
           SELECT GLACCTS
           ASSIGN TO GLACCTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACCTS-ST.
           SELECT GLPOST
           ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPOST-ST.
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
       FD  PLCOLD
           RECORD CONTAINS 100 CHARACTERS.
       01  PLCOLD-REC                  PIC X(100).

       FD  BDWOFF
           RECORD CONTAINS 60 CHARACTERS.
       01  BDWOFF-REC                  PIC X(60).

       FD  AGYRECV
           RECORD CONTAINS 40 CHARACTERS.
       01  AGYRECV-REC.
           05  AY-PATIENT-NBR          PIC 9(05).
           05  AY-ADMIT-DATE-NUM       PIC 9(08).
           05  AY-COLLECT-DATE         PIC 9(08).
           05  AY-COLLECTED            PIC 9(07)V99.
           05  AY-COMMISSION           PIC 9(07)V99.
           05  FILLER                  PIC X(01).

       FD  PATMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  PATMAST-REC.
           05  PM-PATIENT-NBR          PIC 9(05).
           05  PM-LNAME                PIC X(10).
           05  PM-FNAME                PIC X(10).
           05  PM-PHONE                PIC X(10).
           05  PM-COPAY                PIC S9(03).
           05  PM-DEDUCTIBLE           PIC S9(04).
           05  FILLER                  PIC X(38).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

       FD  PLCNEW
           RECORD CONTAINS 100 CHARACTERS.
       01  PLCNEW-REC                  PIC X(100).

      * One placement per written-off account, in the layout the
      * agency loads.
       FD  AGYPLACE
           RECORD CONTAINS 150 CHARACTERS.
       01  AGYPLACE-REC.
           05  AP-PATIENT-NBR          PIC 9(05).
           05  AP-ADMIT-DATE-NUM       PIC 9(08).
           05  AP-LNAME                PIC X(10).
           05  AP-FNAME                PIC X(10).
           05  AP-PHONE                PIC X(10).
           05  AP-ADDR-NAME            PIC X(25).
           05  AP-STREET               PIC X(25).
           05  AP-CITY                 PIC X(15).
           05  AP-STATE                PIC X(02).
           05  AP-ZIP                  PIC X(05).
           05  AP-BALANCE              PIC S9(7)V99.
           05  AP-FINAL-NOTICE-DATE    PIC 9(08).
           05  AP-PLACED-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).

       FD  COLLRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  COLLRPT-REC                 PIC X(133).

       FD  GLACCTS
           RECORD CONTAINS 30 CHARACTERS.
       01  GLACCTS-REC.
           05  GLA-CODE                PIC X(08).
           05  GLA-DEBIT-ACCT          PIC X(08).
           05  GLA-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(06).

       FD  GLPOST
           RECORD CONTAINS 50 CHARACTERS.
       01  GLPOST-OUT-REC              PIC X(50).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY BDWOREC.
           COPY CTLREC.
           COPY ADDRREC.
           COPY GLPOST.
           COPY RUNLEDG.

      * Placed-account work record: what went to the agency, what it
      * has collected and kept to date, and what is still out.
       01  PLACED-ACCT-WS.
           05  PA-PATIENT-NBR          PIC 9(05).
           05  PA-ADMIT-DATE-NUM       PIC 9(08).
           05  PA-LNAME                PIC X(10).
           05  PA-FNAME                PIC X(10).
           05  PA-PLACED-DATE          PIC 9(08).
           05  PA-PLACED-AMOUNT        PIC S9(7)V99.
           05  PA-COLLECTED            PIC S9(7)V99.
           05  PA-COMMISSION           PIC S9(7)V99.
           05  PA-BALANCE              PIC S9(7)V99.
           05  PA-LAST-RECOVERY-DATE   PIC 9(08).
           05  FILLER                  PIC X(15).

       01  FLAGS.
           05  PLCOLD-ST               PIC X(02).
               88  PO-NORMAL                           VALUE '00'.
           05  BDWOFF-ST               PIC X(02).
               88  BW-NORMAL                           VALUE '00'.
           05  AGYRECV-ST              PIC X(02).
               88  AY-NORMAL                           VALUE '00'.
           05  PATMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  AD-NORMAL                           VALUE '00'.
           05  PLCNEW-ST               PIC X(02).
               88  PN-NORMAL                           VALUE '00'.
           05  AGYPLACE-ST             PIC X(02).
               88  AP-NORMAL                           VALUE '00'.
           05  COLLRPT-ST              PIC X(02).
               88  CR-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GA-NORMAL                           VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  PLCOLD-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-PLCOLD                      VALUE 'Y'.
           05  BDWOFF-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-BDWOFF                      VALUE 'Y'.
           05  AGYRECV-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGYRECV                     VALUE 'Y'.
           05  PATMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PATMAST                     VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  PATIENT-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  PATIENT-ON-FILE                     VALUE 'Y'.
           05  ADDRESS-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  ADDRESS-ON-FILE                     VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Patient names and phones from PATMAST.
       01  PATIENT-TABLE.
           05  PATIENT-ITEM OCCURS 5000 TIMES
                   INDEXED BY PAT-IDX.
               10  PAT-PATIENT-NBR         PIC 9(05).
               10  PAT-LNAME               PIC X(10).
               10  PAT-FNAME               PIC X(10).
               10  PAT-PHONE               PIC X(10).
       77  PATIENT-COUNT               PIC S9(04) COMP VALUE 0.
       77  PATIENT-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.

      * Patient addresses ('H' entries of ADDRMAST).
       01  ADDRESS-TABLE.
           05  ADDRESS-ITEM OCCURS 5000 TIMES
                   INDEXED BY ADT-IDX.
               10  ADT-PATIENT-NBR     PIC 9(07).
               10  ADT-NAME            PIC X(25).
               10  ADT-STREET          PIC X(25).
               10  ADT-CITY            PIC X(15).
               10  ADT-STATE           PIC X(02).
               10  ADT-ZIP             PIC X(05).
       77  ADDRESS-COUNT               PIC S9(04) COMP VALUE 0.
       77  ADDRESS-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.

      * The agency's recoveries held in memory; each posts against
      * its placed account by patient + admit date and is flagged so
      * one that matches nothing can be reported.
       01  RECOVERY-TABLE.
           05  RECOVERY-ITEM OCCURS 2000 TIMES
                   INDEXED BY REC-IDX.
               10  RCV-PATIENT-NBR         PIC 9(05).
               10  RCV-ADMIT-DATE-NUM      PIC 9(08).
               10  RCV-COLLECT-DATE        PIC 9(08).
               10  RCV-COLLECTED           PIC 9(07)V99.
               10  RCV-COMMISSION          PIC 9(07)V99.
               10  RCV-MATCHED             PIC X(01).
                    88  RCV-IS-MATCHED             VALUE 'Y'.
       77  RECOVERY-COUNT              PIC S9(04) COMP VALUE 0.
       77  RECOVERY-SKIPPED-COUNT      PIC S9(04) COMP VALUE 0.
       77  RCV-SUB                     PIC S9(04) COMP VALUE 0.

      * Control figures for the BDWOFF trailer HOSPRECV writes.
       01  EXTRACT-CONTROL-TOTALS.
           05  BW-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  BW-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  BW-VER-COUNT            PIC 9(07)       VALUE 0.
           05  BW-VER-HASH             PIC S9(9)V99    VALUE 0.
       77  BW-CTL-SEEN-SW               PIC X(01) VALUE 'N'.
           88  BW-CTL-SEEN                           VALUE 'Y'.

      * GLACCTS rows for the recovery and the agency's commission.
       77  RECV-DEBIT-ACCT-WS          PIC X(08) VALUE SPACES.
       77  RECV-CREDIT-ACCT-WS         PIC X(08) VALUE SPACES.
       77  COMM-DEBIT-ACCT-WS          PIC X(08) VALUE SPACES.
       77  COMM-CREDIT-ACCT-WS         PIC X(08) VALUE SPACES.
       77  GL-DEBIT-ACCT-WS            PIC X(08).
       77  GL-CREDIT-ACCT-WS           PIC X(08).
       77  GL-AMOUNT-WS                PIC S9(9)V99.
       77  NET-RECOVERY-WS             PIC S9(7)V99.

       77  ACCOUNTS-CARRIED-IN         PIC 9(07)       VALUE 0.
       77  ACCOUNTS-PLACED             PIC 9(07)       VALUE 0.
       77  ACCOUNTS-CARRIED-OUT        PIC 9(07)       VALUE 0.
       77  ACCOUNTS-RECOVERED          PIC 9(07)       VALUE 0.
       77  NO-ADDRESS-COUNT            PIC 9(07)       VALUE 0.
       77  UNMATCHED-RCV-COUNT         PIC 9(07)       VALUE 0.
       01  PLACED-AMT-TOTAL            PIC S9(9)V99    VALUE 0.
       01  COLLECTED-TOTAL             PIC S9(9)V99    VALUE 0.
       01  COMMISSION-TOTAL            PIC S9(9)V99    VALUE 0.
       01  NET-RECOVERY-TOTAL          PIC S9(9)V99    VALUE 0.
       01  INVENTORY-BAL-TOTAL         PIC S9(9)V99    VALUE 0.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(38)
                    VALUE 'Collection Agency Placed-Account Inv.'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'RUN DATE  '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(07)       VALUE 'PATIENT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(21)       VALUE 'NAME'.
           05  FILLER                  PIC X(08)       VALUE 'ADMIT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'PLACED'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '   PLACED AMT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '    COLLECTED'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '   COMMISSION'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE '   OUTSTANDING'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(20)       VALUE 'STATUS'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(20)       VALUE ALL '-'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(20)       VALUE ALL '-'.

       01  CONTENT-LINE.
           05  CON-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  CON-LNAME               PIC X(10).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  CON-FNAME               PIC X(10).
           05  CON-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-PLACED-DATE         PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-PLACED-AMT          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-COLLECTED           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-COMMISSION          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-BALANCE             PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-STATUS              PIC X(20).

       01  UNMATCHED-LINE.
           05  UNM-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(21)
                    VALUE 'AGENCY RECOVERY'.
           05  UNM-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UNM-COLLECT-DATE        PIC 9(08).
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  UNM-COLLECTED           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UNM-COMMISSION          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  FILLER                  PIC X(20)
                    VALUE 'NOT PLACED - HELD'.

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(22)
                    VALUE 'PLACED TONIGHT:'.
           05  FOOTER-PLACED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'AMOUNT:'.
           05  FOOTER-PLACED-AMT       PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(22)
                    VALUE 'RECOVERED (GROSS):'.
           05  FOOTER-COLLECTED        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'COMMISSION:'.
           05  FOOTER-COMMISSION       PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'NET RECOVERY:'.
           05  FOOTER-NET              PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(22)
                    VALUE 'ACCOUNTS WITH AGENCY:'.
           05  FOOTER-OPEN             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'OUTSTANDING:'.
           05  FOOTER-OUTSTANDING      PIC -$$$,$$$,$$9.99.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(22)
                    VALUE 'RECOVERED IN FULL:'.
           05  FOOTER-RECOVERED        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'UNMATCHED:'.
           05  FOOTER-UNMATCHED        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-PLACED-ACCOUNT UNTIL NO-MORE-PLCOLD.
           PERFORM 220-PLACE-WRITE-OFF UNTIL NO-MORE-BDWOFF.
           PERFORM 280-VERIFY-BDWOFF-CONTROL.
           PERFORM 450-REPORT-UNMATCHED-RECOVERIES.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-PATIENTS.
           PERFORM 330-LOAD-ADDRESSES.
           PERFORM 340-LOAD-GL-MAP.
           PERFORM 350-LOAD-RECOVERIES.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-PLCOLD.
           PERFORM 420-READ-BDWOFF.

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

       200-WORK-PLACED-ACCOUNT.
           ADD 1 TO ACCOUNTS-CARRIED-IN.
           MOVE SPACES TO CON-STATUS.
           PERFORM 250-APPLY-RECOVERIES.
           PERFORM 260-CARRY-OR-CLOSE.
           PERFORM 400-READ-PLCOLD.

      * The BDWOFF control record carries HOSPRECV's count and hash;
      * every write-off accumulates toward the figures
      * 280-VERIFY-BDWOFF-CONTROL checks at end of file.
       220-PLACE-WRITE-OFF.
           IF BDWOFF-REC (1:7) = 'CONTROL'
                MOVE BDWOFF-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO BW-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO BW-EXP-HASH
                MOVE 'Y' TO BW-CTL-SEEN-SW
           ELSE
                MOVE BDWOFF-REC TO BAD-DEBT-REC
                ADD 1 TO BW-VER-COUNT
                ADD BW-AMOUNT TO BW-VER-HASH
                PERFORM 230-BUILD-PLACEMENT
                PERFORM 250-APPLY-RECOVERIES
                PERFORM 260-CARRY-OR-CLOSE
           END-IF.
           PERFORM 420-READ-BDWOFF.

      * A placement goes out with whatever the masters hold; one
      * with no 'H' address still goes (the agency skip-traces it)
      * and is flagged on the inventory for patient accounts.
       230-BUILD-PLACEMENT.
           PERFORM 240-FIND-PATIENT.

           INITIALIZE AGYPLACE-REC.
           MOVE BW-PATIENT-NBR        TO AP-PATIENT-NBR.
           MOVE BW-ADMIT-DATE-NUM     TO AP-ADMIT-DATE-NUM.
           IF PATIENT-ON-FILE
                MOVE PAT-LNAME (PAT-IDX) TO AP-LNAME
                MOVE PAT-FNAME (PAT-IDX) TO AP-FNAME
                MOVE PAT-PHONE (PAT-IDX) TO AP-PHONE
           END-IF.
           IF ADDRESS-ON-FILE
                MOVE ADT-NAME (ADT-IDX)   TO AP-ADDR-NAME
                MOVE ADT-STREET (ADT-IDX) TO AP-STREET
                MOVE ADT-CITY (ADT-IDX)   TO AP-CITY
                MOVE ADT-STATE (ADT-IDX)  TO AP-STATE
                MOVE ADT-ZIP (ADT-IDX)    TO AP-ZIP
                MOVE 'PLACED TONIGHT'     TO CON-STATUS
           ELSE
                ADD 1 TO NO-ADDRESS-COUNT
                MOVE 'PLACED - NO ADDRESS' TO CON-STATUS
           END-IF.
           MOVE BW-AMOUNT             TO AP-BALANCE.
           MOVE BW-FINAL-NOTICE-DATE  TO AP-FINAL-NOTICE-DATE.
           MOVE BUSINESS-DATE-NUM     TO AP-PLACED-DATE.
           WRITE AGYPLACE-REC.

           ADD 1 TO ACCOUNTS-PLACED.
           ADD BW-AMOUNT TO PLACED-AMT-TOTAL.

           INITIALIZE PLACED-ACCT-WS.
           MOVE BW-PATIENT-NBR        TO PA-PATIENT-NBR.
           MOVE BW-ADMIT-DATE-NUM     TO PA-ADMIT-DATE-NUM.
           MOVE AP-LNAME              TO PA-LNAME.
           MOVE AP-FNAME              TO PA-FNAME.
           MOVE BUSINESS-DATE-NUM     TO PA-PLACED-DATE.
           MOVE BW-AMOUNT             TO PA-PLACED-AMOUNT.
           MOVE ZERO                  TO PA-COLLECTED.
           MOVE ZERO                  TO PA-COMMISSION.
           MOVE BW-AMOUNT             TO PA-BALANCE.
           MOVE ZERO                  TO PA-LAST-RECOVERY-DATE.

       240-FIND-PATIENT.
           MOVE 'N' TO PATIENT-FOUND-SW.
           SET PAT-IDX TO 1.
           SEARCH PATIENT-ITEM
               AT END
                   CONTINUE
               WHEN PAT-IDX > PATIENT-COUNT
                   CONTINUE
               WHEN PAT-PATIENT-NBR (PAT-IDX) = BW-PATIENT-NBR
                   MOVE 'Y' TO PATIENT-FOUND-SW
           END-SEARCH.

           MOVE 'N' TO ADDRESS-FOUND-SW.
           SET ADT-IDX TO 1.
           SEARCH ADDRESS-ITEM
               AT END
                   CONTINUE
               WHEN ADT-IDX > ADDRESS-COUNT
                   CONTINUE
               WHEN ADT-PATIENT-NBR (ADT-IDX) = BW-PATIENT-NBR
                   MOVE 'Y' TO ADDRESS-FOUND-SW
           END-SEARCH.

      * Posts every matching agency recovery against the account:
      * the gross collected comes off the placed balance, the net
      * of commission is the bad-debt recovery, and the commission
      * is the agency's expense.
       250-APPLY-RECOVERIES.
           PERFORM VARYING RCV-SUB FROM 1 BY 1
               UNTIL RCV-SUB > RECOVERY-COUNT
               IF NOT RCV-IS-MATCHED (RCV-SUB)
                  AND RCV-PATIENT-NBR (RCV-SUB) = PA-PATIENT-NBR
                  AND RCV-ADMIT-DATE-NUM (RCV-SUB)
                      = PA-ADMIT-DATE-NUM
                   MOVE 'Y' TO RCV-MATCHED (RCV-SUB)
                   ADD RCV-COLLECTED (RCV-SUB)  TO PA-COLLECTED
                   ADD RCV-COMMISSION (RCV-SUB) TO PA-COMMISSION
                   SUBTRACT RCV-COLLECTED (RCV-SUB) FROM PA-BALANCE
                   MOVE RCV-COLLECT-DATE (RCV-SUB)
                                            TO PA-LAST-RECOVERY-DATE
                   COMPUTE NET-RECOVERY-WS =
                       RCV-COLLECTED (RCV-SUB)
                           - RCV-COMMISSION (RCV-SUB)
                   ADD RCV-COLLECTED (RCV-SUB)  TO COLLECTED-TOTAL
                   ADD RCV-COMMISSION (RCV-SUB) TO COMMISSION-TOTAL
                   ADD NET-RECOVERY-WS          TO NET-RECOVERY-TOTAL
                   MOVE RECV-DEBIT-ACCT-WS  TO GL-DEBIT-ACCT-WS
                   MOVE RECV-CREDIT-ACCT-WS TO GL-CREDIT-ACCT-WS
                   MOVE NET-RECOVERY-WS     TO GL-AMOUNT-WS
                   PERFORM 600-WRITE-GL-PAIR THRU 600-EXIT
                   MOVE COMM-DEBIT-ACCT-WS  TO GL-DEBIT-ACCT-WS
                   MOVE COMM-CREDIT-ACCT-WS TO GL-CREDIT-ACCT-WS
                   MOVE RCV-COMMISSION (RCV-SUB) TO GL-AMOUNT-WS
                   PERFORM 600-WRITE-GL-PAIR THRU 600-EXIT
                   IF CON-STATUS = SPACES
                       MOVE 'RECOVERY POSTED' TO CON-STATUS
                   END-IF
               END-IF
           END-PERFORM.

      * An account the agency has recovered in full leaves the
      * master; every other one is carried and listed.
       260-CARRY-OR-CLOSE.
           IF PA-BALANCE <= ZERO
                ADD 1 TO ACCOUNTS-RECOVERED
                MOVE 'RECOVERED IN FULL' TO CON-STATUS
           ELSE
                WRITE PLCNEW-REC FROM PLACED-ACCT-WS
                ADD 1 TO ACCOUNTS-CARRIED-OUT
                ADD PA-BALANCE TO INVENTORY-BAL-TOTAL
                IF CON-STATUS = SPACES
                     MOVE 'WITH AGENCY' TO CON-STATUS
                END-IF
           END-IF.
           PERFORM 270-PRINT-ACCOUNT-LINE.

       270-PRINT-ACCOUNT-LINE.
           MOVE PA-PATIENT-NBR        TO CON-PATIENT-NBR.
           MOVE PA-LNAME              TO CON-LNAME.
           MOVE PA-FNAME              TO CON-FNAME.
           MOVE PA-ADMIT-DATE-NUM     TO CON-ADMIT-DATE.
           MOVE PA-PLACED-DATE        TO CON-PLACED-DATE.
           MOVE PA-PLACED-AMOUNT      TO CON-PLACED-AMT.
           MOVE PA-COLLECTED          TO CON-COLLECTED.
           MOVE PA-COMMISSION         TO CON-COMMISSION.
           MOVE PA-BALANCE            TO CON-BALANCE.
           WRITE COLLRPT-REC FROM CONTENT-LINE.

      * The BDWOFF extract must end in a control record whose count
      * and hash match what was actually read, or the run stops.
       280-VERIFY-BDWOFF-CONTROL.
           IF NOT BW-CTL-SEEN
                DISPLAY 'ERROR: BDWOFF CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF BW-VER-COUNT NOT = BW-EXP-COUNT
                DISPLAY 'ERROR: BDWOFF RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF BW-VER-HASH NOT = BW-EXP-HASH
                DISPLAY 'ERROR: BDWOFF AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT PLCOLD
           IF NOT PO-NORMAL
                DISPLAY 'ERROR OPENING PLCOLD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT BDWOFF
           IF NOT BW-NORMAL
                DISPLAY 'ERROR OPENING BDWOFF'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PLCNEW
           IF NOT PN-NORMAL
                DISPLAY 'ERROR OPENING PLCNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT AGYPLACE
           IF NOT AP-NORMAL
                DISPLAY 'ERROR OPENING AGYPLACE'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT COLLRPT
           IF NOT CR-NORMAL
                DISPLAY 'ERROR OPENING COLLRPT'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

       320-LOAD-PATIENTS.
           OPEN INPUT PATMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING PATMAST'
                GO TO 999-RETURN-ERR.

           READ PATMAST
               AT END MOVE 'Y' TO PATMAST-EOF
           END-READ.

           PERFORM VARYING PAT-IDX FROM 1 BY 1
               UNTIL NO-MORE-PATMAST OR PAT-IDX > 5000
                   ADD 1 TO PATIENT-COUNT
                   MOVE PM-PATIENT-NBR TO PAT-PATIENT-NBR (PAT-IDX)
                   MOVE PM-LNAME       TO PAT-LNAME (PAT-IDX)
                   MOVE PM-FNAME       TO PAT-FNAME (PAT-IDX)
                   MOVE PM-PHONE       TO PAT-PHONE (PAT-IDX)
                   READ PATMAST
                       AT END MOVE 'Y' TO PATMAST-EOF
                   END-READ
           END-PERFORM.

           PERFORM 325-COUNT-SKIPPED-PATIENTS UNTIL NO-MORE-PATMAST.
           IF PATIENT-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " PATIENT-SKIPPED-COUNT
                    " PATIENT(S) EXCEEDED PATIENT-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE PATMAST.

       325-COUNT-SKIPPED-PATIENTS.
           ADD 1 TO PATIENT-SKIPPED-COUNT.
           READ PATMAST
               AT END MOVE 'Y' TO PATMAST-EOF
           END-READ.

      * Loads the 'H' (patient) entries of the address master; the
      * 'P' entries belong to the policyholder mailers.
       330-LOAD-ADDRESSES.
           OPEN INPUT ADDRMAST
           IF NOT AD-NORMAL
                DISPLAY 'ERROR OPENING ADDRMAST'
                GO TO 999-RETURN-ERR.

           READ ADDRMAST INTO ADDR-REC
               AT END MOVE 'Y' TO ADDRMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ADDRMAST
               IF ADR-PATIENT-ADDR
                    IF ADDRESS-COUNT >= 5000
                         ADD 1 TO ADDRESS-SKIPPED-COUNT
                    ELSE
                         ADD 1 TO ADDRESS-COUNT
                         MOVE ADR-KEY-NO
                             TO ADT-PATIENT-NBR (ADDRESS-COUNT)
                         MOVE ADR-NAME
                             TO ADT-NAME (ADDRESS-COUNT)
                         MOVE ADR-STREET
                             TO ADT-STREET (ADDRESS-COUNT)
                         MOVE ADR-CITY
                             TO ADT-CITY (ADDRESS-COUNT)
                         MOVE ADR-STATE
                             TO ADT-STATE (ADDRESS-COUNT)
                         MOVE ADR-ZIP
                             TO ADT-ZIP (ADDRESS-COUNT)
                    END-IF
               END-IF
               READ ADDRMAST INTO ADDR-REC
                   AT END MOVE 'Y' TO ADDRMAST-EOF
               END-READ
           END-PERFORM.

           IF ADDRESS-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " ADDRESS-SKIPPED-COUNT
                    " ADDRESS(ES) EXCEEDED ADDRESS-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE ADDRMAST.

      * The recovery and commission rows must both be on GLACCTS
      * before anything posts.
       340-LOAD-GL-MAP.
           OPEN INPUT GLACCTS
           IF NOT GA-NORMAL
                DISPLAY 'ERROR OPENING GLACCTS'
                GO TO 999-RETURN-ERR.

           READ GLACCTS
               AT END MOVE 'Y' TO GLACCTS-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-GLACCTS
               EVALUATE GLA-CODE
                   WHEN 'HBDRECV '
                       MOVE GLA-DEBIT-ACCT  TO RECV-DEBIT-ACCT-WS
                       MOVE GLA-CREDIT-ACCT TO RECV-CREDIT-ACCT-WS
                   WHEN 'HBDCOMM '
                       MOVE GLA-DEBIT-ACCT  TO COMM-DEBIT-ACCT-WS
                       MOVE GLA-CREDIT-ACCT TO COMM-CREDIT-ACCT-WS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ GLACCTS
                   AT END MOVE 'Y' TO GLACCTS-EOF
               END-READ
           END-PERFORM.
           CLOSE GLACCTS.

           IF RECV-DEBIT-ACCT-WS = SPACES
                DISPLAY 'ERROR: NO HBDRECV MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

           IF COMM-DEBIT-ACCT-WS = SPACES
                DISPLAY 'ERROR: NO HBDCOMM MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

       350-LOAD-RECOVERIES.
           OPEN INPUT AGYRECV
           IF NOT AY-NORMAL
                DISPLAY 'ERROR OPENING AGYRECV'
                GO TO 999-RETURN-ERR.

           READ AGYRECV
               AT END MOVE 'Y' TO AGYRECV-EOF
           END-READ.

           PERFORM VARYING REC-IDX FROM 1 BY 1
               UNTIL NO-MORE-AGYRECV OR REC-IDX > 2000
                   ADD 1 TO RECOVERY-COUNT
                   MOVE AY-PATIENT-NBR
                       TO RCV-PATIENT-NBR (REC-IDX)
                   MOVE AY-ADMIT-DATE-NUM
                       TO RCV-ADMIT-DATE-NUM (REC-IDX)
                   MOVE AY-COLLECT-DATE
                       TO RCV-COLLECT-DATE (REC-IDX)
                   MOVE AY-COLLECTED  TO RCV-COLLECTED (REC-IDX)
                   MOVE AY-COMMISSION TO RCV-COMMISSION (REC-IDX)
                   MOVE 'N' TO RCV-MATCHED (REC-IDX)
                   READ AGYRECV
                       AT END MOVE 'Y' TO AGYRECV-EOF
                   END-READ
           END-PERFORM.

      * Recoveries past the table's capacity are drained and counted
      * instead of being silently ignored.
           PERFORM 355-COUNT-SKIPPED-RECOVERIES UNTIL NO-MORE-AGYRECV.
           IF RECOVERY-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " RECOVERY-SKIPPED-COUNT
                    " RECOVERY(S) EXCEEDED RECOVERY-TABLE CAPACITY OF"
                    " 2000 AND WERE NOT POSTED ***"
           END-IF.

           CLOSE AGYRECV.

       355-COUNT-SKIPPED-RECOVERIES.
           ADD 1 TO RECOVERY-SKIPPED-COUNT.
           READ AGYRECV
               AT END MOVE 'Y' TO AGYRECV-EOF
           END-READ.

       400-READ-PLCOLD.
           READ PLCOLD INTO PLACED-ACCT-WS
               AT END MOVE 'Y' TO PLCOLD-EOF
           END-READ.

           IF NOT (PO-NORMAL OR NO-MORE-PLCOLD)
                DISPLAY 'ERROR READING PLCOLD'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-BDWOFF.
           READ BDWOFF
               AT END MOVE 'Y' TO BDWOFF-EOF
           END-READ.

           IF NOT (BW-NORMAL OR NO-MORE-BDWOFF)
                DISPLAY 'ERROR READING BDWOFF'
                GO TO 999-RETURN-ERR
           END-IF.

      * A recovery that matched no placed account posted nothing --
      * list it so the agency statement can be squared by hand.
       450-REPORT-UNMATCHED-RECOVERIES.
           PERFORM 460-CHECK-ONE-RECOVERY
               VARYING RCV-SUB FROM 1 BY 1
               UNTIL RCV-SUB > RECOVERY-COUNT.

       460-CHECK-ONE-RECOVERY.
           IF NOT RCV-IS-MATCHED (RCV-SUB)
                ADD 1 TO UNMATCHED-RCV-COUNT
                MOVE RCV-PATIENT-NBR (RCV-SUB)    TO UNM-PATIENT-NBR
                MOVE RCV-ADMIT-DATE-NUM (RCV-SUB) TO UNM-ADMIT-DATE
                MOVE RCV-COLLECT-DATE (RCV-SUB)   TO UNM-COLLECT-DATE
                MOVE RCV-COLLECTED (RCV-SUB)      TO UNM-COLLECTED
                MOVE RCV-COMMISSION (RCV-SUB)     TO UNM-COMMISSION
                WRITE COLLRPT-REC FROM UNMATCHED-LINE
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO COLLRPT-REC.
           WRITE COLLRPT-REC.
           MOVE ACCOUNTS-PLACED      TO FOOTER-PLACED.
           MOVE PLACED-AMT-TOTAL     TO FOOTER-PLACED-AMT.
           WRITE COLLRPT-REC FROM FOOTER-LINE-01.
           MOVE COLLECTED-TOTAL      TO FOOTER-COLLECTED.
           MOVE COMMISSION-TOTAL     TO FOOTER-COMMISSION.
           MOVE NET-RECOVERY-TOTAL   TO FOOTER-NET.
           WRITE COLLRPT-REC FROM FOOTER-LINE-02.
           MOVE ACCOUNTS-CARRIED-OUT TO FOOTER-OPEN.
           MOVE INVENTORY-BAL-TOTAL  TO FOOTER-OUTSTANDING.
           WRITE COLLRPT-REC FROM FOOTER-LINE-03.
           MOVE ACCOUNTS-RECOVERED   TO FOOTER-RECOVERED.
           MOVE UNMATCHED-RCV-COUNT  TO FOOTER-UNMATCHED.
           WRITE COLLRPT-REC FROM FOOTER-LINE-04.

       550-PRINT-HEADERS.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE COLLRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO COLLRPT-REC.
           WRITE COLLRPT-REC.
           WRITE COLLRPT-REC FROM HEADER-LINE-02.
           WRITE COLLRPT-REC FROM HEADER-LINE-03.

      * One balanced debit/credit pair onto GLPOST; GLCONSOL collects
      * and balances the night's entries.
       600-WRITE-GL-PAIR.
           IF GL-AMOUNT-WS = ZERO
                GO TO 600-EXIT.

           INITIALIZE GLPOST-REC.
           MOVE 'HOSPCOLL'            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE GL-AMOUNT-WS          TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'HOSPCOLL'            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE GL-AMOUNT-WS          TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

       600-EXIT.
           EXIT.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE PLCOLD, BDWOFF, PLCNEW, AGYPLACE, COLLRPT, GLPOST.

      * One run-control record for DAYBAL's nightly cross-foot:
      * accounts worked (carried in plus placed tonight) must equal
      * those carried forward plus those recovered in full.  The
      * dollars are the night's net recoveries.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'HOSPCOLL'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN =
               ACCOUNTS-CARRIED-IN + ACCOUNTS-PLACED.
           MOVE ACCOUNTS-CARRIED-OUT  TO LED-RECS-OUT-PRIMARY.
           MOVE ACCOUNTS-RECOVERED    TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE NET-RECOVERY-TOTAL    TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
