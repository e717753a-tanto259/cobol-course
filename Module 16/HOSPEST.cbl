       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOSPEST.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PRE-ADMISSION PATIENT COST ESTIMATE RUN.
      *****
      ***** READS THE ADMITTING DESK'S SCHEDULE OF ELECTIVE
      ***** ADMISSIONS (SCHEDADM, SEE COPYBOOKS/SCHDREC.CPY) AND
      ***** QUOTES EACH PATIENT WHAT THE STAY SHOULD COST THEM:
      *****
      *****   - THE EXPECTED STAY IS THE DIAGNOSTIC CODE'S LENGTH ON
      *****     DIAGTHR, PRICED AT THE ROOMRATE PER DIEM IN EFFECT ON
      *****     THE PLANNED DATE;
      *****   - THE INSURANCE SHARE IS THE INSTYPE COVERAGE PERCENT IN
      *****     EFFECT ON THE PLANNED DATE (THE SAME EFFECTIVE-DATED
      *****     SELECTION HOSPEDIT PRICES THE ACTUAL STAY WITH);
      *****   - THE PATIENT'S SHARE IS THE COPAY AND DEDUCTIBLE ON
      *****     PATMAST, TOTALED THE WAY HOSPSTMT TOTALS THE BILL.
      *****
      ***** EACH NEW QUOTE PRINTS AN ESTIMATE LETTER (ESTLTR) TO THE
      ***** PATIENT'S ADDRMAST 'H' ADDRESS AND IS KEPT ON THE
      ***** ESTIMATE FILE (ESTMAST IN, ESTMSTO OUT -- SEE
      ***** COPYBOOKS/ESTREC.CPY) SO HOSPSTMT CAN SHOW ESTIMATE
      ***** AGAINST ACTUAL ON THE FINAL BILL.  A BOOKING ALREADY
      ***** QUOTED IS NOT QUOTED AGAIN UNLESS ITS DIAGNOSIS, ROOM
      ***** TYPE OR INSURANCE TYPE HAS CHANGED, IN WHICH CASE A
      ***** REVISED LETTER REPLACES THE EARLIER ESTIMATE.  AN ENTRY
      ***** THAT CANNOT BE PRICED OR MAILED IS LISTED ON THE ESTIMATE
      ***** REPORT (ESTRPT) WITH THE REASON AND NO LETTER GOES OUT.
      *****
      ***** ESTIMATES ARE PURGED FROM THE FILE ONCE THEIR PLANNED
      ***** DATE IS MORE THAN THE ESTKEEP NUMBER OF DAYS (AGETAB)
      ***** BEHIND THE BUSINESS DATE, LONG ENOUGH FOR THE STAY TO
      ***** HAVE BEEN BILLED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Tonight's full schedule of elective admissions.
           SELECT SCHEDADM
           ASSIGN TO SCHEDADM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHEDADM-ST.
      *  The estimate file as the last run left it, and the new one
      *  this run writes.
           SELECT ESTMAST
           ASSIGN TO ESTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTMAST-ST.
           SELECT ESTMSTO
           ASSIGN TO ESTMSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTMSTO-ST.
      *  Patient master maintained by PATMAINT, for the copay and
      *  deductible.
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
      *  The pricing tables HOSPEDIT prices the actual stay from.
           SELECT DIAGTHR
           ASSIGN TO DIAGTHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIAGTHR-ST.
           SELECT ROOMRATE
           ASSIGN TO ROOMRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROOMRATE-ST.
           SELECT INSTYPE
           ASSIGN TO INSTYPE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INSTYPE-ST.
           SELECT ESTLTR
           ASSIGN TO ESTLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTLTR-ST.
           SELECT ESTRPT
           ASSIGN TO ESTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTRPT-ST.
      *  The estimate retention period.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
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

       FD  SCHEDADM
           RECORD CONTAINS 80 CHARACTERS.
       01  SCHEDADM-REC                PIC X(80).

       FD  ESTMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMAST-REC                 PIC X(80).

       FD  ESTMSTO
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMSTO-REC                 PIC X(80).

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

       FD  DIAGTHR
           RECORD CONTAINS 80 CHARACTERS.
       01  DIAGTHR-REC.
           05  DT-DIAG-CODE            PIC 9(03).
           05  DT-MAX-STAY             PIC 9(03).
           05  DT-DESC                 PIC X(30).
           05  DT-CATEGORY             PIC X(10).
           05  FILLER                  PIC X(34).

       FD  ROOMRATE
           RECORD CONTAINS 80 CHARACTERS.
       01  ROOMRATE-REC.
           05  RT-ROOM-TYPE            PIC X(01).
           05  RT-PER-DIEM             PIC 9(05)V99.
           05  RT-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(64).

       FD  INSTYPE
           RECORD CONTAINS 80 CHARACTERS.
       01  INSTYPE-REC.
           05  IT-INS-TYPE             PIC X(03).
           05  IT-COVERAGE-PERC        PIC 9(03).
           05  IT-ACTIVE-FLAG          PIC X(01).
           05  IT-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(65).

       FD  ESTLTR
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTLTR-REC                  PIC X(80).

       FD  ESTRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  ESTRPT-REC                  PIC X(133).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY ADDRREC.
           COPY SCHDREC.
           COPY ESTREC.

       01  FLAGS.
           05  SCHEDADM-ST             PIC X(02).
               88  SA-NORMAL                           VALUE '00'.
           05  ESTMAST-ST              PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  ESTMSTO-ST              PIC X(02).
               88  EO-NORMAL                           VALUE '00'.
           05  PATMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  AD-NORMAL                           VALUE '00'.
           05  DIAGTHR-ST              PIC X(02).
               88  DT-NORMAL                           VALUE '00'.
           05  ROOMRATE-ST             PIC X(02).
               88  RR-NORMAL                           VALUE '00'.
           05  INSTYPE-ST              PIC X(02).
               88  IT-NORMAL                           VALUE '00'.
           05  ESTLTR-ST               PIC X(02).
               88  EL-NORMAL                           VALUE '00'.
           05  ESTRPT-ST               PIC X(02).
               88  ER-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  SCHEDADM-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-SCHEDADM                    VALUE 'Y'.
           05  ESTMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-ESTMAST                     VALUE 'Y'.
           05  PATMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PATMAST                     VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  DIAGTHR-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-DIAGTHR                     VALUE 'Y'.
           05  ROOMRATE-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ROOMRATE                    VALUE 'Y'.
           05  INSTYPE-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-INSTYPE                     VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  ESTIMATE-FOUND-SW       PIC X(01)       VALUE 'N'.
               88  ESTIMATE-ON-FILE                    VALUE 'Y'.
           05  PATIENT-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  PATIENT-ON-FILE                     VALUE 'Y'.
           05  ADDRESS-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  ADDRESS-ON-FILE                     VALUE 'Y'.
           05  DIAG-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  DIAG-ON-FILE                        VALUE 'Y'.
           05  ROOM-RATE-FOUND-SW      PIC X(01)       VALUE 'N'.
               88  ROOM-RATE-ON-FILE                   VALUE 'Y'.
           05  INS-RATE-FOUND-SW       PIC X(01)       VALUE 'N'.
               88  INS-RATE-ON-FILE                    VALUE 'Y'.
           05  PLANNED-DATE-OK-SW      PIC X(01)       VALUE 'N'.
               88  PLANNED-DATE-OK                     VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       01  PLANNED-DATE-WS.
           05  PLANNED-DATE-NUM        PIC 9(08).
           05  PLANNED-DATE-PARTS REDEFINES PLANNED-DATE-NUM.
               10  PD-YEAR             PIC 9(04).
               10  PD-MONTH            PIC 9(02).
               10  PD-DAY              PIC 9(02).

      * The estimate file held in memory while tonight's schedule is
      * quoted, keyed by patient and planned date.  A new quote is
      * added at the end; a revised one overwrites its entry.
       01  ESTIMATE-TABLE.
           05  EST-ITEM OCCURS 2000 TIMES
                   INDEXED BY EST-IDX.
               10  EST-RECORD-IMAGE        PIC X(80).
               10  EST-KEY-VIEW REDEFINES EST-RECORD-IMAGE.
                   15  EST-PATIENT-NBR     PIC 9(05).
                   15  EST-PLANNED-DATE    PIC 9(08).
                   15  EST-DIAG-CODE       PIC 9(03).
                   15  EST-ROOM-TYPE       PIC X(01).
                   15  EST-INS-TYPE        PIC X(03).
                   15  FILLER              PIC X(60).
       77  EST-MAX                     PIC S9(04) COMP VALUE 2000.
       77  EST-COUNT                   PIC S9(04) COMP VALUE 0.
       77  EST-SKIPPED-COUNT           PIC S9(04) COMP VALUE 0.
       77  EST-FOUND-SUB               PIC S9(04) COMP VALUE 0.
       77  EST-SUB                     PIC S9(04) COMP VALUE 0.

      * Patient copay and deductible from PATMAST -- the same 2000
      * capacity HOSPEDIT loads.
       01  PATIENT-TABLE.
           05  PATIENT-ITEM OCCURS 2000 TIMES
                   INDEXED BY PMT-IDX.
               10  PMT-PATIENT-NBR         PIC 9(05).
               10  PMT-COPAY               PIC S9(03).
               10  PMT-DEDUCTIBLE          PIC S9(04).
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

      * Length of stay by diagnostic code, as HOSPEDIT loads it.
       01  DIAG-THRESHOLD-TABLE.
           05  DIAG-THRESHOLD-ITEM OCCURS 200 TIMES
                   INDEXED BY DGT-IDX.
               10  DGT-DIAG-CODE           PIC 9(03).
               10  DGT-MAX-STAY            PIC 9(03).
       77  DIAG-COUNT                  PIC S9(04) COMP VALUE 0.

      * Per-diem rates by room type, effective-dated; a room type
      * may carry several entries.
       01  ROOM-RATE-TABLE.
           05  ROOM-RATE-ITEM OCCURS 20 TIMES
                   INDEXED BY RRT-IDX.
               10  RRT-ROOM-TYPE           PIC X(01).
               10  RRT-PER-DIEM            PIC 9(05)V99.
               10  RRT-EFF-DATE            PIC 9(08).
       77  ROOM-RATE-COUNT             PIC S9(04) COMP VALUE 0.
       77  ROOM-RATE-SUB               PIC S9(04) COMP VALUE 0.
       77  ROOM-SCAN-SUB               PIC S9(04) COMP VALUE 0.
       77  ROOM-RATE-EFF-WS            PIC 9(08) VALUE 0.

      * Coverage percents by insurance type, effective-dated and
      * flagged active or retired by INSTMAIN.
       01  INS-TYPE-TABLE.
           05  INS-TYPE-ENTRY OCCURS 10 TIMES
                   INDEXED BY INT-IDX.
               10  INT-INS-TYPE            PIC X(03).
               10  INT-COVERAGE-PERC       PIC 9(03).
               10  INT-ACTIVE-FLAG         PIC X(01).
                    88  INT-IS-ACTIVE              VALUE 'Y'.
               10  INT-EFF-DATE            PIC 9(08).
       77  INS-TYPE-COUNT              PIC S9(04) COMP VALUE 0.
       77  INS-RATE-SUB                PIC S9(04) COMP VALUE 0.
       77  INS-SCAN-SUB                PIC S9(04) COMP VALUE 0.
       77  INS-RATE-EFF-WS             PIC 9(08) VALUE 0.

      * Days past its planned date an estimate stays on file (AGETAB
      * code ESTKEEP).
       77  ESTIMATE-KEEP-DAYS          PIC 9(05) VALUE 90.
       77  PURGE-BEFORE-INT            PIC 9(08).
       77  PLANNED-INT                 PIC 9(08).

       77  SCHED-READ-COUNT            PIC 9(07)       VALUE 0.
       77  ESTIMATES-ISSUED            PIC 9(07)       VALUE 0.
       77  REVISED-COUNT               PIC 9(07)       VALUE 0.
       77  CARRIED-COUNT               PIC 9(07)       VALUE 0.
       77  REJECTED-COUNT              PIC 9(07)       VALUE 0.
       77  PURGED-COUNT                PIC 9(07)       VALUE 0.
       77  ESTMSTO-COUNT               PIC 9(07)       VALUE 0.
       01  ESTIMATE-TOTAL              PIC S9(9)V99    VALUE 0.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(38)
                    VALUE 'Pre-Admission Cost Estimates'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'RUN DATE  '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(07)       VALUE 'PATIENT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'PLANNED'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE 'DIAG'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE 'RM'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE 'INS'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE 'STAY'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE '   EST CHARGES'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE '     INS SHARE'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE '   PATIENT AMT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE 'STATUS'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE ALL '-'.

       01  CONTENT-LINE.
           05  CON-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  CON-PLANNED-DATE        PIC 9(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-DIAG-CODE           PIC 9(03).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-ROOM-TYPE           PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-INS-TYPE            PIC X(03).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-EXP-STAY            PIC ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-GROSS               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-INS-SHARE           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-PATIENT-AMT         PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-STATUS              PIC X(25).

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(22)
                    VALUE 'SCHEDULED ADMISSIONS:'.
           05  FOOTER-SCHEDULED        PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(22)
                    VALUE 'ESTIMATES ISSUED:'.
           05  FOOTER-ISSUED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'EST CHARGES:'.
           05  FOOTER-ISSUED-AMT       PIC -$$$,$$$,$$9.99.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(22)
                    VALUE '  OF WHICH REVISED:'.
           05  FOOTER-REVISED          PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(22)
                    VALUE 'ALREADY ON FILE:'.
           05  FOOTER-CARRIED          PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-05.
           05  FILLER                  PIC X(22)
                    VALUE 'NOT ESTIMATED:'.
           05  FOOTER-REJECTED         PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-06.
           05  FILLER                  PIC X(22)
                    VALUE 'ESTIMATES PURGED:'.
           05  FOOTER-PURGED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'KEPT ON FILE:'.
           05  FOOTER-KEPT             PIC Z,ZZZ,ZZ9.

      * Estimate letter lines, mailed to the patient's ADDRMAST
      * address ahead of the admission.
       01  LTR-HEADER-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'ESTIMATE OF HOSPITAL CHARGES'.
           05  FILLER                  PIC X(06)       VALUE 'DATE: '.
           05  LTR-DATE                PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LTR-REVISED             PIC X(09).

       01  LTR-ADDR-LINE-1.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  LTR-ADDR-NAME           PIC X(25).

       01  LTR-ADDR-LINE-2.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  LTR-ADDR-STREET         PIC X(25).

       01  LTR-ADDR-LINE-3.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  LTR-ADDR-CITY           PIC X(15).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-ADDR-STATE          PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-ADDR-ZIP            PIC X(05).

       01  LTR-TEXT-LINE-1.
           05  FILLER                  PIC X(60)
                    VALUE 'YOUR ADMISSION HAS BEEN SCHEDULED AS SHOWN'.

       01  LTR-TEXT-LINE-2.
           05  FILLER                  PIC X(60)
                    VALUE 'BELOW.  THE CHARGES AND YOUR SHARE ARE AN'.

       01  LTR-TEXT-LINE-3.
           05  FILLER                  PIC X(60)
                    VALUE 'ESTIMATE; THE FINAL BILL IS BASED ON YOUR'.

       01  LTR-TEXT-LINE-4.
           05  FILLER                  PIC X(60)
                    VALUE 'ACTUAL STAY AND SERVICES.'.

       01  LTR-DETAIL-LINE.
           05  FILLER                  PIC X(09)
                    VALUE 'PATIENT '.
           05  LTR-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(11)
                    VALUE '  PLANNED '.
           05  LTR-PLANNED-DATE        PIC 9(08).
           05  FILLER                  PIC X(09)
                    VALUE '  STAY '.
           05  LTR-EXP-STAY            PIC ZZ9.
           05  FILLER                  PIC X(05)
                    VALUE ' DAYS'.

       01  LTR-AMT-LINE.
           05  LTR-AMT-LABEL           PIC X(32).
           05  LTR-AMT-O               PIC -$,$$$,$$9.99.

       01  LTR-PERC-LINE.
           05  FILLER                  PIC X(32)
                    VALUE 'INSURANCE COVERAGE:'.
           05  LTR-PERC-O              PIC ZZ9.
           05  FILLER                  PIC X(01)       VALUE '%'.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-SCHEDULE UNTIL NO-MORE-SCHEDADM.
           PERFORM 700-WRITE-ESTIMATE-FILE.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-ESTIMATES.
           PERFORM 320-LOAD-PATIENTS.
           PERFORM 330-LOAD-ADDRESSES.
           PERFORM 335-LOAD-DIAG-THRESHOLDS.
           PERFORM 340-LOAD-ROOM-RATES.
           PERFORM 345-LOAD-INS-TYPES.
           PERFORM 350-LOAD-ESTIMATE-RULES.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-SCHEDADM.

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

      * Every schedule entry is listed, quoted or not.
       200-WORK-SCHEDULE.
           ADD 1 TO SCHED-READ-COUNT.
           PERFORM 220-PRICE-ADMISSION THRU 220-EXIT.
           PERFORM 270-PRINT-ESTIMATE-LINE.
           PERFORM 400-READ-SCHEDADM.

      * Quotes one booking: skip it if its estimate already stands,
      * otherwise price it from the tables in effect on the planned
      * date and mail the letter.  Anything that cannot be priced or
      * mailed is turned back with the reason.
       220-PRICE-ADMISSION.
           INITIALIZE ESTIMATE-REC.

           PERFORM 225-EDIT-PLANNED-DATE.
           IF SA-PATIENT-NBR NOT NUMERIC
                  OR SA-DIAG-CODE NOT NUMERIC
                  OR NOT PLANNED-DATE-OK
                MOVE 'INVALID SCHEDULE ENTRY' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           IF SA-PLANNED-DATE < BUSINESS-DATE-NUM
                MOVE 'PLANNED DATE PASSED' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           PERFORM 230-FIND-ESTIMATE.
           IF ESTIMATE-ON-FILE
                  AND EST-DIAG-CODE (EST-FOUND-SUB) = SA-DIAG-CODE
                  AND EST-ROOM-TYPE (EST-FOUND-SUB) = SA-ROOM-TYPE
                  AND EST-INS-TYPE (EST-FOUND-SUB)  = SA-INS-TYPE
                MOVE EST-RECORD-IMAGE (EST-FOUND-SUB) TO ESTIMATE-REC
                MOVE 'ESTIMATE ON FILE' TO CON-STATUS
                ADD 1 TO CARRIED-COUNT
                GO TO 220-EXIT.

           IF NOT ESTIMATE-ON-FILE AND EST-COUNT >= EST-MAX
                MOVE 'ESTIMATE FILE FULL' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           PERFORM 240-FIND-PATIENT.
           IF NOT PATIENT-ON-FILE
                MOVE 'PATIENT NOT ON PATMAST' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           PERFORM 245-FIND-DIAG.
           IF NOT DIAG-ON-FILE
                MOVE 'DIAG CODE NOT ON DIAGTHR' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           PERFORM 250-SELECT-ROOM-RATE.
           IF NOT ROOM-RATE-ON-FILE
                MOVE 'NO ROOM RATE IN EFFECT' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           PERFORM 255-SELECT-INS-RATE.
           IF NOT INS-RATE-ON-FILE
                MOVE 'INS TYPE NOT IN EFFECT' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           PERFORM 260-FIND-ADDRESS.
           IF NOT ADDRESS-ON-FILE
                MOVE 'NO ADDRESS ON FILE' TO CON-STATUS
                ADD 1 TO REJECTED-COUNT
                GO TO 220-EXIT.

           MOVE SA-PATIENT-NBR              TO ES-PATIENT-NBR.
           MOVE SA-PLANNED-DATE             TO ES-PLANNED-DATE.
           MOVE SA-DIAG-CODE                TO ES-DIAG-CODE.
           MOVE SA-ROOM-TYPE                TO ES-ROOM-TYPE.
           MOVE SA-INS-TYPE                 TO ES-INS-TYPE.
           MOVE DGT-MAX-STAY (DGT-IDX)      TO ES-EXP-STAY.
           MOVE RRT-PER-DIEM (ROOM-RATE-SUB) TO ES-PER-DIEM.
           MOVE INT-COVERAGE-PERC (INS-RATE-SUB)
                                            TO ES-COVERAGE-PERC.
           IF PMT-COPAY (PMT-IDX) NUMERIC
                MOVE PMT-COPAY (PMT-IDX)    TO ES-COPAY.
           IF PMT-DEDUCTIBLE (PMT-IDX) NUMERIC
                MOVE PMT-DEDUCTIBLE (PMT-IDX) TO ES-DEDUCTIBLE.
           MOVE BUSINESS-DATE-NUM           TO ES-ESTIMATE-DATE.

           COMPUTE ES-GROSS = ES-EXP-STAY * ES-PER-DIEM.
           COMPUTE ES-INS-SHARE ROUNDED =
                ES-GROSS * ES-COVERAGE-PERC / 100.
           COMPUTE ES-PATIENT-AMT = ES-COPAY + ES-DEDUCTIBLE.

           IF ESTIMATE-ON-FILE
                MOVE ESTIMATE-REC TO EST-RECORD-IMAGE (EST-FOUND-SUB)
                MOVE 'REVISED ESTIMATE' TO CON-STATUS
                MOVE 'REVISED' TO LTR-REVISED
                ADD 1 TO REVISED-COUNT
           ELSE
                ADD 1 TO EST-COUNT
                MOVE ESTIMATE-REC TO EST-RECORD-IMAGE (EST-COUNT)
                MOVE 'ESTIMATE ISSUED' TO CON-STATUS
                MOVE SPACES TO LTR-REVISED
           END-IF.

           PERFORM 280-WRITE-LETTER.
           ADD 1 TO ESTIMATES-ISSUED.
           ADD ES-GROSS TO ESTIMATE-TOTAL.

       220-EXIT.
           EXIT.

      * The planned date (YYYYMMDD) must carry numeric parts in
      * calendar range before it reaches any INTEGER-OF-DATE.
       225-EDIT-PLANNED-DATE.
           MOVE 'N' TO PLANNED-DATE-OK-SW.
           IF SA-PLANNED-DATE NUMERIC
                MOVE SA-PLANNED-DATE TO PLANNED-DATE-NUM
                IF PD-YEAR > 1600
                       AND PD-MONTH >= 01 AND PD-MONTH <= 12
                       AND PD-DAY >= 01 AND PD-DAY <= 31
                     MOVE 'Y' TO PLANNED-DATE-OK-SW
                END-IF
           END-IF.

       230-FIND-ESTIMATE.
           MOVE 'N' TO ESTIMATE-FOUND-SW.
           MOVE 0 TO EST-FOUND-SUB.
           SET EST-IDX TO 1.
           SEARCH EST-ITEM
               AT END
                   CONTINUE
               WHEN EST-IDX > EST-COUNT
                   CONTINUE
               WHEN EST-PATIENT-NBR (EST-IDX) = SA-PATIENT-NBR
                    AND EST-PLANNED-DATE (EST-IDX) = SA-PLANNED-DATE
                   MOVE 'Y' TO ESTIMATE-FOUND-SW
                   SET EST-FOUND-SUB TO EST-IDX
           END-SEARCH.

       240-FIND-PATIENT.
           MOVE 'N' TO PATIENT-FOUND-SW.
           SET PMT-IDX TO 1.
           SEARCH PATIENT-ITEM
               AT END
                   CONTINUE
               WHEN PMT-IDX > PATIENT-COUNT
                   CONTINUE
               WHEN PMT-PATIENT-NBR (PMT-IDX) = SA-PATIENT-NBR
                   MOVE 'Y' TO PATIENT-FOUND-SW
           END-SEARCH.

       245-FIND-DIAG.
           MOVE 'N' TO DIAG-FOUND-SW.
           SET DGT-IDX TO 1.
           SEARCH DIAG-THRESHOLD-ITEM
               AT END
                   CONTINUE
               WHEN DGT-IDX > DIAG-COUNT
                   CONTINUE
               WHEN DGT-DIAG-CODE (DGT-IDX) = SA-DIAG-CODE
                   MOVE 'Y' TO DIAG-FOUND-SW
           END-SEARCH.

      * Keeps the room type's entry with the latest effective date
      * not after the planned date -- the per diem HOSPEDIT will
      * price the stay at if the patient is admitted that day.
       250-SELECT-ROOM-RATE.
           MOVE 'N' TO ROOM-RATE-FOUND-SW.
           MOVE 0 TO ROOM-RATE-SUB.
           MOVE 0 TO ROOM-RATE-EFF-WS.

           PERFORM VARYING ROOM-SCAN-SUB FROM 1 BY 1
               UNTIL ROOM-SCAN-SUB > ROOM-RATE-COUNT
               IF RRT-ROOM-TYPE (ROOM-SCAN-SUB) = SA-ROOM-TYPE
                  AND RRT-EFF-DATE (ROOM-SCAN-SUB)
                      <= SA-PLANNED-DATE
                   IF ROOM-RATE-SUB = 0
                      OR RRT-EFF-DATE (ROOM-SCAN-SUB)
                         > ROOM-RATE-EFF-WS
                       MOVE ROOM-SCAN-SUB TO ROOM-RATE-SUB
                       MOVE RRT-EFF-DATE (ROOM-SCAN-SUB)
                           TO ROOM-RATE-EFF-WS
                   END-IF
               END-IF
           END-PERFORM.

           IF ROOM-RATE-SUB > 0
               MOVE 'Y' TO ROOM-RATE-FOUND-SW
           END-IF.

      * Keeps the insurance type's active entry with the latest
      * effective date not after the planned date, the selection
      * HOSPEDIT's 112-SELECT-INS-RATE makes.
       255-SELECT-INS-RATE.
           MOVE 'N' TO INS-RATE-FOUND-SW.
           MOVE 0 TO INS-RATE-SUB.
           MOVE 0 TO INS-RATE-EFF-WS.

           PERFORM VARYING INS-SCAN-SUB FROM 1 BY 1
               UNTIL INS-SCAN-SUB > INS-TYPE-COUNT
               IF INT-INS-TYPE (INS-SCAN-SUB) = SA-INS-TYPE
                  AND INT-IS-ACTIVE (INS-SCAN-SUB)
                  AND INT-EFF-DATE (INS-SCAN-SUB)
                      <= SA-PLANNED-DATE
                   IF INS-RATE-SUB = 0
                      OR INT-EFF-DATE (INS-SCAN-SUB)
                         > INS-RATE-EFF-WS
                       MOVE INS-SCAN-SUB TO INS-RATE-SUB
                       MOVE INT-EFF-DATE (INS-SCAN-SUB)
                           TO INS-RATE-EFF-WS
                   END-IF
               END-IF
           END-PERFORM.

           IF INS-RATE-SUB > 0
               MOVE 'Y' TO INS-RATE-FOUND-SW
           END-IF.

       260-FIND-ADDRESS.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           SET ADT-IDX TO 1.
           SEARCH ADDRESS-ITEM
               AT END
                   CONTINUE
               WHEN ADT-IDX > ADDRESS-COUNT
                   CONTINUE
               WHEN ADT-PATIENT-NBR (ADT-IDX) = SA-PATIENT-NBR
                   MOVE 'Y' TO ADDRESS-FOUND-SW
           END-SEARCH.

       270-PRINT-ESTIMATE-LINE.
           MOVE SA-PATIENT-NBR          TO CON-PATIENT-NBR.
           IF SA-PLANNED-DATE NUMERIC
                MOVE SA-PLANNED-DATE    TO CON-PLANNED-DATE
           ELSE
                MOVE ZERO               TO CON-PLANNED-DATE
           END-IF.
           IF SA-DIAG-CODE NUMERIC
                MOVE SA-DIAG-CODE       TO CON-DIAG-CODE
           ELSE
                MOVE ZERO               TO CON-DIAG-CODE
           END-IF.
           MOVE SA-ROOM-TYPE            TO CON-ROOM-TYPE.
           MOVE SA-INS-TYPE             TO CON-INS-TYPE.
           MOVE ES-EXP-STAY             TO CON-EXP-STAY.
           MOVE ES-GROSS                TO CON-GROSS.
           MOVE ES-INS-SHARE            TO CON-INS-SHARE.
           MOVE ES-PATIENT-AMT          TO CON-PATIENT-AMT.
           WRITE ESTRPT-REC FROM CONTENT-LINE.

       280-WRITE-LETTER.
           MOVE BUSINESS-DATE-NUM       TO LTR-DATE.
           WRITE ESTLTR-REC FROM LTR-HEADER-LINE.
           MOVE SPACES TO ESTLTR-REC.
           WRITE ESTLTR-REC.
           MOVE ADT-NAME (ADT-IDX)      TO LTR-ADDR-NAME.
           WRITE ESTLTR-REC FROM LTR-ADDR-LINE-1.
           MOVE ADT-STREET (ADT-IDX)    TO LTR-ADDR-STREET.
           WRITE ESTLTR-REC FROM LTR-ADDR-LINE-2.
           MOVE ADT-CITY (ADT-IDX)      TO LTR-ADDR-CITY.
           MOVE ADT-STATE (ADT-IDX)     TO LTR-ADDR-STATE.
           MOVE ADT-ZIP (ADT-IDX)       TO LTR-ADDR-ZIP.
           WRITE ESTLTR-REC FROM LTR-ADDR-LINE-3.
           MOVE SPACES TO ESTLTR-REC.
           WRITE ESTLTR-REC.
           WRITE ESTLTR-REC FROM LTR-TEXT-LINE-1.
           WRITE ESTLTR-REC FROM LTR-TEXT-LINE-2.
           WRITE ESTLTR-REC FROM LTR-TEXT-LINE-3.
           WRITE ESTLTR-REC FROM LTR-TEXT-LINE-4.
           MOVE SPACES TO ESTLTR-REC.
           WRITE ESTLTR-REC.
           MOVE ES-PATIENT-NBR          TO LTR-PATIENT-NBR.
           MOVE ES-PLANNED-DATE         TO LTR-PLANNED-DATE.
           MOVE ES-EXP-STAY             TO LTR-EXP-STAY.
           WRITE ESTLTR-REC FROM LTR-DETAIL-LINE.
           MOVE 'ESTIMATED CHARGES:' TO LTR-AMT-LABEL.
           MOVE ES-GROSS TO LTR-AMT-O.
           WRITE ESTLTR-REC FROM LTR-AMT-LINE.
           MOVE ES-COVERAGE-PERC TO LTR-PERC-O.
           WRITE ESTLTR-REC FROM LTR-PERC-LINE.
           MOVE 'ESTIMATED INSURANCE SHARE:' TO LTR-AMT-LABEL.
           MOVE ES-INS-SHARE TO LTR-AMT-O.
           WRITE ESTLTR-REC FROM LTR-AMT-LINE.
           MOVE 'COPAY:' TO LTR-AMT-LABEL.
           MOVE ES-COPAY TO LTR-AMT-O.
           WRITE ESTLTR-REC FROM LTR-AMT-LINE.
           MOVE 'DEDUCTIBLE:' TO LTR-AMT-LABEL.
           MOVE ES-DEDUCTIBLE TO LTR-AMT-O.
           WRITE ESTLTR-REC FROM LTR-AMT-LINE.
           MOVE 'ESTIMATED AMOUNT YOU WILL OWE:' TO LTR-AMT-LABEL.
           MOVE ES-PATIENT-AMT TO LTR-AMT-O.
           WRITE ESTLTR-REC FROM LTR-AMT-LINE.
           MOVE SPACES TO ESTLTR-REC.
           WRITE ESTLTR-REC.
           WRITE ESTLTR-REC.

       300-OPEN-FILES.
           OPEN INPUT SCHEDADM
           IF NOT SA-NORMAL
                DISPLAY 'ERROR OPENING SCHEDADM'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ESTMSTO
           IF NOT EO-NORMAL
                DISPLAY 'ERROR OPENING ESTMSTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ESTLTR
           IF NOT EL-NORMAL
                DISPLAY 'ERROR OPENING ESTLTR'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ESTRPT
           IF NOT ER-NORMAL
                DISPLAY 'ERROR OPENING ESTRPT'
                GO TO 999-RETURN-ERR.

      * The estimate file as the last run left it.
       310-LOAD-ESTIMATES.
           OPEN INPUT ESTMAST
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING ESTMAST'
                GO TO 999-RETURN-ERR.

           READ ESTMAST
               AT END MOVE 'Y' TO ESTMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ESTMAST
               IF EST-COUNT >= EST-MAX
                    ADD 1 TO EST-SKIPPED-COUNT
               ELSE
                    ADD 1 TO EST-COUNT
                    MOVE ESTMAST-REC TO EST-RECORD-IMAGE (EST-COUNT)
               END-IF
               READ ESTMAST
                   AT END MOVE 'Y' TO ESTMAST-EOF
               END-READ
           END-PERFORM.

           IF EST-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " EST-SKIPPED-COUNT
                    " ESTIMATE(S) EXCEEDED ESTIMATE-TABLE CAPACITY"
                    " OF 2000 AND WERE DROPPED ***"
           END-IF.

           CLOSE ESTMAST.

       320-LOAD-PATIENTS.
           OPEN INPUT PATMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING PATMAST'
                GO TO 999-RETURN-ERR.

           READ PATMAST
               AT END MOVE 'Y' TO PATMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-PATMAST
               IF PATIENT-COUNT >= 2000
                    ADD 1 TO PATIENT-SKIPPED-COUNT
               ELSE
                    ADD 1 TO PATIENT-COUNT
                    MOVE PM-PATIENT-NBR
                        TO PMT-PATIENT-NBR (PATIENT-COUNT)
                    MOVE PM-COPAY
                        TO PMT-COPAY (PATIENT-COUNT)
                    MOVE PM-DEDUCTIBLE
                        TO PMT-DEDUCTIBLE (PATIENT-COUNT)
               END-IF
               READ PATMAST
                   AT END MOVE 'Y' TO PATMAST-EOF
               END-READ
           END-PERFORM.

           IF PATIENT-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " PATIENT-SKIPPED-COUNT
                    " PATIENT(S) EXCEEDED PATIENT-TABLE CAPACITY"
                    " OF 2000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE PATMAST.

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

       335-LOAD-DIAG-THRESHOLDS.
           OPEN INPUT DIAGTHR
           IF NOT DT-NORMAL
                DISPLAY 'ERROR OPENING DIAGTHR'
                GO TO 999-RETURN-ERR.

           READ DIAGTHR
               AT END MOVE 'Y' TO DIAGTHR-EOF
           END-READ.

           PERFORM VARYING DGT-IDX FROM 1 BY 1
               UNTIL NO-MORE-DIAGTHR OR DGT-IDX > 200
                   ADD 1 TO DIAG-COUNT
                   MOVE DT-DIAG-CODE  TO DGT-DIAG-CODE (DGT-IDX)
                   MOVE DT-MAX-STAY   TO DGT-MAX-STAY (DGT-IDX)
                   READ DIAGTHR
                       AT END MOVE 'Y' TO DIAGTHR-EOF
                   END-READ
           END-PERFORM.

           CLOSE DIAGTHR.

       340-LOAD-ROOM-RATES.
           OPEN INPUT ROOMRATE
           IF NOT RR-NORMAL
                DISPLAY 'ERROR OPENING ROOMRATE'
                GO TO 999-RETURN-ERR.

           READ ROOMRATE
               AT END MOVE 'Y' TO ROOMRATE-EOF
           END-READ.

           PERFORM VARYING RRT-IDX FROM 1 BY 1
               UNTIL NO-MORE-ROOMRATE OR RRT-IDX > 20
                   ADD 1 TO ROOM-RATE-COUNT
                   MOVE RT-ROOM-TYPE  TO RRT-ROOM-TYPE (RRT-IDX)
                   MOVE RT-PER-DIEM   TO RRT-PER-DIEM (RRT-IDX)
                   MOVE RT-EFF-DATE   TO RRT-EFF-DATE (RRT-IDX)
                   READ ROOMRATE
                       AT END MOVE 'Y' TO ROOMRATE-EOF
                   END-READ
           END-PERFORM.

           CLOSE ROOMRATE.

       345-LOAD-INS-TYPES.
           OPEN INPUT INSTYPE
           IF NOT IT-NORMAL
                DISPLAY 'ERROR OPENING INSTYPE'
                GO TO 999-RETURN-ERR.

           READ INSTYPE
               AT END MOVE 'Y' TO INSTYPE-EOF
           END-READ.

           PERFORM VARYING INT-IDX FROM 1 BY 1
               UNTIL NO-MORE-INSTYPE OR INT-IDX > 10
                   ADD 1 TO INS-TYPE-COUNT
                   MOVE IT-INS-TYPE      TO INT-INS-TYPE (INT-IDX)
                   MOVE IT-COVERAGE-PERC
                       TO INT-COVERAGE-PERC (INT-IDX)
                   MOVE IT-ACTIVE-FLAG   TO INT-ACTIVE-FLAG (INT-IDX)
                   MOVE IT-EFF-DATE      TO INT-EFF-DATE (INT-IDX)
                   READ INSTYPE
                       AT END MOVE 'Y' TO INSTYPE-EOF
                   END-READ
           END-PERFORM.

           CLOSE INSTYPE.

      * Loads the estimate retention period from AGETAB.  A code not
      * on file keeps its shipped default.
       350-LOAD-ESTIMATE-RULES.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'ESTKEEP '
                       MOVE DAY-VALUE TO ESTIMATE-KEEP-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

       400-READ-SCHEDADM.
           READ SCHEDADM INTO SCHED-ADMIT-REC
               AT END MOVE 'Y' TO SCHEDADM-EOF
           END-READ.

           IF NOT (SA-NORMAL OR NO-MORE-SCHEDADM)
                DISPLAY 'ERROR READING SCHEDADM'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO ESTRPT-REC.
           WRITE ESTRPT-REC.
           MOVE SCHED-READ-COUNT     TO FOOTER-SCHEDULED.
           WRITE ESTRPT-REC FROM FOOTER-LINE-01.
           MOVE ESTIMATES-ISSUED     TO FOOTER-ISSUED.
           MOVE ESTIMATE-TOTAL       TO FOOTER-ISSUED-AMT.
           WRITE ESTRPT-REC FROM FOOTER-LINE-02.
           MOVE REVISED-COUNT        TO FOOTER-REVISED.
           WRITE ESTRPT-REC FROM FOOTER-LINE-03.
           MOVE CARRIED-COUNT        TO FOOTER-CARRIED.
           WRITE ESTRPT-REC FROM FOOTER-LINE-04.
           MOVE REJECTED-COUNT       TO FOOTER-REJECTED.
           WRITE ESTRPT-REC FROM FOOTER-LINE-05.
           MOVE PURGED-COUNT         TO FOOTER-PURGED.
           MOVE ESTMSTO-COUNT        TO FOOTER-KEPT.
           WRITE ESTRPT-REC FROM FOOTER-LINE-06.

       550-PRINT-HEADERS.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE ESTRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO ESTRPT-REC.
           WRITE ESTRPT-REC.
           WRITE ESTRPT-REC FROM HEADER-LINE-02.
           WRITE ESTRPT-REC FROM HEADER-LINE-03.

      * Writes the estimate file forward, dropping any estimate whose
      * planned date is more than ESTKEEP days behind the business
      * date.
       700-WRITE-ESTIMATE-FILE.
           COMPUTE PURGE-BEFORE-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM)
               - ESTIMATE-KEEP-DAYS.

           PERFORM 710-WRITE-ONE-ESTIMATE
               VARYING EST-SUB FROM 1 BY 1
               UNTIL EST-SUB > EST-COUNT.

       710-WRITE-ONE-ESTIMATE.
           MOVE EST-PLANNED-DATE (EST-SUB) TO SA-PLANNED-DATE.
           PERFORM 225-EDIT-PLANNED-DATE.
           IF PLANNED-DATE-OK
                COMPUTE PLANNED-INT =
                    FUNCTION INTEGER-OF-DATE (PLANNED-DATE-NUM)
                IF PLANNED-INT < PURGE-BEFORE-INT
                     ADD 1 TO PURGED-COUNT
                ELSE
                     WRITE ESTMSTO-REC FROM EST-RECORD-IMAGE (EST-SUB)
                     ADD 1 TO ESTMSTO-COUNT
                END-IF
           ELSE
                ADD 1 TO PURGED-COUNT
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE SCHEDADM, ESTMSTO, ESTLTR, ESTRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * schedule entries read must equal those quoted, those already
      * on file and those turned back.  The dollars are the night's
      * estimated charges.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'HOSPEST '            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE SCHED-READ-COUNT      TO LED-RECS-IN.
           MOVE ESTIMATES-ISSUED      TO LED-RECS-OUT-PRIMARY.
           MOVE CARRIED-COUNT         TO LED-RECS-OUT-SECONDARY.
           MOVE REJECTED-COUNT        TO LED-RECS-REJECTED.
           MOVE ESTIMATE-TOTAL        TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
