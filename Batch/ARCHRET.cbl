       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARCHRET.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** RETENTION-POLICY ARCHIVE UTILITY FOR THE HISTORY FILES.
      *****
      ***** ADMPURGE, MEDYREND AND LEDGSUM EACH TRIM THEIR OWN FILE;
      ***** EVERY OTHER HISTORY FILE AND MAINTENANCE AUDIT TRAIL USED
      ***** TO GROW WITHOUT BOUND.  THIS UTILITY TRIMS THEM ALL FROM
      ***** ONE RETENTION POLICY FILE (ARCHPOL), ONE ENTRY PER FILE:
      ***** WHERE THE RECORD'S CCYYMMDD DATE SITS, HOW LONG RECORDS
      ***** STAY ON THE LIVE FILE (DAYS, MONTHS OR YEARS), AND WHETHER
      ***** EXPIRED RECORDS ARE ONLY EVER ARCHIVED OR MAY BE PURGED
      ***** ONCE PAST A SECOND, LONGER PERIOD.  AN ENTRY MAY ALSO NAME
      ***** A FIELD VALUE THAT MARKS A RECORD STILL ACTIVE (AN OPEN
      ***** EXCEPTION, SAY), WHICH IS KEPT WHATEVER ITS AGE.
      *****
      ***** EACH FILE IS SPLIT THE WAY ADMPURGE SPLITS ADMHIST: WHAT
      ***** IS KEPT GOES TO A NEW GENERATION (xxxxKEEP) THAT REPLACES
      ***** THE FILE, WHAT EXPIRED GOES TO A DATED ARCHIVE (xxxxARCH,
      ***** EACH RECORD PREFIXED WITH THE ARCHIVE DATE).  AN AUDIT
      ***** TRAIL WHOSE LINES CARRY NO DATE (DATE POSITION ZERO ON THE
      ***** POLICY) IS ROLLED WHOLE INTO THE DATED ARCHIVE EACH RUN.
      *****
      ***** LEGAL HOLDS (LEGLHOLD) OVERRIDE EVERYTHING: A HOLD ON A
      ***** WHOLE FILE, OR ON THE RECORDS CARRYING A GIVEN VALUE AT A
      ***** GIVEN POSITION (A PATIENT OR POLICY NUMBER), KEEPS THOSE
      ***** RECORDS ON THE LIVE FILE UNTOUCHED.
      *****
      ***** THE RETENTION CERTIFICATE (ARCHCERT) SHOWS, FILE BY FILE,
      ***** THE POLICY APPLIED, THE RECORDS BEFORE, KEPT (AND WHY),
      ***** ARCHIVED AND PURGED, AND PROVES BEFORE = AFTER + ARCHIVED
      ***** + PURGED FROM THE RECORDS ACTUALLY WRITTEN.  A FILE THAT
      ***** DOES NOT BALANCE FAILS THE RUN SO ITS KEEP GENERATION IS
      ***** NOT SWAPPED IN.  THE EXCEPTION STATUS MASTER IS TRIMMED AS
      ***** EXCSMOLD, THE GENERATION THE NEXT EXCRPT RUN READS.
      ***** THE CLAIM SUBMISSION LOG (CLMSUBLG) IS TRIMMED ON ITS
      ***** SUBMISSION DATE (POSITION 43); ITS RETENTION MUST OUTLAST
      ***** THE LONGEST A HOSPITAL BILL STAYS OPEN, SINCE RECONCIL
      ***** AGES AN OPEN BILL FROM ITS ENTRY ON THE LOG.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The retention policy and the legal holds.
           SELECT ARCHPOL
           ASSIGN TO ARCHPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHPOL-ST.
           SELECT LEGLHOLD
           ASSIGN TO LEGLHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEGLHOLD-ST.
           SELECT ARCHCERT
           ASSIGN TO ARCHCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHCERT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  applies the original night's cut-off dates.
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
      *  The files under retention: each one in, its kept generation
      *  and its dated archive out.  Only one set is open at a time,
      *  so the sets share their status bytes.
           SELECT REVHIST
           ASSIGN TO REVHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT REVHKEEP
           ASSIGN TO REVHKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT REVHARCH
           ASSIGN TO REVHARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT CENSHIST
           ASSIGN TO CENSHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT CENSKEEP
           ASSIGN TO CENSKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT CENSARCH
           ASSIGN TO CENSARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT PAYHIST
           ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT PAYHKEEP
           ASSIGN TO PAYHKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT PAYHARCH
           ASSIGN TO PAYHARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT RATEHIST
           ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT RATEKEEP
           ASSIGN TO RATEKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT RATEARCH
           ASSIGN TO RATEARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT EXCSMOLD
           ASSIGN TO EXCSMOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT EXCSKEEP
           ASSIGN TO EXCSKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT EXCSARCH
           ASSIGN TO EXCSARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT POLAUDIT
           ASSIGN TO POLAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT POLAKEEP
           ASSIGN TO POLAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT POLAARCH
           ASSIGN TO POLAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT PATAUDIT
           ASSIGN TO PATAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT PATAKEEP
           ASSIGN TO PATAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT PATAARCH
           ASSIGN TO PATAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT ADDRAUDT
           ASSIGN TO ADDRAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT ADDRKEEP
           ASSIGN TO ADDRKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT ADDRARCH
           ASSIGN TO ADDRARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT ARTAUDIT
           ASSIGN TO ARTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT ARTAKEEP
           ASSIGN TO ARTAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT ARTAARCH
           ASSIGN TO ARTAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT PAYAUDIT
           ASSIGN TO PAYAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT PAYAKEEP
           ASSIGN TO PAYAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT PAYAARCH
           ASSIGN TO PAYAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT EMPAUDIT
           ASSIGN TO EMPAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT EMPAKEEP
           ASSIGN TO EMPAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT EMPAARCH
           ASSIGN TO EMPAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT BEDAUDIT
           ASSIGN TO BEDAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT BEDAKEEP
           ASSIGN TO BEDAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT BEDAARCH
           ASSIGN TO BEDAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT INSAUDIT
           ASSIGN TO INSAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT INSAKEEP
           ASSIGN TO INSAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT INSAARCH
           ASSIGN TO INSAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT CALAUDIT
           ASSIGN TO CALAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT CALAKEEP
           ASSIGN TO CALAKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT CALAARCH
           ASSIGN TO CALAARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.
           SELECT CLMSUBLG
           ASSIGN TO CLMSUBLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-ST.
           SELECT CSUBKEEP
           ASSIGN TO CSUBKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-ST.
           SELECT CSUBARCH
           ASSIGN TO CSUBARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-ST.

       DATA DIVISION.
       FILE SECTION.
      * One policy entry per file.  Dates are CCYYMMDD; a date
      * position of zero means the records carry no date.  The
      * purge period is in the retention unit and zero on a purge
      * entry purges at the retention period.
       FD  ARCHPOL
           RECORD CONTAINS 80 CHARACTERS.
       01  ARCHPOL-REC.
           05  AP-FILE-NAME            PIC X(08).
           05  AP-DATE-POS             PIC 9(04).
           05  AP-RETAIN-PERIOD        PIC 9(04).
           05  AP-RETAIN-UNIT          PIC X(01).
               88  AP-DAYS                         VALUE 'D'.
               88  AP-MONTHS                       VALUE 'M'.
               88  AP-YEARS                        VALUE 'Y'.
           05  AP-DISPOSITION          PIC X(01).
               88  AP-ARCHIVE-ONLY                 VALUE 'A'.
               88  AP-MAY-PURGE                    VALUE 'P'.
           05  AP-PURGE-PERIOD         PIC 9(04).
           05  AP-ACTIVE-POS           PIC 9(04).
           05  AP-ACTIVE-LEN           PIC 9(02).
           05  AP-ACTIVE-VALUE         PIC X(10).
           05  FILLER                  PIC X(42).

      * One hold per record: a key position of zero holds the whole
      * file, otherwise the records with the key value there.
       FD  LEGLHOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  LEGLHOLD-REC.
           05  LH-FILE-NAME            PIC X(08).
           05  LH-KEY-POS              PIC 9(04).
           05  LH-KEY-LEN              PIC 9(02).
           05  LH-KEY-VALUE            PIC X(20).
           05  LH-REASON               PIC X(30).
           05  FILLER                  PIC X(16).

       FD  ARCHCERT
           RECORD CONTAINS 133 CHARACTERS.
       01  ARCHCERT-REC                PIC X(133).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       FD  REVHIST
           RECORD CONTAINS 50 CHARACTERS.
       01  REVHIST-REC             PIC X(050).

       FD  REVHKEEP
           RECORD CONTAINS 50 CHARACTERS.
       01  REVHKEEP-REC            PIC X(050).

       FD  REVHARCH
           RECORD CONTAINS 58 CHARACTERS.
       01  REVHARCH-REC            PIC X(058).

       FD  CENSHIST
           RECORD CONTAINS 30 CHARACTERS.
       01  CENSHIST-REC            PIC X(030).

       FD  CENSKEEP
           RECORD CONTAINS 30 CHARACTERS.
       01  CENSKEEP-REC            PIC X(030).

       FD  CENSARCH
           RECORD CONTAINS 38 CHARACTERS.
       01  CENSARCH-REC            PIC X(038).

       FD  PAYHIST
           RECORD CONTAINS 206 CHARACTERS.
       01  PAYHIST-REC             PIC X(206).

       FD  PAYHKEEP
           RECORD CONTAINS 206 CHARACTERS.
       01  PAYHKEEP-REC            PIC X(206).

       FD  PAYHARCH
           RECORD CONTAINS 214 CHARACTERS.
       01  PAYHARCH-REC            PIC X(214).

       FD  RATEHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  RATEHIST-REC            PIC X(040).

       FD  RATEKEEP
           RECORD CONTAINS 40 CHARACTERS.
       01  RATEKEEP-REC            PIC X(040).

       FD  RATEARCH
           RECORD CONTAINS 48 CHARACTERS.
       01  RATEARCH-REC            PIC X(048).

       FD  EXCSMOLD
           RECORD CONTAINS 140 CHARACTERS.
       01  EXCSMOLD-REC            PIC X(140).

       FD  EXCSKEEP
           RECORD CONTAINS 140 CHARACTERS.
       01  EXCSKEEP-REC            PIC X(140).

       FD  EXCSARCH
           RECORD CONTAINS 148 CHARACTERS.
       01  EXCSARCH-REC            PIC X(148).

       FD  POLAUDIT
           RECORD CONTAINS 100 CHARACTERS.
       01  POLAUDIT-REC            PIC X(100).

       FD  POLAKEEP
           RECORD CONTAINS 100 CHARACTERS.
       01  POLAKEEP-REC            PIC X(100).

       FD  POLAARCH
           RECORD CONTAINS 108 CHARACTERS.
       01  POLAARCH-REC            PIC X(108).

       FD  PATAUDIT
           RECORD CONTAINS 100 CHARACTERS.
       01  PATAUDIT-REC            PIC X(100).

       FD  PATAKEEP
           RECORD CONTAINS 100 CHARACTERS.
       01  PATAKEEP-REC            PIC X(100).

       FD  PATAARCH
           RECORD CONTAINS 108 CHARACTERS.
       01  PATAARCH-REC            PIC X(108).

       FD  ADDRAUDT
           RECORD CONTAINS 100 CHARACTERS.
       01  ADDRAUDT-REC            PIC X(100).

       FD  ADDRKEEP
           RECORD CONTAINS 100 CHARACTERS.
       01  ADDRKEEP-REC            PIC X(100).

       FD  ADDRARCH
           RECORD CONTAINS 108 CHARACTERS.
       01  ADDRARCH-REC            PIC X(108).

       FD  ARTAUDIT
           RECORD CONTAINS 100 CHARACTERS.
       01  ARTAUDIT-REC            PIC X(100).

       FD  ARTAKEEP
           RECORD CONTAINS 100 CHARACTERS.
       01  ARTAKEEP-REC            PIC X(100).

       FD  ARTAARCH
           RECORD CONTAINS 108 CHARACTERS.
       01  ARTAARCH-REC            PIC X(108).

       FD  PAYAUDIT
           RECORD CONTAINS 185 CHARACTERS.
       01  PAYAUDIT-REC            PIC X(185).

       FD  PAYAKEEP
           RECORD CONTAINS 185 CHARACTERS.
       01  PAYAKEEP-REC            PIC X(185).

       FD  PAYAARCH
           RECORD CONTAINS 193 CHARACTERS.
       01  PAYAARCH-REC            PIC X(193).

       FD  EMPAUDIT
           RECORD CONTAINS 110 CHARACTERS.
       01  EMPAUDIT-REC            PIC X(110).

       FD  EMPAKEEP
           RECORD CONTAINS 110 CHARACTERS.
       01  EMPAKEEP-REC            PIC X(110).

       FD  EMPAARCH
           RECORD CONTAINS 118 CHARACTERS.
       01  EMPAARCH-REC            PIC X(118).

       FD  BEDAUDIT
           RECORD CONTAINS 80 CHARACTERS.
       01  BEDAUDIT-REC            PIC X(080).

       FD  BEDAKEEP
           RECORD CONTAINS 80 CHARACTERS.
       01  BEDAKEEP-REC            PIC X(080).

       FD  BEDAARCH
           RECORD CONTAINS 88 CHARACTERS.
       01  BEDAARCH-REC            PIC X(088).

       FD  INSAUDIT
           RECORD CONTAINS 80 CHARACTERS.
       01  INSAUDIT-REC            PIC X(080).

       FD  INSAKEEP
           RECORD CONTAINS 80 CHARACTERS.
       01  INSAKEEP-REC            PIC X(080).

       FD  INSAARCH
           RECORD CONTAINS 88 CHARACTERS.
       01  INSAARCH-REC            PIC X(088).

       FD  CALAUDIT
           RECORD CONTAINS 80 CHARACTERS.
       01  CALAUDIT-REC            PIC X(080).

       FD  CALAKEEP
           RECORD CONTAINS 80 CHARACTERS.
       01  CALAKEEP-REC            PIC X(080).

       FD  CALAARCH
           RECORD CONTAINS 88 CHARACTERS.
       01  CALAARCH-REC            PIC X(088).

       FD  CLMSUBLG
           RECORD CONTAINS 60 CHARACTERS.
       01  CLMSUBLG-REC            PIC X(060).

       FD  CSUBKEEP
           RECORD CONTAINS 60 CHARACTERS.
       01  CSUBKEEP-REC            PIC X(060).

       FD  CSUBARCH
           RECORD CONTAINS 68 CHARACTERS.
       01  CSUBARCH-REC            PIC X(068).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.

       01  FLAGS.
           05  ARCHPOL-ST              PIC X(02).
               88  AP-NORMAL                           VALUE '00'.
           05  LEGLHOLD-ST             PIC X(02).
               88  LH-NORMAL                           VALUE '00'.
               88  LH-FILE-MISSING                     VALUE '35'.
           05  ARCHCERT-ST             PIC X(02).
               88  AC-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  IN-ST                   PIC X(02).
               88  IN-NORMAL                           VALUE '00'.
               88  IN-FILE-MISSING                     VALUE '35'.
           05  KEEP-ST                 PIC X(02).
               88  KEEP-NORMAL                         VALUE '00'.
           05  ARCH-ST                 PIC X(02).
               88  ARCH-NORMAL                         VALUE '00'.
           05  ARCHPOL-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLICY                      VALUE 'Y'.
           05  LEGLHOLD-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLDS                       VALUE 'Y'.
           05  INPUT-EOF               PIC X(01)       VALUE 'N'.
               88  NO-MORE-INPUT                       VALUE 'Y'.
           05  POLICY-OK-SW            PIC X(01)       VALUE 'N'.
               88  POLICY-OK                           VALUE 'Y'.
           05  FILE-HELD-SW            PIC X(01)       VALUE 'N'.
               88  FILE-HELD                           VALUE 'Y'.
           05  RECORD-HELD-SW          PIC X(01)       VALUE 'N'.
               88  RECORD-HELD                         VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-R REDEFINES BUSINESS-DATE-NUM.
               10  BUS-YYYY            PIC 9(04).
               10  BUS-MM              PIC 9(02).
               10  BUS-DD              PIC 9(02).

      * The files this utility knows: name, kept-generation and
      * archive DD names, and record length.
       01  FILE-DEF-INIT.
           05  FILLER                  PIC X(27)
                    VALUE 'REVHIST REVHKEEPREVHARCH050'.
           05  FILLER                  PIC X(27)
                    VALUE 'CENSHISTCENSKEEPCENSARCH030'.
           05  FILLER                  PIC X(27)
                    VALUE 'PAYHIST PAYHKEEPPAYHARCH206'.
           05  FILLER                  PIC X(27)
                    VALUE 'RATEHISTRATEKEEPRATEARCH040'.
           05  FILLER                  PIC X(27)
                    VALUE 'EXCSMOLDEXCSKEEPEXCSARCH140'.
           05  FILLER                  PIC X(27)
                    VALUE 'POLAUDITPOLAKEEPPOLAARCH100'.
           05  FILLER                  PIC X(27)
                    VALUE 'PATAUDITPATAKEEPPATAARCH100'.
           05  FILLER                  PIC X(27)
                    VALUE 'ADDRAUDTADDRKEEPADDRARCH100'.
           05  FILLER                  PIC X(27)
                    VALUE 'ARTAUDITARTAKEEPARTAARCH100'.
           05  FILLER                  PIC X(27)
                    VALUE 'PAYAUDITPAYAKEEPPAYAARCH185'.
           05  FILLER                  PIC X(27)
                    VALUE 'EMPAUDITEMPAKEEPEMPAARCH110'.
           05  FILLER                  PIC X(27)
                    VALUE 'BEDAUDITBEDAKEEPBEDAARCH080'.
           05  FILLER                  PIC X(27)
                    VALUE 'INSAUDITINSAKEEPINSAARCH080'.
           05  FILLER                  PIC X(27)
                    VALUE 'CALAUDITCALAKEEPCALAARCH080'.
           05  FILLER                  PIC X(27)
                    VALUE 'CLMSUBLGCSUBKEEPCSUBARCH060'.
       01  FILE-DEF-TABLE REDEFINES FILE-DEF-INIT.
           05  FILE-DEF-ITEM OCCURS 15 TIMES
                   INDEXED BY FD-IDX.
               10  FD-NAME                 PIC X(08).
               10  FD-KEEP-NAME            PIC X(08).
               10  FD-ARCH-NAME            PIC X(08).
               10  FD-REC-LEN              PIC 9(03).
       77  FILE-DEF-COUNT               PIC S9(04) COMP VALUE 15.
       01  FILE-DONE-TABLE.
           05  FILE-DONE-SW            PIC X(01) OCCURS 15 TIMES.
       77  FILE-SUB                     PIC S9(04) COMP.
       77  REC-LEN                      PIC 9(03).

      * Legal holds in memory.
       01  HOLD-TABLE.
           05  HOLD-ITEM OCCURS 100 TIMES
                   INDEXED BY HT-IDX.
               10  HT-FILE-NAME            PIC X(08).
               10  HT-KEY-POS              PIC 9(04).
               10  HT-KEY-LEN              PIC 9(02).
               10  HT-KEY-VALUE            PIC X(20).
               10  HT-REASON               PIC X(30).
       77  HOLD-COUNT                   PIC S9(04) COMP VALUE 0.
       77  HOLD-SUB                     PIC S9(04) COMP.
       77  HOLD-REASON-WS               PIC X(30).

      * The record being disposed of, and its archive image: the
      * archive date ahead of the record as it stood.
       01  RECORD-WS                    PIC X(250).
       01  ARCHIVE-WS.
           05  AW-ARCHIVE-DATE         PIC 9(08).
           05  AW-IMAGE                PIC X(250).

       01  REC-DATE-X                   PIC X(08).
       01  REC-DATE-R REDEFINES REC-DATE-X.
           05  REC-DATE-NUM            PIC 9(08).
       01  REC-DATE-PARTS REDEFINES REC-DATE-X.
           05  REC-YYYY                PIC 9(04).
           05  REC-MM                  PIC 9(02).
           05  REC-DD                  PIC 9(02).

      * Cut-off arithmetic: a record dated before the archive cut-off
      * has expired; before the purge cut-off it may be purged.
       77  ARCHIVE-CUTOFF               PIC 9(08).
       77  PURGE-CUTOFF                 PIC 9(08).
       77  CUTOFF-PERIOD                PIC 9(04).
       77  CUTOFF-RESULT                PIC 9(08).
       77  CUTOFF-MONTHS                PIC S9(07) COMP.
       77  MONTH-DAYS                   PIC S9(04) COMP.
       01  CUTOFF-DATE-WS.
           05  CUT-YYYY                PIC 9(04).
           05  CUT-MM                  PIC 9(02).
           05  CUT-DD                  PIC 9(02).
       01  CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE-WS
                                       PIC 9(08).
       01  MONTH-START-WS.
           05  MS-YYYY                 PIC 9(04).
           05  MS-MM                   PIC 9(02).
           05  MS-DD                   PIC 9(02)       VALUE 1.
       01  MONTH-START-NUM REDEFINES MONTH-START-WS
                                       PIC 9(08).
       77  MONTH-START-INT              PIC 9(08).

      * One file's figures.
       01  FILE-FIGURES.
           05  FF-READ                 PIC 9(09).
           05  FF-KEPT-CURRENT         PIC 9(09).
           05  FF-KEPT-HELD            PIC 9(09).
           05  FF-KEPT-ACTIVE          PIC 9(09).
           05  FF-KEPT-UNDATED         PIC 9(09).
           05  FF-ARCHIVED             PIC 9(09).
           05  FF-PURGED               PIC 9(09).
           05  FF-KEEP-WRITTEN         PIC 9(09).
           05  FF-ARCH-WRITTEN         PIC 9(09).
           05  FF-OLDEST-OUT           PIC 9(08).
           05  FF-NEWEST-OUT           PIC 9(08).
       77  FF-KEPT-TOTAL                PIC 9(09).
       77  FF-CHECK-TOTAL               PIC 9(09).

      * Run totals.
       77  FILES-PROCESSED              PIC 9(05)       VALUE 0.
       77  FILES-NOT-PRESENT            PIC 9(05)       VALUE 0.
       77  FILES-OUT-OF-BALANCE         PIC 9(05)       VALUE 0.
       77  POLICY-ERRORS                PIC 9(05)       VALUE 0.
       77  TOTAL-READ                   PIC 9(09)       VALUE 0.
       77  TOTAL-KEPT                   PIC 9(09)       VALUE 0.
       77  TOTAL-ARCHIVED               PIC 9(09)       VALUE 0.
       77  TOTAL-PURGED                 PIC 9(09)       VALUE 0.
       77  POLICY-ERROR-TEXT            PIC X(50).

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                    VALUE 'Records Retention Certificate'.
           05  FILLER                  PIC X(15)
                    VALUE 'BUSINESS DATE '.
           05  HDR-BUSINESS-DATE       PIC 9(08).

       01  FILE-HEADER-LINE.
           05  FILLER                  PIC X(05)
                    VALUE 'FILE '.
           05  FH-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(10)
                    VALUE '  RETAIN '.
           05  FH-RETAIN-PERIOD        PIC ZZZ9.
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  FH-RETAIN-UNIT          PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FH-DISPOSITION          PIC X(30).
           05  FILLER                  PIC X(10)
                    VALUE '  DATE AT '.
           05  FH-DATE-POS             PIC ZZZ9.
           05  FILLER                  PIC X(10)
                    VALUE '  CUT-OFF '.
           05  FH-CUTOFF               PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FH-NOTE                 PIC X(33).

       01  COUNT-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  CL-TEXT                 PIC X(40).
           05  CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CL-NOTE                 PIC X(60).

       01  MESSAGE-LINE.
           05  FILLER                  PIC X(05)
                    VALUE 'FILE '.
           05  MS-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  MS-TEXT                 PIC X(60).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-POLICY UNTIL NO-MORE-POLICY.
           PERFORM 700-LIST-NO-POLICY.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLEANUP.
           IF FILES-OUT-OF-BALANCE > 0
                DISPLAY 'ARCHRET: ' FILES-OUT-OF-BALANCE
                    ' FILE(S) OUT OF BALANCE - SEE ARCHCERT'
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-IF.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-HOLDS.
           PERFORM 130-OPEN-FILES.
           MOVE SPACES TO FILE-DONE-TABLE.
           PERFORM 140-READ-POLICY.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night applies that
      * night's cut-offs; absent a card the system date stands in.
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

      * No hold file means nothing is on hold.
       120-LOAD-HOLDS.
           OPEN INPUT LEGLHOLD.
           IF LH-FILE-MISSING
                DISPLAY 'ARCHRET: NO LEGLHOLD - NO LEGAL HOLDS'
           ELSE
                IF NOT LH-NORMAL
                     DISPLAY 'ERROR OPENING LEGLHOLD'
                     GO TO 999-RETURN-ERR
                END-IF
                READ LEGLHOLD
                    AT END MOVE 'Y' TO LEGLHOLD-EOF
                END-READ
                PERFORM UNTIL NO-MORE-HOLDS
                    IF LH-FILE-NAME NOT = SPACES
                         IF HOLD-COUNT >= 100
                              DISPLAY "ERROR: LEGLHOLD HAS MORE THAN "
                                  "100 HOLDS - TABLE TOO SMALL"
                              GO TO 999-RETURN-ERR
                         END-IF
                         ADD 1 TO HOLD-COUNT
                         MOVE LH-FILE-NAME TO HT-FILE-NAME (HOLD-COUNT)
                         MOVE LH-KEY-POS   TO HT-KEY-POS (HOLD-COUNT)
                         MOVE LH-KEY-LEN   TO HT-KEY-LEN (HOLD-COUNT)
                         MOVE LH-KEY-VALUE TO HT-KEY-VALUE (HOLD-COUNT)
                         MOVE LH-REASON    TO HT-REASON (HOLD-COUNT)
                         IF HT-KEY-POS (HOLD-COUNT) NOT NUMERIC
                              MOVE ZERO TO HT-KEY-POS (HOLD-COUNT)
                         END-IF
                    END-IF
                    READ LEGLHOLD
                        AT END MOVE 'Y' TO LEGLHOLD-EOF
                    END-READ
                END-PERFORM
                CLOSE LEGLHOLD
           END-IF.

       130-OPEN-FILES.
           OPEN INPUT ARCHPOL
           IF NOT AP-NORMAL
                DISPLAY 'ERROR OPENING ARCHPOL'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ARCHCERT
           IF NOT AC-NORMAL
                DISPLAY 'ERROR OPENING ARCHCERT'
                GO TO 999-RETURN-ERR.

           MOVE BUSINESS-DATE-NUM TO HDR-BUSINESS-DATE.
           WRITE ARCHCERT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO ARCHCERT-REC.
           WRITE ARCHCERT-REC.

       140-READ-POLICY.
           READ ARCHPOL
               AT END MOVE 'Y' TO ARCHPOL-EOF
           END-READ.
           IF NOT (AP-NORMAL OR NO-MORE-POLICY)
                DISPLAY 'ERROR READING ARCHPOL'
                GO TO 999-RETURN-ERR
           END-IF.

       200-WORK-POLICY.
           IF AP-FILE-NAME NOT = SPACES
                PERFORM 210-CHECK-POLICY THRU 210-CHECK-POLICY-X
                IF POLICY-OK
                     PERFORM 300-RETAIN-FILE THRU 300-RETAIN-FILE-X
                END-IF
           END-IF.
           PERFORM 140-READ-POLICY.

      * A policy entry this utility cannot apply is reported on the
      * certificate and its file left as it is.
       210-CHECK-POLICY.
           MOVE 'N' TO POLICY-OK-SW.
           MOVE ZERO TO FILE-SUB.
           SET FD-IDX TO 1.
           SEARCH FILE-DEF-ITEM VARYING FD-IDX
               AT END
                   CONTINUE
               WHEN FD-NAME (FD-IDX) = AP-FILE-NAME
                   SET FILE-SUB TO FD-IDX
           END-SEARCH.

           IF FILE-SUB = ZERO
                MOVE 'NOT A FILE THIS UTILITY RETAINS'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.
           IF FILE-DONE-SW (FILE-SUB) = 'Y'
                MOVE 'SECOND POLICY ENTRY FOR THE FILE - IGNORED'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.
           MOVE FD-REC-LEN (FILE-SUB) TO REC-LEN.

           IF AP-RETAIN-PERIOD NOT NUMERIC
                  OR AP-RETAIN-PERIOD = ZERO
                  OR NOT (AP-DAYS OR AP-MONTHS OR AP-YEARS)
                MOVE 'INVALID RETENTION PERIOD OR UNIT'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.
           IF NOT (AP-ARCHIVE-ONLY OR AP-MAY-PURGE)
                MOVE 'DISPOSITION MUST BE A (ARCHIVE) OR P (PURGE)'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.
           IF AP-PURGE-PERIOD NOT NUMERIC
                MOVE ZERO TO AP-PURGE-PERIOD
           END-IF.
           IF AP-MAY-PURGE
                  AND AP-PURGE-PERIOD NOT = ZERO
                  AND AP-PURGE-PERIOD < AP-RETAIN-PERIOD
                MOVE 'PURGE PERIOD SHORTER THAN RETENTION'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.
           IF AP-DATE-POS NOT NUMERIC
                  OR AP-DATE-POS + 7 > REC-LEN
                MOVE 'DATE POSITION OUTSIDE THE RECORD'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.
           IF AP-ACTIVE-POS NOT NUMERIC
                  OR AP-ACTIVE-LEN NOT NUMERIC
                MOVE ZERO TO AP-ACTIVE-POS AP-ACTIVE-LEN
           END-IF.
           IF AP-ACTIVE-POS > 0
                  AND (AP-ACTIVE-LEN = 0 OR AP-ACTIVE-LEN > 10
                    OR AP-ACTIVE-POS + AP-ACTIVE-LEN - 1 > REC-LEN)
                MOVE 'ACTIVE-RECORD FIELD OUTSIDE THE RECORD'
                    TO POLICY-ERROR-TEXT
                GO TO 290-POLICY-ERROR
           END-IF.

           MOVE 'Y' TO FILE-DONE-SW (FILE-SUB).
           MOVE 'Y' TO POLICY-OK-SW.
           GO TO 210-CHECK-POLICY-X.

       290-POLICY-ERROR.
           ADD 1 TO POLICY-ERRORS.
           MOVE AP-FILE-NAME TO MS-FILE-NAME.
           STRING '** POLICY ERROR: ' DELIMITED BY SIZE
                  POLICY-ERROR-TEXT  DELIMITED BY SIZE
               INTO MS-TEXT
           END-STRING.
           WRITE ARCHCERT-REC FROM MESSAGE-LINE.
           MOVE SPACES TO ARCHCERT-REC.
           WRITE ARCHCERT-REC.
           DISPLAY 'ARCHRET: POLICY ERROR ON ' AP-FILE-NAME ' - '
               POLICY-ERROR-TEXT.

       210-CHECK-POLICY-X.
           EXIT.

      * One file: work out its cut-offs and holds, split it, and
      * certify the split.
       300-RETAIN-FILE.
           INITIALIZE FILE-FIGURES.
           MOVE 99999999 TO FF-OLDEST-OUT.
           PERFORM 310-COMPUTE-CUTOFFS.
           PERFORM 320-CHECK-FILE-HOLD.

           PERFORM 405-OPEN-INPUT.
           IF IN-FILE-MISSING
                ADD 1 TO FILES-NOT-PRESENT
                MOVE AP-FILE-NAME TO MS-FILE-NAME
                MOVE 'NOT PRESENT - NOTHING TO RETAIN' TO MS-TEXT
                WRITE ARCHCERT-REC FROM MESSAGE-LINE
                MOVE SPACES TO ARCHCERT-REC
                WRITE ARCHCERT-REC
                GO TO 300-RETAIN-FILE-X
           END-IF.
           IF NOT IN-NORMAL
                DISPLAY 'ERROR OPENING ' AP-FILE-NAME
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 410-OPEN-OUTPUTS.
           IF NOT KEEP-NORMAL
                DISPLAY 'ERROR OPENING ' FD-KEEP-NAME (FILE-SUB)
                GO TO 999-RETURN-ERR
           END-IF.
           IF NOT ARCH-NORMAL
                DISPLAY 'ERROR OPENING ' FD-ARCH-NAME (FILE-SUB)
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE 'N' TO INPUT-EOF.
           PERFORM 420-READ-RECORD.
           PERFORM UNTIL NO-MORE-INPUT
               PERFORM 500-DISPOSE-RECORD THRU 500-DISPOSE-RECORD-X
               PERFORM 420-READ-RECORD
           END-PERFORM.

           PERFORM 450-CLOSE-FILE-SET.
           ADD 1 TO FILES-PROCESSED.
           PERFORM 600-CERTIFY-FILE.

       300-RETAIN-FILE-X.
           EXIT.

      * Cut-offs count back from the business date.  A month or year
      * back from the 31st lands on the last day of a shorter month.
       310-COMPUTE-CUTOFFS.
           MOVE AP-RETAIN-PERIOD TO CUTOFF-PERIOD.
           PERFORM 315-COUNT-BACK.
           MOVE CUTOFF-RESULT TO ARCHIVE-CUTOFF.
           MOVE ZERO TO PURGE-CUTOFF.
           IF AP-MAY-PURGE
                IF AP-PURGE-PERIOD = ZERO
                     MOVE ARCHIVE-CUTOFF TO PURGE-CUTOFF
                ELSE
                     MOVE AP-PURGE-PERIOD TO CUTOFF-PERIOD
                     PERFORM 315-COUNT-BACK
                     MOVE CUTOFF-RESULT TO PURGE-CUTOFF
                END-IF
           END-IF.

       315-COUNT-BACK.
           EVALUATE TRUE
               WHEN AP-DAYS
                   COMPUTE CUTOFF-RESULT = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM)
                        - CUTOFF-PERIOD)
               WHEN OTHER
                   IF AP-YEARS
                        COMPUTE CUTOFF-MONTHS = CUTOFF-PERIOD * 12
                   ELSE
                        MOVE CUTOFF-PERIOD TO CUTOFF-MONTHS
                   END-IF
                   COMPUTE CUTOFF-MONTHS =
                       BUS-YYYY * 12 + BUS-MM - 1 - CUTOFF-MONTHS
                   DIVIDE CUTOFF-MONTHS BY 12
                       GIVING CUT-YYYY REMAINDER CUT-MM
                   ADD 1 TO CUT-MM
                   MOVE BUS-DD TO CUT-DD
                   PERFORM 318-CLAMP-MONTH-END
                   MOVE CUTOFF-DATE-NUM TO CUTOFF-RESULT
           END-EVALUATE.

       318-CLAMP-MONTH-END.
           MOVE CUT-YYYY TO MS-YYYY.
           MOVE CUT-MM   TO MS-MM.
           COMPUTE MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (MONTH-START-NUM).
           IF MS-MM = 12
                ADD 1 TO MS-YYYY
                MOVE 1 TO MS-MM
           ELSE
                ADD 1 TO MS-MM
           END-IF.
           COMPUTE MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE (MONTH-START-NUM)
               - MONTH-START-INT.
           IF CUT-DD > MONTH-DAYS
                MOVE MONTH-DAYS TO CUT-DD
           END-IF.

       320-CHECK-FILE-HOLD.
           MOVE 'N' TO FILE-HELD-SW.
           MOVE SPACES TO HOLD-REASON-WS.
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT OR FILE-HELD
                   IF HT-FILE-NAME (HOLD-SUB) = AP-FILE-NAME
                          AND HT-KEY-POS (HOLD-SUB) = ZERO
                        MOVE 'Y' TO FILE-HELD-SW
                        MOVE HT-REASON (HOLD-SUB) TO HOLD-REASON-WS
                   END-IF
           END-PERFORM.

       405-OPEN-INPUT.
           EVALUATE FILE-SUB
               WHEN 1
                   OPEN INPUT REVHIST
               WHEN 2
                   OPEN INPUT CENSHIST
               WHEN 3
                   OPEN INPUT PAYHIST
               WHEN 4
                   OPEN INPUT RATEHIST
               WHEN 5
                   OPEN INPUT EXCSMOLD
               WHEN 6
                   OPEN INPUT POLAUDIT
               WHEN 7
                   OPEN INPUT PATAUDIT
               WHEN 8
                   OPEN INPUT ADDRAUDT
               WHEN 9
                   OPEN INPUT ARTAUDIT
               WHEN 10
                   OPEN INPUT PAYAUDIT
               WHEN 11
                   OPEN INPUT EMPAUDIT
               WHEN 12
                   OPEN INPUT BEDAUDIT
               WHEN 13
                   OPEN INPUT INSAUDIT
               WHEN 14
                   OPEN INPUT CALAUDIT
               WHEN 15
                   OPEN INPUT CLMSUBLG
           END-EVALUATE.

       410-OPEN-OUTPUTS.
           EVALUATE FILE-SUB
               WHEN 1
                   OPEN OUTPUT REVHKEEP, REVHARCH
               WHEN 2
                   OPEN OUTPUT CENSKEEP, CENSARCH
               WHEN 3
                   OPEN OUTPUT PAYHKEEP, PAYHARCH
               WHEN 4
                   OPEN OUTPUT RATEKEEP, RATEARCH
               WHEN 5
                   OPEN OUTPUT EXCSKEEP, EXCSARCH
               WHEN 6
                   OPEN OUTPUT POLAKEEP, POLAARCH
               WHEN 7
                   OPEN OUTPUT PATAKEEP, PATAARCH
               WHEN 8
                   OPEN OUTPUT ADDRKEEP, ADDRARCH
               WHEN 9
                   OPEN OUTPUT ARTAKEEP, ARTAARCH
               WHEN 10
                   OPEN OUTPUT PAYAKEEP, PAYAARCH
               WHEN 11
                   OPEN OUTPUT EMPAKEEP, EMPAARCH
               WHEN 12
                   OPEN OUTPUT BEDAKEEP, BEDAARCH
               WHEN 13
                   OPEN OUTPUT INSAKEEP, INSAARCH
               WHEN 14
                   OPEN OUTPUT CALAKEEP, CALAARCH
               WHEN 15
                   OPEN OUTPUT CSUBKEEP, CSUBARCH
           END-EVALUATE.

       420-READ-RECORD.
           MOVE SPACES TO RECORD-WS.
           EVALUATE FILE-SUB
               WHEN 1
                   READ REVHIST INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 2
                   READ CENSHIST INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 3
                   READ PAYHIST INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 4
                   READ RATEHIST INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 5
                   READ EXCSMOLD INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 6
                   READ POLAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 7
                   READ PATAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 8
                   READ ADDRAUDT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 9
                   READ ARTAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 10
                   READ PAYAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 11
                   READ EMPAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 12
                   READ BEDAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 13
                   READ INSAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 14
                   READ CALAUDIT INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
               WHEN 15
                   READ CLMSUBLG INTO RECORD-WS
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
           END-EVALUATE.
           IF NOT (IN-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING ' AP-FILE-NAME
                GO TO 999-RETURN-ERR
           END-IF.

       430-WRITE-KEEP.
           EVALUATE FILE-SUB
               WHEN 1
                   WRITE REVHKEEP-REC FROM RECORD-WS
               WHEN 2
                   WRITE CENSKEEP-REC FROM RECORD-WS
               WHEN 3
                   WRITE PAYHKEEP-REC FROM RECORD-WS
               WHEN 4
                   WRITE RATEKEEP-REC FROM RECORD-WS
               WHEN 5
                   WRITE EXCSKEEP-REC FROM RECORD-WS
               WHEN 6
                   WRITE POLAKEEP-REC FROM RECORD-WS
               WHEN 7
                   WRITE PATAKEEP-REC FROM RECORD-WS
               WHEN 8
                   WRITE ADDRKEEP-REC FROM RECORD-WS
               WHEN 9
                   WRITE ARTAKEEP-REC FROM RECORD-WS
               WHEN 10
                   WRITE PAYAKEEP-REC FROM RECORD-WS
               WHEN 11
                   WRITE EMPAKEEP-REC FROM RECORD-WS
               WHEN 12
                   WRITE BEDAKEEP-REC FROM RECORD-WS
               WHEN 13
                   WRITE INSAKEEP-REC FROM RECORD-WS
               WHEN 14
                   WRITE CALAKEEP-REC FROM RECORD-WS
               WHEN 15
                   WRITE CSUBKEEP-REC FROM RECORD-WS
           END-EVALUATE.
           IF NOT KEEP-NORMAL
                DISPLAY 'ERROR WRITING ' FD-KEEP-NAME (FILE-SUB)
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO FF-KEEP-WRITTEN.

       440-WRITE-ARCHIVE.
           MOVE BUSINESS-DATE-NUM TO AW-ARCHIVE-DATE.
           MOVE RECORD-WS         TO AW-IMAGE.
           EVALUATE FILE-SUB
               WHEN 1
                   WRITE REVHARCH-REC FROM ARCHIVE-WS
               WHEN 2
                   WRITE CENSARCH-REC FROM ARCHIVE-WS
               WHEN 3
                   WRITE PAYHARCH-REC FROM ARCHIVE-WS
               WHEN 4
                   WRITE RATEARCH-REC FROM ARCHIVE-WS
               WHEN 5
                   WRITE EXCSARCH-REC FROM ARCHIVE-WS
               WHEN 6
                   WRITE POLAARCH-REC FROM ARCHIVE-WS
               WHEN 7
                   WRITE PATAARCH-REC FROM ARCHIVE-WS
               WHEN 8
                   WRITE ADDRARCH-REC FROM ARCHIVE-WS
               WHEN 9
                   WRITE ARTAARCH-REC FROM ARCHIVE-WS
               WHEN 10
                   WRITE PAYAARCH-REC FROM ARCHIVE-WS
               WHEN 11
                   WRITE EMPAARCH-REC FROM ARCHIVE-WS
               WHEN 12
                   WRITE BEDAARCH-REC FROM ARCHIVE-WS
               WHEN 13
                   WRITE INSAARCH-REC FROM ARCHIVE-WS
               WHEN 14
                   WRITE CALAARCH-REC FROM ARCHIVE-WS
               WHEN 15
                   WRITE CSUBARCH-REC FROM ARCHIVE-WS
           END-EVALUATE.
           IF NOT ARCH-NORMAL
                DISPLAY 'ERROR WRITING ' FD-ARCH-NAME (FILE-SUB)
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO FF-ARCH-WRITTEN.

       450-CLOSE-FILE-SET.
           EVALUATE FILE-SUB
               WHEN 1
                   CLOSE REVHIST, REVHKEEP, REVHARCH
               WHEN 2
                   CLOSE CENSHIST, CENSKEEP, CENSARCH
               WHEN 3
                   CLOSE PAYHIST, PAYHKEEP, PAYHARCH
               WHEN 4
                   CLOSE RATEHIST, RATEKEEP, RATEARCH
               WHEN 5
                   CLOSE EXCSMOLD, EXCSKEEP, EXCSARCH
               WHEN 6
                   CLOSE POLAUDIT, POLAKEEP, POLAARCH
               WHEN 7
                   CLOSE PATAUDIT, PATAKEEP, PATAARCH
               WHEN 8
                   CLOSE ADDRAUDT, ADDRKEEP, ADDRARCH
               WHEN 9
                   CLOSE ARTAUDIT, ARTAKEEP, ARTAARCH
               WHEN 10
                   CLOSE PAYAUDIT, PAYAKEEP, PAYAARCH
               WHEN 11
                   CLOSE EMPAUDIT, EMPAKEEP, EMPAARCH
               WHEN 12
                   CLOSE BEDAUDIT, BEDAKEEP, BEDAARCH
               WHEN 13
                   CLOSE INSAUDIT, INSAKEEP, INSAARCH
               WHEN 14
                   CLOSE CALAUDIT, CALAKEEP, CALAARCH
               WHEN 15
                   CLOSE CLMSUBLG, CSUBKEEP, CSUBARCH
           END-EVALUATE.

      * Holds first, then records still active, then age.  A record
      * whose date is missing or not a date stays on the live file:
      * nothing leaves it without a date proving it has expired.
       500-DISPOSE-RECORD.
           ADD 1 TO FF-READ.

           IF FILE-HELD
                ADD 1 TO FF-KEPT-HELD
                PERFORM 430-WRITE-KEEP
                GO TO 500-DISPOSE-RECORD-X
           END-IF.

           PERFORM 510-CHECK-RECORD-HOLD.
           IF RECORD-HELD
                ADD 1 TO FF-KEPT-HELD
                PERFORM 430-WRITE-KEEP
                GO TO 500-DISPOSE-RECORD-X
           END-IF.

           IF AP-ACTIVE-POS > 0
                IF RECORD-WS (AP-ACTIVE-POS : AP-ACTIVE-LEN) =
                       AP-ACTIVE-VALUE (1 : AP-ACTIVE-LEN)
                     ADD 1 TO FF-KEPT-ACTIVE
                     PERFORM 430-WRITE-KEEP
                     GO TO 500-DISPOSE-RECORD-X
                END-IF
           END-IF.

           IF AP-DATE-POS = ZERO
                MOVE BUSINESS-DATE-NUM TO REC-DATE-NUM
                PERFORM 520-NOTE-DATE-OUT
                ADD 1 TO FF-ARCHIVED
                PERFORM 440-WRITE-ARCHIVE
                GO TO 500-DISPOSE-RECORD-X
           END-IF.

           MOVE RECORD-WS (AP-DATE-POS : 8) TO REC-DATE-X.
           IF REC-DATE-X NOT NUMERIC
                  OR REC-MM < 1 OR REC-MM > 12
                  OR REC-DD < 1 OR REC-DD > 31
                ADD 1 TO FF-KEPT-UNDATED
                PERFORM 430-WRITE-KEEP
                GO TO 500-DISPOSE-RECORD-X
           END-IF.

           IF REC-DATE-NUM NOT < ARCHIVE-CUTOFF
                ADD 1 TO FF-KEPT-CURRENT
                PERFORM 430-WRITE-KEEP
                GO TO 500-DISPOSE-RECORD-X
           END-IF.

           PERFORM 520-NOTE-DATE-OUT.
           IF AP-MAY-PURGE AND REC-DATE-NUM < PURGE-CUTOFF
                ADD 1 TO FF-PURGED
           ELSE
                ADD 1 TO FF-ARCHIVED
                PERFORM 440-WRITE-ARCHIVE
           END-IF.

       500-DISPOSE-RECORD-X.
           EXIT.

       510-CHECK-RECORD-HOLD.
           MOVE 'N' TO RECORD-HELD-SW.
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT OR RECORD-HELD
                   IF HT-FILE-NAME (HOLD-SUB) = AP-FILE-NAME
                          AND HT-KEY-POS (HOLD-SUB) > ZERO
                          AND HT-KEY-LEN (HOLD-SUB) > ZERO
                          AND HT-KEY-LEN (HOLD-SUB) NOT > 20
                          AND HT-KEY-POS (HOLD-SUB)
                              + HT-KEY-LEN (HOLD-SUB) - 1 NOT > REC-LEN
                        IF RECORD-WS (HT-KEY-POS (HOLD-SUB) :
                                      HT-KEY-LEN (HOLD-SUB)) =
                           HT-KEY-VALUE (HOLD-SUB) (1 :
                                      HT-KEY-LEN (HOLD-SUB))
                             MOVE 'Y' TO RECORD-HELD-SW
                        END-IF
                   END-IF
           END-PERFORM.

       520-NOTE-DATE-OUT.
           IF REC-DATE-NUM < FF-OLDEST-OUT
                MOVE REC-DATE-NUM TO FF-OLDEST-OUT
           END-IF.
           IF REC-DATE-NUM > FF-NEWEST-OUT
                MOVE REC-DATE-NUM TO FF-NEWEST-OUT
           END-IF.

      * The file's certificate.  Before must equal what was written
      * to the kept generation and the archive plus what was purged,
      * and the kept reasons must add up to what was written.
       600-CERTIFY-FILE.
           MOVE AP-FILE-NAME     TO FH-FILE-NAME.
           MOVE AP-RETAIN-PERIOD TO FH-RETAIN-PERIOD.
           EVALUATE TRUE
               WHEN AP-DAYS
                   MOVE 'DAYS'   TO FH-RETAIN-UNIT
               WHEN AP-MONTHS
                   MOVE 'MONTHS' TO FH-RETAIN-UNIT
               WHEN OTHER
                   MOVE 'YEARS'  TO FH-RETAIN-UNIT
           END-EVALUATE.
           MOVE SPACES TO FH-DISPOSITION.
           IF AP-ARCHIVE-ONLY
                MOVE 'ARCHIVE ONLY' TO FH-DISPOSITION
           ELSE
                IF AP-PURGE-PERIOD = ZERO
                     MOVE 'PURGE AT RETENTION' TO FH-DISPOSITION
                ELSE
                     MOVE 'ARCHIVE, PURGE BEFORE' TO FH-DISPOSITION
                     MOVE PURGE-CUTOFF TO FH-DISPOSITION (23:8)
                END-IF
           END-IF.
           MOVE AP-DATE-POS    TO FH-DATE-POS.
           MOVE ARCHIVE-CUTOFF TO FH-CUTOFF.
           MOVE SPACES         TO FH-NOTE.
           IF AP-DATE-POS = ZERO
                MOVE 'UNDATED - WHOLE FILE ARCHIVED' TO FH-NOTE
           END-IF.
           IF FILE-HELD
                STRING 'LEGAL HOLD: ' DELIMITED BY SIZE
                       HOLD-REASON-WS DELIMITED BY SIZE
                    INTO FH-NOTE
                END-STRING
           END-IF.
           WRITE ARCHCERT-REC FROM FILE-HEADER-LINE.

           MOVE SPACES TO CL-NOTE.
           MOVE 'RECORDS BEFORE' TO CL-TEXT.
           MOVE FF-READ TO CL-COUNT.
           MOVE AP-FILE-NAME TO CL-NOTE.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE SPACES TO CL-NOTE.
           MOVE '  KEPT - WITHIN RETENTION' TO CL-TEXT.
           MOVE FF-KEPT-CURRENT TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE '  KEPT - UNDER LEGAL HOLD' TO CL-TEXT.
           MOVE FF-KEPT-HELD TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE '  KEPT - STILL ACTIVE' TO CL-TEXT.
           MOVE FF-KEPT-ACTIVE TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE '  KEPT - NO VALID DATE' TO CL-TEXT.
           MOVE FF-KEPT-UNDATED TO CL-COUNT.
           IF FF-KEPT-UNDATED > 0
                MOVE 'CHECK THE DATE POSITION ON ARCHPOL' TO CL-NOTE
           END-IF.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE SPACES TO CL-NOTE.
           MOVE '  ARCHIVED' TO CL-TEXT.
           MOVE FF-ARCHIVED TO CL-COUNT.
           IF FF-ARCHIVED > 0 OR FF-PURGED > 0
                STRING 'TO ' DELIMITED BY SIZE
                       FD-ARCH-NAME (FILE-SUB) DELIMITED BY SIZE
                       '  DATED ' DELIMITED BY SIZE
                       FF-OLDEST-OUT DELIMITED BY SIZE
                       ' THRU ' DELIMITED BY SIZE
                       FF-NEWEST-OUT DELIMITED BY SIZE
                    INTO CL-NOTE
                END-STRING
           ELSE
                STRING 'TO ' DELIMITED BY SIZE
                       FD-ARCH-NAME (FILE-SUB) DELIMITED BY SIZE
                    INTO CL-NOTE
                END-STRING
           END-IF.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE SPACES TO CL-NOTE.
           MOVE '  PURGED' TO CL-TEXT.
           MOVE FF-PURGED TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'RECORDS AFTER' TO CL-TEXT.
           MOVE FF-KEEP-WRITTEN TO CL-COUNT.
           STRING 'ON ' DELIMITED BY SIZE
                  FD-KEEP-NAME (FILE-SUB) DELIMITED BY SIZE
                  ', WHICH REPLACES ' DELIMITED BY SIZE
                  AP-FILE-NAME DELIMITED BY SIZE
               INTO CL-NOTE
           END-STRING.
           WRITE ARCHCERT-REC FROM COUNT-LINE.

           COMPUTE FF-KEPT-TOTAL = FF-KEPT-CURRENT + FF-KEPT-HELD
               + FF-KEPT-ACTIVE + FF-KEPT-UNDATED.
           COMPUTE FF-CHECK-TOTAL =
               FF-KEEP-WRITTEN + FF-ARCH-WRITTEN + FF-PURGED.
           MOVE SPACES TO CL-NOTE.
           MOVE 'AFTER + ARCHIVED + PURGED' TO CL-TEXT.
           MOVE FF-CHECK-TOTAL TO CL-COUNT.
           IF FF-CHECK-TOTAL = FF-READ
                  AND FF-KEPT-TOTAL = FF-KEEP-WRITTEN
                  AND FF-ARCHIVED = FF-ARCH-WRITTEN
                MOVE 'BALANCED' TO CL-NOTE
           ELSE
                MOVE '** OUT OF BALANCE - DO NOT REPLACE THE FILE **'
                    TO CL-NOTE
                ADD 1 TO FILES-OUT-OF-BALANCE
           END-IF.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE SPACES TO ARCHCERT-REC.
           WRITE ARCHCERT-REC.

           ADD FF-READ         TO TOTAL-READ.
           ADD FF-KEEP-WRITTEN TO TOTAL-KEPT.
           ADD FF-ARCH-WRITTEN TO TOTAL-ARCHIVED.
           ADD FF-PURGED       TO TOTAL-PURGED.

      * Files with no policy entry are left alone, and say so.
       700-LIST-NO-POLICY.
           PERFORM VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > FILE-DEF-COUNT
                   IF FILE-DONE-SW (FILE-SUB) NOT = 'Y'
                        MOVE FD-NAME (FILE-SUB) TO MS-FILE-NAME
                        MOVE 'NO RETENTION POLICY - NOT PROCESSED'
                            TO MS-TEXT
                        WRITE ARCHCERT-REC FROM MESSAGE-LINE
                   END-IF
           END-PERFORM.
           MOVE SPACES TO ARCHCERT-REC.
           WRITE ARCHCERT-REC.

       800-PRINT-TOTALS.
           MOVE SPACES TO CL-NOTE.
           MOVE 'FILES RETAINED' TO CL-TEXT.
           MOVE FILES-PROCESSED TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'FILES NOT PRESENT' TO CL-TEXT.
           MOVE FILES-NOT-PRESENT TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'POLICY ENTRIES IN ERROR' TO CL-TEXT.
           MOVE POLICY-ERRORS TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'TOTAL RECORDS BEFORE' TO CL-TEXT.
           MOVE TOTAL-READ TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'TOTAL RECORDS AFTER' TO CL-TEXT.
           MOVE TOTAL-KEPT TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'TOTAL RECORDS ARCHIVED' TO CL-TEXT.
           MOVE TOTAL-ARCHIVED TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'TOTAL RECORDS PURGED' TO CL-TEXT.
           MOVE TOTAL-PURGED TO CL-COUNT.
           WRITE ARCHCERT-REC FROM COUNT-LINE.
           MOVE 'FILES OUT OF BALANCE' TO CL-TEXT.
           MOVE FILES-OUT-OF-BALANCE TO CL-COUNT.
           IF FILES-OUT-OF-BALANCE = 0
                MOVE 'ALL FILES BALANCED' TO CL-NOTE
           END-IF.
           WRITE ARCHCERT-REC FROM COUNT-LINE.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE ARCHPOL, ARCHCERT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * records read across the files must equal those kept plus
      * those archived or purged.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'ARCHRET '            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE TOTAL-READ            TO LED-RECS-IN.
           MOVE TOTAL-KEPT            TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY =
               TOTAL-ARCHIVED + TOTAL-PURGED.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE ZERO                  TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
