       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTGCHK.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** NIGHTLY CROSS-MASTER INTEGRITY CHECK.
      *****
      ***** THE MASTERS ARE MAINTAINED BY SEPARATE PROGRAMS AND
      ***** NOTHING MADE THEM AGREE, SO A POLICY WITH NO ADDRESS ONLY
      ***** SURFACED WHEN MEDEOB PRINTED A BLANK ADDRESS BLOCK.  THIS
      ***** RUN CHECKS THE CROSS-REFERENCES AHEAD OF THE STEPS THAT
      ***** DEPEND ON THEM:
      *****
      *****   - EVERY POLMAST POLICY HAS A 'P' ENTRY ON ADDRMAST;
      *****   - EVERY PATMAST PATIENT HAS AN 'H' ENTRY ON ADDRMAST;
      *****   - EVERY PREAUTH ENTRY NAMES A POLICY ON POLMAST;
      *****   - EVERY STAY STILL OPEN ON ADMHIST IS IN A BED ON
      *****     BEDMAST;
      *****   - EVERY ACTIVE VENDPRC QUOTE IS FROM A VENDOR STILL ON
      *****     VENDMAST (A RETIRED QUOTE IS HISTORY AND IS LEFT
      *****     ALONE);
      *****   - EVERY EMPROJ ROW MAPS THROUGH THE EMPXREF CROSSWALK
      *****     TO AN EMPLOYEE ON THE PAYROLL MASTER (EMPMAS2).
      *****
      ***** EACH ORPHAN PRINTS ON THE INTEGRITY LISTING UNDER ITS
      ***** MASTER AND IS WRITTEN TO INTGEXCP IN THE SHARED
      ***** EXCEPTION-REC LAYOUT (SEE EXCREC.CPY), SO EXCRPT REPORTS
      ***** IT AND ITS EXCEPTION STATUS MASTER AGES IT UNTIL THE
      ***** MASTERS ARE PUT RIGHT.  THE ORIGINAL DATA CARRIES ONLY
      ***** THE ORPHAN'S KEY AND THE REFERENCE IT IS MISSING, SO THE
      ***** SAME ORPHAN FOUND NIGHT AFTER NIGHT IS ONE EXCEPTION WITH
      ***** A REPEAT COUNT.  ORPHANS ARE REPORTED, NOT FAILED: THE
      ***** RUN ENDS ZERO SO THE REST OF THE NIGHT STILL RUNS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Name-and-address master maintained by ADDRMNT (see
      *  Copybooks/ADDRREC.cpy): 'P' entries for policyholders, 'H'
      *  entries for hospital patients.
           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
           SELECT PATMAST
           ASSIGN TO PATMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATMAST-ST.
           SELECT PREAUTH
           ASSIGN TO PREAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREAUTH-ST.
           SELECT ADMHIST
           ASSIGN TO ADMHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AH-KEY
             FILE STATUS IS ADMHIST-ST.
           SELECT BEDMAST
           ASSIGN TO BEDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BEDMAST-ST.
           SELECT VENDPRC
           ASSIGN TO VENDPRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDPRC-ST.
           SELECT VENDMAST
           ASSIGN TO VENDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDMAST-ST.
           SELECT EMPROJ
           ASSIGN TO EMPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPROJ-ST.
      *  EMPROJ is keyed by name and the payroll master by employee
      *  id; EMPMAINT carries the crosswalk between them.
           SELECT EMPXREF
           ASSIGN TO EMPXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPXREF-ST.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLOYEE-MASTER-ST.
           SELECT INTGRPT
           ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTGRPT-ST.
      *  Orphans in the shared exception layout, read by EXCRPT.
           SELECT INTGEXCP
           ASSIGN TO INTGEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTGEXCP-ST.
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

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  FILLER                  PIC X(23).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

       FD  PATMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  PATMAST-REC.
           05  PT-PATIENT-NBR-I        PIC 9(05).
           05  FILLER                  PIC X(75).

       FD  PREAUTH
           RECORD CONTAINS 30 CHARACTERS.
       01  PREAUTH-REC.
           05  PA-POLICY-NO-I          PIC 9(07).
           05  PA-ADMIT-DATE-I         PIC X(10).
           05  FILLER                  PIC X(13).

       FD  ADMHIST
           RECORD CONTAINS 70 CHARACTERS.
       01  AH-REC.
           05  AH-KEY.
               10  AH-PATIENT-NBR-I    PIC 9(05).
               10  AH-DATE-ADMIT-I     PIC X(10).
           05  AH-BED-NBR-I            PIC 9(04).
           05  AH-EXPECTED-STAY-I      PIC 9(03).
           05  AH-OPEN-FLAG-I          PIC X(01).
               88  AH-STAY-OPEN                        VALUE 'Y'.
           05  FILLER                  PIC X(47).

       FD  BEDMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  BEDMAST-REC.
           05  BM-BED-NBR-I            PIC 9(04).
           05  FILLER                  PIC X(76).

       FD  VENDPRC
           RECORD CONTAINS 40 CHARACTERS.
       01  VENDPRC-REC.
           05  VP-INST-TYPE-I          PIC X(06).
           05  VP-INST-QUAL-I          PIC X(01).
           05  FILLER                  PIC X(15).
           05  VP-ACTIVE-I             PIC X(01).
               88  VP-QUOTE-ACTIVE                     VALUE 'Y'.
           05  VP-VENDOR-ID-I          PIC X(05).
           05  FILLER                  PIC X(12).

       FD  VENDMAST
           RECORD CONTAINS 150 CHARACTERS.
       01  VENDMAST-REC.
           05  VM-VENDOR-ID-I          PIC X(05).
           05  FILLER                  PIC X(145).

       FD  EMPROJ
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 FILLER                        PIC X(61).

       FD  EMPXREF
           RECORD CONTAINS 40 CHARACTERS.
       01  EMPXREF-REC.
           05  XR-NAME                 PIC X(15).
           05  XR-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(19).

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  FILLER                  PIC X(136).
           05  EM-EMP-ID-I             PIC 9(06).
           05  FILLER                  PIC X(22).

       FD  INTGRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  INTGRPT-REC                 PIC X(133).

       FD  INTGEXCP
           RECORD CONTAINS 150 CHARACTERS.
       01  INTGEXCP-REC                PIC X(150).

       WORKING-STORAGE SECTION.
           COPY ADDRREC.
           COPY EXCREC.
           COPY RUNLEDG.

       01  FLAGS.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  AD-NORMAL                           VALUE '00'.
           05  PATMAST-ST              PIC X(02).
               88  PT-NORMAL                           VALUE '00'.
           05  PREAUTH-ST              PIC X(02).
               88  PA-NORMAL                           VALUE '00'.
           05  ADMHIST-ST              PIC X(02).
               88  AH-NORMAL                           VALUE '00'.
           05  BEDMAST-ST              PIC X(02).
               88  BM-NORMAL                           VALUE '00'.
           05  VENDPRC-ST              PIC X(02).
               88  VP-NORMAL                           VALUE '00'.
           05  VENDMAST-ST             PIC X(02).
               88  VM-NORMAL                           VALUE '00'.
           05  EMPROJ-ST               PIC X(02).
               88  EP-NORMAL                           VALUE '00'.
           05  EMPXREF-ST              PIC X(02).
               88  XR-NORMAL                           VALUE '00'.
           05  EMPLOYEE-MASTER-ST      PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  INTGRPT-ST              PIC X(02).
               88  IR-NORMAL                           VALUE '00'.
           05  INTGEXCP-ST             PIC X(02).
               88  IX-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  PATMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PATMAST                     VALUE 'Y'.
           05  PREAUTH-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PREAUTH                     VALUE 'Y'.
           05  ADMHIST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADMHIST                     VALUE 'Y'.
           05  BEDMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-BEDMAST                     VALUE 'Y'.
           05  VENDPRC-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-VENDPRC                     VALUE 'Y'.
           05  VENDMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-VENDMAST                    VALUE 'Y'.
           05  EMPROJ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.
           05  EMPXREF-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPXREF                     VALUE 'Y'.
           05  EMPLOYEE-MASTER-EOF     PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPLOYEES                   VALUE 'Y'.
           05  REF-FOUND-SW            PIC X(01)       VALUE 'N'.
               88  REF-FOUND                           VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * One entry per cross-reference checked: the reason code and
      * description the orphan goes out under, the master whose
      * record is orphaned and what it was checked against.
       01  CHECK-DEFINITIONS.
           05  FILLER                  PIC X(04)       VALUE 'IC01'.
           05  FILLER                  PIC X(08)       VALUE 'POLMAST'.
           05  FILLER                  PIC X(30)
                    VALUE 'POLICY HAS NO P ADDRESS'.
           05  FILLER                  PIC X(20)
                    VALUE 'ADDRMAST'.
           05  FILLER                  PIC X(04)       VALUE 'IC02'.
           05  FILLER                  PIC X(08)       VALUE 'PATMAST'.
           05  FILLER                  PIC X(30)
                    VALUE 'PATIENT HAS NO H ADDRESS'.
           05  FILLER                  PIC X(20)
                    VALUE 'ADDRMAST'.
           05  FILLER                  PIC X(04)       VALUE 'IC03'.
           05  FILLER                  PIC X(08)       VALUE 'PREAUTH'.
           05  FILLER                  PIC X(30)
                    VALUE 'PREAUTH POLICY NOT ON POLMAST'.
           05  FILLER                  PIC X(20)
                    VALUE 'POLMAST'.
           05  FILLER                  PIC X(04)       VALUE 'IC04'.
           05  FILLER                  PIC X(08)       VALUE 'ADMHIST'.
           05  FILLER                  PIC X(30)
                    VALUE 'OPEN STAY BED NOT ON BEDMAST'.
           05  FILLER                  PIC X(20)
                    VALUE 'BEDMAST'.
           05  FILLER                  PIC X(04)       VALUE 'IC05'.
           05  FILLER                  PIC X(08)       VALUE 'VENDPRC'.
           05  FILLER                  PIC X(30)
                    VALUE 'QUOTE VENDOR NOT ON VENDMAST'.
           05  FILLER                  PIC X(20)
                    VALUE 'VENDMAST'.
           05  FILLER                  PIC X(04)       VALUE 'IC06'.
           05  FILLER                  PIC X(08)       VALUE 'EMPROJ'.
           05  FILLER                  PIC X(30)
                    VALUE 'EMPROJ NAME HAS NO EMPXREF ID'.
           05  FILLER                  PIC X(20)
                    VALUE 'EMPXREF AND EMPMAS2'.
           05  FILLER                  PIC X(04)       VALUE 'IC07'.
           05  FILLER                  PIC X(08)       VALUE 'EMPROJ'.
           05  FILLER                  PIC X(30)
                    VALUE 'EMPXREF ID NOT ON EMPMAS2'.
           05  FILLER                  PIC X(20)
                    VALUE 'EMPMAS2'.
       01  CHECK-DEF-TABLE REDEFINES CHECK-DEFINITIONS.
           05  CHECK-DEF OCCURS 7 TIMES.
               10  CD-REASON-CODE      PIC X(04).
               10  CD-MASTER           PIC X(08).
               10  CD-REASON-DESC      PIC X(30).
               10  CD-AGAINST          PIC X(20).

       01  CHECK-TOTALS.
           05  CHECK-TOTAL OCCURS 7 TIMES.
               10  CT-CHECKED          PIC 9(07)       VALUE 0.
               10  CT-ORPHANS          PIC 9(07)       VALUE 0.
       77  CHECK-NO                    PIC S9(04) COMP VALUE 0.
       77  CHECKED-TOTAL               PIC 9(07)       VALUE 0.
       77  ORPHAN-TOTAL                PIC 9(07)       VALUE 0.

      * Reference keys loaded for the lookups.  A master past its
      * table would report every record beyond the limit as an
      * orphan, so overflowing any of them stops the run instead.
       01  ADDRESS-KEY-TABLE.
           05  ADDRESS-KEY OCCURS 10000 TIMES
                   INDEXED BY ADK-IDX      PIC X(08).
       77  ADDRESS-KEY-COUNT           PIC S9(05) COMP VALUE 0.

       01  POLICY-TABLE.
           05  POLICY-KEY OCCURS 5000 TIMES
                   INDEXED BY PLK-IDX      PIC 9(07).
       77  POLICY-COUNT                PIC S9(04) COMP VALUE 0.

       01  BED-TABLE.
           05  BED-KEY OCCURS 2000 TIMES
                   INDEXED BY BDK-IDX      PIC 9(04).
       77  BED-COUNT                   PIC S9(04) COMP VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-KEY OCCURS 500 TIMES
                   INDEXED BY VDK-IDX      PIC X(05).
       77  VENDOR-COUNT                PIC S9(04) COMP VALUE 0.

       01  XREF-TABLE.
           05  XREF-ITEM OCCURS 2000 TIMES
                   INDEXED BY XRK-IDX.
               10  XRT-NAME            PIC X(15).
               10  XRT-EMP-ID          PIC 9(06).
       77  XREF-COUNT                  PIC S9(04) COMP VALUE 0.

       01  EMPLOYEE-TABLE.
           05  EMPLOYEE-KEY OCCURS 5000 TIMES
                   INDEXED BY EMK-IDX      PIC 9(06).
       77  EMPLOYEE-COUNT              PIC S9(04) COMP VALUE 0.

      * Lookup keys and the orphan being reported.
       01  SEARCH-ADDR-KEY.
           05  SAK-TYPE                PIC X(01).
           05  SAK-NO                  PIC 9(07).
       77  SEARCH-EMP-ID               PIC 9(06).

      * EXC-ORIGINAL-DATA for an orphan: the master, the orphan's
      * key and the reference it is missing -- nothing that changes
      * from night to night, so EXCRPT's status master recognizes a
      * repeat.
       01  ORPHAN-DATA.
           05  OD-MASTER               PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  OD-KEY                  PIC X(34).
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  OD-MISSING              PIC X(40).
           05  FILLER                  PIC X(16)       VALUE SPACES.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(40)
                    VALUE 'Master Cross-Reference Integrity Report'.
           05  FILLER                  PIC X(15)
                    VALUE 'BUSINESS DATE: '.
           05  HDR-BUSINESS-DATE       PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(08)       VALUE 'MASTER'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE 'CODE'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(30)       VALUE 'REASON'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(34)       VALUE 'RECORD'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(40)
                    VALUE 'MISSING REFERENCE'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(30)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(34)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(40)       VALUE ALL '-'.

       01  SECTION-LINE.
           05  FILLER                  PIC X(09)
                    VALUE 'CHECKING '.
           05  SEC-MASTER              PIC X(08).
           05  FILLER                  PIC X(09)
                    VALUE ' AGAINST '.
           05  SEC-AGAINST             PIC X(20).

       01  DETAIL-LINE.
           05  DTL-MASTER              PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-REASON-DESC         PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-KEY                 PIC X(34).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DTL-MISSING             PIC X(40).

       01  SUBTOTAL-LINE.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05  SUB-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(18)
                    VALUE '  RECORDS CHECKED:'.
           05  SUB-CHECKED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)
                    VALUE '   ORPHANS:'.
           05  SUB-ORPHANS             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(32)
                    VALUE 'TOTAL RECORDS CHECKED:'.
           05  TOT-CHECKED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)
                    VALUE '   ORPHANS:'.
           05  TOT-ORPHANS             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-ADDRESSES.
           PERFORM 210-LOAD-BEDS.
           PERFORM 220-LOAD-VENDORS.
           PERFORM 230-LOAD-XREF.
           PERFORM 240-LOAD-EMPLOYEES.
           PERFORM 300-CHECK-POLICIES.
           PERFORM 320-CHECK-PATIENTS.
           PERFORM 340-CHECK-PREAUTHS.
           PERFORM 360-CHECK-OPEN-STAYS.
           PERFORM 380-CHECK-VENDOR-QUOTES.
           PERFORM 400-CHECK-EMPROJ.
           PERFORM 500-PRINT-TOTALS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 150-OPEN-FILES.
           PERFORM 550-PRINT-HEADERS.

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

       150-OPEN-FILES.
           OPEN OUTPUT INTGRPT
           IF NOT IR-NORMAL
                DISPLAY 'ERROR OPENING INTGRPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT INTGEXCP
           IF NOT IX-NORMAL
                DISPLAY 'ERROR OPENING INTGEXCP'
                GO TO 999-RETURN-ERR.

      * Every ADDRMAST key, both 'P' and 'H' entries.
       200-LOAD-ADDRESSES.
           OPEN INPUT ADDRMAST
           IF NOT AD-NORMAL
                DISPLAY 'ERROR OPENING ADDRMAST'
                GO TO 999-RETURN-ERR.

           READ ADDRMAST INTO ADDR-REC
               AT END MOVE 'Y' TO ADDRMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ADDRMAST
               IF ADDRESS-KEY-COUNT >= 10000
                    DISPLAY "ERROR: ADDRMAST HAS MORE THAN 10000 "
                        "ENTRIES - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO ADDRESS-KEY-COUNT
               MOVE ADR-KEY TO ADDRESS-KEY (ADDRESS-KEY-COUNT)
               READ ADDRMAST INTO ADDR-REC
                   AT END MOVE 'Y' TO ADDRMAST-EOF
               END-READ
           END-PERFORM.

           CLOSE ADDRMAST.

       210-LOAD-BEDS.
           OPEN INPUT BEDMAST
           IF NOT BM-NORMAL
                DISPLAY 'ERROR OPENING BEDMAST'
                GO TO 999-RETURN-ERR.

           READ BEDMAST
               AT END MOVE 'Y' TO BEDMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-BEDMAST
               IF BED-COUNT >= 2000
                    DISPLAY "ERROR: BEDMAST HAS MORE THAN 2000 "
                        "BEDS - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO BED-COUNT
               MOVE BM-BED-NBR-I TO BED-KEY (BED-COUNT)
               READ BEDMAST
                   AT END MOVE 'Y' TO BEDMAST-EOF
               END-READ
           END-PERFORM.

           CLOSE BEDMAST.

      * A vendor retired from VENDMAST by VNDRMNT's delete is simply
      * no longer on the file.
       220-LOAD-VENDORS.
           OPEN INPUT VENDMAST
           IF NOT VM-NORMAL
                DISPLAY 'ERROR OPENING VENDMAST'
                GO TO 999-RETURN-ERR.

           READ VENDMAST
               AT END MOVE 'Y' TO VENDMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-VENDMAST
               IF VENDOR-COUNT >= 500
                    DISPLAY "ERROR: VENDMAST HAS MORE THAN 500 "
                        "VENDORS - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO VENDOR-COUNT
               MOVE VM-VENDOR-ID-I TO VENDOR-KEY (VENDOR-COUNT)
               READ VENDMAST
                   AT END MOVE 'Y' TO VENDMAST-EOF
               END-READ
           END-PERFORM.

           CLOSE VENDMAST.

       230-LOAD-XREF.
           OPEN INPUT EMPXREF
           IF NOT XR-NORMAL
                DISPLAY 'ERROR OPENING EMPXREF'
                GO TO 999-RETURN-ERR.

           READ EMPXREF
               AT END MOVE 'Y' TO EMPXREF-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPXREF
               IF XREF-COUNT >= 2000
                    DISPLAY "ERROR: EMPXREF HAS MORE THAN 2000 "
                        "NAMES - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO XREF-COUNT
               MOVE XR-NAME   TO XRT-NAME (XREF-COUNT)
               MOVE XR-EMP-ID TO XRT-EMP-ID (XREF-COUNT)
               READ EMPXREF
                   AT END MOVE 'Y' TO EMPXREF-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPXREF.

       240-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING EMPMAS2'
                GO TO 999-RETURN-ERR.

           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO EMPLOYEE-MASTER-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPLOYEES
               IF EMPLOYEE-COUNT >= 5000
                    DISPLAY "ERROR: EMPMAS2 HAS MORE THAN 5000 "
                        "EMPLOYEES - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO EMPLOYEE-COUNT
               MOVE EM-EMP-ID-I TO EMPLOYEE-KEY (EMPLOYEE-COUNT)
               READ EMPLOYEE-MASTER
                   AT END MOVE 'Y' TO EMPLOYEE-MASTER-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER.

      * POLMAST policies against their 'P' addresses.  The policy
      * numbers are kept as they pass for the PREAUTH check.
       300-CHECK-POLICIES.
           MOVE 1 TO CHECK-NO.
           PERFORM 600-PRINT-SECTION-HEADER.

           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING POLMAST'
                GO TO 999-RETURN-ERR.

           PERFORM 305-READ-POLMAST.
           PERFORM 310-CHECK-ONE-POLICY UNTIL NO-MORE-POLMAST.
           CLOSE POLMAST.

           PERFORM 650-PRINT-SUBTOTAL.

       305-READ-POLMAST.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

           IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                DISPLAY 'ERROR READING POLMAST'
                GO TO 999-RETURN-ERR
           END-IF.

       310-CHECK-ONE-POLICY.
           ADD 1 TO CT-CHECKED (CHECK-NO).
           IF POLICY-COUNT >= 5000
                DISPLAY "ERROR: POLMAST HAS MORE THAN 5000 "
                    "POLICIES - TABLE TOO SMALL"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO POLICY-COUNT.
           MOVE PM-POLICY-NO-I TO POLICY-KEY (POLICY-COUNT).

           MOVE 'P'            TO SAK-TYPE.
           MOVE PM-POLICY-NO-I TO SAK-NO.
           PERFORM 680-FIND-ADDRESS.
           IF NOT REF-FOUND
                MOVE SPACES TO OD-KEY, OD-MISSING
                STRING 'POLICY ' PM-POLICY-NO-I
                    DELIMITED BY SIZE INTO OD-KEY
                STRING 'ADDRMAST ' SEARCH-ADDR-KEY
                    DELIMITED BY SIZE INTO OD-MISSING
                PERFORM 700-REPORT-ORPHAN
           END-IF.

           PERFORM 305-READ-POLMAST.

      * PATMAST patients against their 'H' addresses, keyed by the
      * patient number zero-padded to seven.
       320-CHECK-PATIENTS.
           MOVE 2 TO CHECK-NO.
           PERFORM 600-PRINT-SECTION-HEADER.

           OPEN INPUT PATMAST
           IF NOT PT-NORMAL
                DISPLAY 'ERROR OPENING PATMAST'
                GO TO 999-RETURN-ERR.

           PERFORM 325-READ-PATMAST.
           PERFORM 330-CHECK-ONE-PATIENT UNTIL NO-MORE-PATMAST.
           CLOSE PATMAST.

           PERFORM 650-PRINT-SUBTOTAL.

       325-READ-PATMAST.
           READ PATMAST
               AT END MOVE 'Y' TO PATMAST-EOF
           END-READ.

           IF NOT (PT-NORMAL OR NO-MORE-PATMAST)
                DISPLAY 'ERROR READING PATMAST'
                GO TO 999-RETURN-ERR
           END-IF.

       330-CHECK-ONE-PATIENT.
           ADD 1 TO CT-CHECKED (CHECK-NO).
           MOVE 'H'              TO SAK-TYPE.
           MOVE PT-PATIENT-NBR-I TO SAK-NO.
           PERFORM 680-FIND-ADDRESS.
           IF NOT REF-FOUND
                MOVE SPACES TO OD-KEY, OD-MISSING
                STRING 'PATIENT ' PT-PATIENT-NBR-I
                    DELIMITED BY SIZE INTO OD-KEY
                STRING 'ADDRMAST ' SEARCH-ADDR-KEY
                    DELIMITED BY SIZE INTO OD-MISSING
                PERFORM 700-REPORT-ORPHAN
           END-IF.

           PERFORM 325-READ-PATMAST.

       340-CHECK-PREAUTHS.
           MOVE 3 TO CHECK-NO.
           PERFORM 600-PRINT-SECTION-HEADER.

           OPEN INPUT PREAUTH
           IF NOT PA-NORMAL
                DISPLAY 'ERROR OPENING PREAUTH'
                GO TO 999-RETURN-ERR.

           PERFORM 345-READ-PREAUTH.
           PERFORM 350-CHECK-ONE-PREAUTH UNTIL NO-MORE-PREAUTH.
           CLOSE PREAUTH.

           PERFORM 650-PRINT-SUBTOTAL.

       345-READ-PREAUTH.
           READ PREAUTH
               AT END MOVE 'Y' TO PREAUTH-EOF
           END-READ.

           IF NOT (PA-NORMAL OR NO-MORE-PREAUTH)
                DISPLAY 'ERROR READING PREAUTH'
                GO TO 999-RETURN-ERR
           END-IF.

       350-CHECK-ONE-PREAUTH.
           ADD 1 TO CT-CHECKED (CHECK-NO).
           MOVE 'N' TO REF-FOUND-SW.
           SET PLK-IDX TO 1.
           SEARCH POLICY-KEY VARYING PLK-IDX
               AT END
                   CONTINUE
               WHEN PLK-IDX > POLICY-COUNT
                   CONTINUE
               WHEN POLICY-KEY (PLK-IDX) = PA-POLICY-NO-I
                   MOVE 'Y' TO REF-FOUND-SW
           END-SEARCH.

           IF NOT REF-FOUND
                MOVE SPACES TO OD-KEY, OD-MISSING
                STRING 'POLICY ' PA-POLICY-NO-I
                    ' ADMIT ' PA-ADMIT-DATE-I
                    DELIMITED BY SIZE INTO OD-KEY
                STRING 'POLMAST ' PA-POLICY-NO-I
                    DELIMITED BY SIZE INTO OD-MISSING
                PERFORM 700-REPORT-ORPHAN
           END-IF.

           PERFORM 345-READ-PREAUTH.

      * Only stays still open hold a bed; a discharged stay's bed
      * may since have been taken off BEDMAST.
       360-CHECK-OPEN-STAYS.
           MOVE 4 TO CHECK-NO.
           PERFORM 600-PRINT-SECTION-HEADER.

           OPEN INPUT ADMHIST
           IF NOT AH-NORMAL
                DISPLAY 'ERROR OPENING ADMHIST'
                GO TO 999-RETURN-ERR.

           PERFORM 365-READ-ADMHIST.
           PERFORM 370-CHECK-ONE-STAY UNTIL NO-MORE-ADMHIST.
           CLOSE ADMHIST.

           PERFORM 650-PRINT-SUBTOTAL.

       365-READ-ADMHIST.
           READ ADMHIST
               AT END MOVE 'Y' TO ADMHIST-EOF
           END-READ.

           IF NOT (AH-NORMAL OR NO-MORE-ADMHIST)
                DISPLAY 'ERROR READING ADMHIST'
                GO TO 999-RETURN-ERR
           END-IF.

       370-CHECK-ONE-STAY.
           IF AH-STAY-OPEN
                ADD 1 TO CT-CHECKED (CHECK-NO)
                MOVE 'N' TO REF-FOUND-SW
                SET BDK-IDX TO 1
                SEARCH BED-KEY VARYING BDK-IDX
                    AT END
                        CONTINUE
                    WHEN BDK-IDX > BED-COUNT
                        CONTINUE
                    WHEN BED-KEY (BDK-IDX) = AH-BED-NBR-I
                        MOVE 'Y' TO REF-FOUND-SW
                END-SEARCH
                IF NOT REF-FOUND
                     MOVE SPACES TO OD-KEY, OD-MISSING
                     STRING 'PATIENT ' AH-PATIENT-NBR-I
                         ' ADMIT ' AH-DATE-ADMIT-I
                         DELIMITED BY SIZE INTO OD-KEY
                     STRING 'BEDMAST BED ' AH-BED-NBR-I
                         DELIMITED BY SIZE INTO OD-MISSING
                     PERFORM 700-REPORT-ORPHAN
                END-IF
           END-IF.

           PERFORM 365-READ-ADMHIST.

       380-CHECK-VENDOR-QUOTES.
           MOVE 5 TO CHECK-NO.
           PERFORM 600-PRINT-SECTION-HEADER.

           OPEN INPUT VENDPRC
           IF NOT VP-NORMAL
                DISPLAY 'ERROR OPENING VENDPRC'
                GO TO 999-RETURN-ERR.

           PERFORM 385-READ-VENDPRC.
           PERFORM 390-CHECK-ONE-QUOTE UNTIL NO-MORE-VENDPRC.
           CLOSE VENDPRC.

           PERFORM 650-PRINT-SUBTOTAL.

       385-READ-VENDPRC.
           READ VENDPRC
               AT END MOVE 'Y' TO VENDPRC-EOF
           END-READ.

           IF NOT (VP-NORMAL OR NO-MORE-VENDPRC)
                DISPLAY 'ERROR READING VENDPRC'
                GO TO 999-RETURN-ERR
           END-IF.

       390-CHECK-ONE-QUOTE.
           IF VP-QUOTE-ACTIVE
                ADD 1 TO CT-CHECKED (CHECK-NO)
                MOVE 'N' TO REF-FOUND-SW
                SET VDK-IDX TO 1
                SEARCH VENDOR-KEY VARYING VDK-IDX
                    AT END
                        CONTINUE
                    WHEN VDK-IDX > VENDOR-COUNT
                        CONTINUE
                    WHEN VENDOR-KEY (VDK-IDX) = VP-VENDOR-ID-I
                        MOVE 'Y' TO REF-FOUND-SW
                END-SEARCH
                IF NOT REF-FOUND
                     MOVE SPACES TO OD-KEY, OD-MISSING
                     STRING 'QUOTE ' VP-INST-TYPE-I ' '
                         VP-INST-QUAL-I ' VENDOR ' VP-VENDOR-ID-I
                         DELIMITED BY SIZE INTO OD-KEY
                     STRING 'VENDMAST ' VP-VENDOR-ID-I
                         DELIMITED BY SIZE INTO OD-MISSING
                     PERFORM 700-REPORT-ORPHAN
                END-IF
           END-IF.

           PERFORM 385-READ-VENDPRC.

      * An EMPROJ row reaches payroll through its name's crosswalk
      * id: a name with no id (or a zero id) is one orphan, an id
      * the payroll master does not carry is the other.
       400-CHECK-EMPROJ.
           MOVE 6 TO CHECK-NO.
           PERFORM 600-PRINT-SECTION-HEADER.

           OPEN INPUT EMPROJ
           IF NOT EP-NORMAL
                DISPLAY 'ERROR OPENING EMPROJ'
                GO TO 999-RETURN-ERR.

           PERFORM 405-READ-EMPROJ.
           PERFORM 410-CHECK-ONE-EMPROJ THRU 410-EXIT
               UNTIL NO-MORE-EMPROJ.
           CLOSE EMPROJ.

           MOVE 6 TO CHECK-NO.
           PERFORM 650-PRINT-SUBTOTAL.
           MOVE 7 TO CHECK-NO.
           PERFORM 650-PRINT-SUBTOTAL.

       405-READ-EMPROJ.
           READ EMPROJ
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.

           IF NOT (EP-NORMAL OR NO-MORE-EMPROJ)
                DISPLAY 'ERROR READING EMPROJ'
                GO TO 999-RETURN-ERR
           END-IF.

       410-CHECK-ONE-EMPROJ.
           MOVE 6 TO CHECK-NO.
           ADD 1 TO CT-CHECKED (CHECK-NO).
           MOVE ZERO TO SEARCH-EMP-ID.
           SET XRK-IDX TO 1.
           SEARCH XREF-ITEM VARYING XRK-IDX
               AT END
                   CONTINUE
               WHEN XRK-IDX > XREF-COUNT
                   CONTINUE
               WHEN XRT-NAME (XRK-IDX) = EMP-NAME-I
                   MOVE XRT-EMP-ID (XRK-IDX) TO SEARCH-EMP-ID
           END-SEARCH.

           MOVE SPACES TO OD-KEY, OD-MISSING.
           STRING 'PROJECT ' EMP-PROJECT-I ' ' EMP-NAME-I
               DELIMITED BY SIZE INTO OD-KEY.

           IF SEARCH-EMP-ID = ZERO
                STRING 'EMPXREF ' EMP-NAME-I
                    DELIMITED BY SIZE INTO OD-MISSING
                PERFORM 700-REPORT-ORPHAN
                GO TO 410-EXIT
           END-IF.

           MOVE 7 TO CHECK-NO.
           ADD 1 TO CT-CHECKED (CHECK-NO).
           MOVE 'N' TO REF-FOUND-SW.
           SET EMK-IDX TO 1.
           SEARCH EMPLOYEE-KEY VARYING EMK-IDX
               AT END
                   CONTINUE
               WHEN EMK-IDX > EMPLOYEE-COUNT
                   CONTINUE
               WHEN EMPLOYEE-KEY (EMK-IDX) = SEARCH-EMP-ID
                   MOVE 'Y' TO REF-FOUND-SW
           END-SEARCH.

           IF NOT REF-FOUND
                STRING 'EMPMAS2 EMPLOYEE ' SEARCH-EMP-ID
                    DELIMITED BY SIZE INTO OD-MISSING
                PERFORM 700-REPORT-ORPHAN
           END-IF.

       410-EXIT.
           PERFORM 405-READ-EMPROJ.

       500-PRINT-TOTALS.
           MOVE SPACES TO INTGRPT-REC.
           WRITE INTGRPT-REC.
           MOVE CHECKED-TOTAL TO TOT-CHECKED.
           MOVE ORPHAN-TOTAL  TO TOT-ORPHANS.
           WRITE INTGRPT-REC FROM TOTAL-LINE.

           DISPLAY "INTEGRITY CHECK: " CHECKED-TOTAL
                   " RECORDS CHECKED, " ORPHAN-TOTAL " ORPHANS".

       550-PRINT-HEADERS.
           MOVE BUSINESS-DATE-NUM TO HDR-BUSINESS-DATE.
           WRITE INTGRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO INTGRPT-REC.
           WRITE INTGRPT-REC.
           WRITE INTGRPT-REC FROM HEADER-LINE-02.
           WRITE INTGRPT-REC FROM HEADER-LINE-03.

       600-PRINT-SECTION-HEADER.
           MOVE SPACES TO INTGRPT-REC.
           WRITE INTGRPT-REC.
           MOVE CD-MASTER (CHECK-NO)  TO SEC-MASTER.
           MOVE CD-AGAINST (CHECK-NO) TO SEC-AGAINST.
           WRITE INTGRPT-REC FROM SECTION-LINE.

       650-PRINT-SUBTOTAL.
           MOVE CD-REASON-CODE (CHECK-NO) TO SUB-REASON-CODE.
           MOVE CT-CHECKED (CHECK-NO)     TO SUB-CHECKED.
           MOVE CT-ORPHANS (CHECK-NO)     TO SUB-ORPHANS.
           WRITE INTGRPT-REC FROM SUBTOTAL-LINE.
           ADD CT-CHECKED (CHECK-NO) TO CHECKED-TOTAL.
           ADD CT-ORPHANS (CHECK-NO) TO ORPHAN-TOTAL.

       680-FIND-ADDRESS.
           MOVE 'N' TO REF-FOUND-SW.
           SET ADK-IDX TO 1.
           SEARCH ADDRESS-KEY VARYING ADK-IDX
               AT END
                   CONTINUE
               WHEN ADK-IDX > ADDRESS-KEY-COUNT
                   CONTINUE
               WHEN ADDRESS-KEY (ADK-IDX) = SEARCH-ADDR-KEY
                   MOVE 'Y' TO REF-FOUND-SW
           END-SEARCH.

      * Prints the orphan under its master and writes it to INTGEXCP
      * for EXCRPT.  OD-KEY and OD-MISSING are set by the caller.
       700-REPORT-ORPHAN.
           ADD 1 TO CT-ORPHANS (CHECK-NO).
           MOVE CD-MASTER (CHECK-NO)      TO OD-MASTER.

           MOVE CD-MASTER (CHECK-NO)      TO DTL-MASTER.
           MOVE CD-REASON-CODE (CHECK-NO) TO DTL-REASON-CODE.
           MOVE CD-REASON-DESC (CHECK-NO) TO DTL-REASON-DESC.
           MOVE OD-KEY                    TO DTL-KEY.
           MOVE OD-MISSING                TO DTL-MISSING.
           WRITE INTGRPT-REC FROM DETAIL-LINE.

           MOVE SPACES TO EXCEPTION-REC.
           MOVE 'INTGCHK'                 TO EXC-SOURCE-PGM.
           MOVE BUSINESS-DATE-NUM         TO EXC-EXCEPTION-DATE.
           MOVE CD-REASON-CODE (CHECK-NO) TO EXC-REASON-CODE.
           MOVE CD-REASON-DESC (CHECK-NO) TO EXC-REASON-DESC.
           MOVE ORPHAN-DATA               TO EXC-ORIGINAL-DATA.
           WRITE INTGEXCP-REC FROM EXCEPTION-REC.
           IF NOT IX-NORMAL
                DISPLAY 'ERROR WRITING INTGEXCP'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE INTGRPT, INTGEXCP.

      * One run-control record for DAYBAL's nightly cross-foot --
      * every record checked either cleared its cross-reference
      * (primary) or went out as an orphan (rejected).
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           MOVE SPACES TO LEDGER-REC.
           INITIALIZE LEDGER-REC.
           MOVE 'INTGCHK'           TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE CHECKED-TOTAL       TO LED-RECS-IN.
           COMPUTE LED-RECS-OUT-PRIMARY = CHECKED-TOTAL - ORPHAN-TOTAL.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE ORPHAN-TOTAL        TO LED-RECS-REJECTED.
           MOVE ZERO                TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
