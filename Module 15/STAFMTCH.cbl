       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STAFMTCH.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** STAFFING REQUISITION MATCHING AGAINST EMPROJ SKILLS AND
      ***** BENCH CAPACITY.
      *****
      ***** WHEN A PROJECT NEEDS SOMEONE, THE RESOURCE MANAGER USED
      ***** TO QUERY TABLES01 BY HAND AND CROSS-CHECK UTILRPT'S BENCH
      ***** LIST.  THIS RUN TAKES THE STAFFREQ REQUISITIONS (PROJECT,
      ***** POSITION, STATE OFFICE, LANGUAGE CERTIFICATION, DAYS
      ***** NEEDED, START DATE) AND RANKS EVERY EMPLOYEE ON EMPROJ
      ***** WITH FREE CAPACITY BY FIT:
      *****
      *****   - POSITION MATCH 40, CERTIFICATION MATCH 30, STATE
      *****     OFFICE MATCH 20, AND 10 MORE WHEN THEIR FREE DAYS
      *****     COVER THE DAYS NEEDED (A BLANK REQUISITION FIELD
      *****     MATCHES ANYONE, AS ON TABLES01'S CRITERIA CARDS);
      *****   - FREE DAYS ARE FIGURED THE UTILRPT WAY: THE UTILPARM
      *****     CAPACITY LESS THE DAYS BOOKED ACROSS ALL THE PERSON'S
      *****     PROJECT ROWS, LESS ANY DAYS THIS RUN HAS ALREADY
      *****     COMMITTED TO AN ACCEPTED MATCH.
      *****
      ***** A REQUISITION NOBODY FITS IN FULL (A PERFECT 100) IS
      ***** UNFILLABLE AND LISTED AT THE END.  ONCE THE MANAGER KEYS
      ***** AN ACCEPTED NAME ON THE REQUISITION, THE NEXT RUN WRITES
      ***** THE EMPMAINT ADD TRANSACTION FOR THE NEW PROJECT ROW TO
      ***** STAFTRAN (EMPTRANS LAYOUT), CARRYING THE PERSON'S CURRENT
      ***** RATES EFFECTIVE FROM THE START DATE AND THEIR EMPXREF ID.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFREQ
           ASSIGN TO STAFFREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STAFFREQ-ST.
           SELECT EMPROJ
           ASSIGN TO EMPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPROJ-ST.
      *  The same capacity card UTILRPT reads; a missing or bad card
      *  falls back to the shipped default.
           SELECT UTILPARM
           ASSIGN TO UTILPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UTILPARM-ST.
      *  Name-to-employee-id crosswalk EMPMAINT carries; the add
      *  transaction must name the employee id.
           SELECT EMPXREF
           ASSIGN TO EMPXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPXREF-ST.
           SELECT STAFTRAN
           ASSIGN TO STAFTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STAFTRAN-ST.
           SELECT STAFRPT
           ASSIGN TO STAFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STAFRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  reproduces the original date's results.
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
      * One requisition per record.  The accepted name is keyed by
      * the resource manager after reviewing the ranking; blank
      * means rank only.
       FD  STAFFREQ
           RECORD CONTAINS 80 CHARACTERS.
       01  STAFFREQ-REC.
           05  SR-REQ-ID               PIC X(06).
           05  SR-PROJECT              PIC X(04).
           05  SR-POSITION             PIC X(20).
           05  SR-STATE-OFFICE         PIC X(02).
           05  SR-LANG-CERT            PIC X(20).
           05  SR-DAYS-NEEDED          PIC 9(03).
           05  SR-START-DATE           PIC 9(08).
           05  SR-ACCEPTED-NAME        PIC X(15).
           05  FILLER                  PIC X(02).

       FD  EMPROJ
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 EMP-STATE-OFFICE-I            PIC X(02).
           05 EMP-PROJECT-POSITION-I        PIC X(20).
           05 EMP-NBR-DAYS-ON-PROJ-I        PIC 9(03).
           05 EMP-NBR-OT-HOURS-I            PIC 9(03).
           05 EMP-PER-DAY-BILLING-RATE-I    PIC 9(03)V99.
           05 EMP-PER-HOUR-OT-RATE-I        PIC 9(03)V99.
           05 EMP-LANGUAGE-CERT-I           PIC X(20).
           05 EMP-ON-CALL-I                 PIC X(01).
           05 FILLER                        PIC X(02).

       FD  UTILPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  UTILPARM-REC.
           05  UP-CAPACITY-DAYS        PIC 9(03).
           05  UP-BENCH-PCT            PIC 9(03).
           05  FILLER                  PIC X(74).

       FD  EMPXREF
           RECORD CONTAINS 40 CHARACTERS.
       01  EMPXREF-REC.
           05  XR-NAME                 PIC X(15).
           05  XR-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(19).

      * EMPMAINT's EMPTRANS layout: action, EMPROJ record image, rate
      * effective date, employee id.
       FD  STAFTRAN
           RECORD CONTAINS 96 CHARACTERS.
       01  STAFTRAN-REC.
           05  ST-ACTION               PIC X(01).
           05  ST-RECORD-IMAGE         PIC X(80).
           05  ST-RATE-EFF-DATE        PIC 9(08).
           05  ST-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(01).

       FD  STAFRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  STAFRPT-REC                 PIC X(133).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.

       01  FLAGS.
           05  STAFFREQ-ST             PIC X(02).
               88  SR-NORMAL                           VALUE '00'.
           05  EMPROJ-ST               PIC X(02).
               88  EP-NORMAL                           VALUE '00'.
           05  UTILPARM-ST             PIC X(02).
               88  UP-NORMAL                           VALUE '00'.
           05  EMPXREF-ST              PIC X(02).
               88  XR-NORMAL                           VALUE '00'.
               88  XR-FILE-MISSING                     VALUE '35'.
           05  STAFTRAN-ST             PIC X(02).
               88  ST-NORMAL                           VALUE '00'.
           05  STAFRPT-ST              PIC X(02).
               88  RP-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  STAFFREQ-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-REQS                        VALUE 'Y'.
           05  EMPROJ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.
           05  EMPXREF-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-XREF                        VALUE 'Y'.
           05  REQ-VALID-SW            PIC X(01)       VALUE 'Y'.
               88  REQ-VALID                           VALUE 'Y'.
           05  ON-PROJECT-SW           PIC X(01)       VALUE 'N'.
               88  ALREADY-ON-PROJECT                  VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Every EMPROJ row's project and name, for the "already on
      * this project" check.
       01  ROW-TABLE.
           05  ROW-ITEM OCCURS 200 TIMES INDEXED BY ROW-IDX.
               10  RW-PROJECT          PIC X(04).
               10  RW-NAME             PIC X(15).
       77  ROW-COUNT                   PIC S9(04) COMP VALUE 0.

      * One slot per person: skills and rates off their first row,
      * days totaled across all their rows the way UTILRPT totals
      * them, and the days this run has committed to accepted
      * matches.
       01  PERSON-TABLE.
           05  PERSON-ITEM OCCURS 200 TIMES INDEXED BY PER-IDX.
               10  PER-NAME            PIC X(15).
               10  PER-STATE-OFFICE    PIC X(02).
               10  PER-POSITION        PIC X(20).
               10  PER-LANG-CERT       PIC X(20).
               10  PER-DAY-RATE        PIC 9(03)V99.
               10  PER-OT-RATE         PIC 9(03)V99.
               10  PER-ON-CALL         PIC X(01).
               10  PER-TOTAL-DAYS      PIC 9(05).
               10  PER-COMMITTED       PIC 9(05).
               10  PER-EMP-ID          PIC 9(06).
       77  PERSON-MAX                  PIC S9(04) COMP VALUE 200.
       77  PERSON-COUNT                PIC S9(04) COMP VALUE 0.
       77  PERSON-FOUND-SUB            PIC S9(04) COMP VALUE 0.
       77  PER-SUB                     PIC S9(04) COMP VALUE 0.

      * Candidates for the requisition in hand.
       01  CANDIDATE-TABLE.
           05  CANDIDATE-ITEM OCCURS 200 TIMES.
               10  CD-PER-SUB          PIC S9(04) COMP.
               10  CD-SCORE            PIC 9(03).
               10  CD-AVAIL            PIC S9(05).
               10  CD-PICKED-SW        PIC X(01).
                   88  CD-PICKED                       VALUE 'Y'.
       77  CANDIDATE-COUNT             PIC S9(04) COMP VALUE 0.
       77  CD-SUB                      PIC S9(04) COMP VALUE 0.
       77  BEST-SUB                    PIC S9(04) COMP VALUE 0.
       77  RANK-NO                     PIC S9(04) COMP VALUE 0.
       77  RANK-MAX                    PIC S9(04) COMP VALUE 5.
       77  BEST-SCORE                  PIC 9(03) VALUE 0.

      * Requisitions nobody fits in full, listed at the end.
       01  UNFILLED-TABLE.
           05  UNFILLED-ITEM OCCURS 200 TIMES.
               10  UF-REQ-ID           PIC X(06).
               10  UF-PROJECT          PIC X(04).
               10  UF-POSITION         PIC X(20).
               10  UF-STATE-OFFICE     PIC X(02).
               10  UF-LANG-CERT        PIC X(20).
               10  UF-DAYS-NEEDED      PIC 9(03).
               10  UF-BEST-SCORE       PIC 9(03).
       77  UNFILLED-COUNT              PIC S9(04) COMP VALUE 0.
       77  UF-SUB                      PIC S9(04) COMP VALUE 0.

      * Fit weights.  A full fit scores FULL-FIT-SCORE.
       77  POSITION-WEIGHT             PIC 9(03) VALUE 40.
       77  CERT-WEIGHT                 PIC 9(03) VALUE 30.
       77  OFFICE-WEIGHT               PIC 9(03) VALUE 20.
       77  CAPACITY-WEIGHT             PIC 9(03) VALUE 10.
       77  FULL-FIT-SCORE              PIC 9(03) VALUE 100.

      * Shipped default, overridden by the UTILPARM card: a working
      * year of 220 billable days.
       77  CAPACITY-DAYS-WS            PIC 9(03) VALUE 220.

       77  SCORE-WS                    PIC 9(03).
       77  AVAIL-WS                    PIC S9(05).
       77  REASON-DESC-WS              PIC X(30).

       77  REQS-READ                   PIC 9(05) VALUE 0.
       77  REQS-BAD                    PIC 9(05) VALUE 0.
       77  REQS-RANKED                 PIC 9(05) VALUE 0.
       77  REQS-UNFILLABLE             PIC 9(05) VALUE 0.
       77  ACCEPTS-WRITTEN             PIC 9(05) VALUE 0.
       77  ACCEPTS-REJECTED            PIC 9(05) VALUE 0.

      * The new project row the add transaction carries, in EMPROJ
      * layout.
       01  NEW-ROW-WS.
           05 NR-PROJECT                    PIC X(4).
           05 NR-NAME                       PIC X(15).
           05 NR-STATE-OFFICE               PIC X(02).
           05 NR-POSITION                   PIC X(20).
           05 NR-NBR-DAYS-ON-PROJ           PIC 9(03).
           05 NR-NBR-OT-HOURS               PIC 9(03).
           05 NR-PER-DAY-BILLING-RATE       PIC 9(03)V99.
           05 NR-PER-HOUR-OT-RATE           PIC 9(03)V99.
           05 NR-LANGUAGE-CERT              PIC X(20).
           05 NR-ON-CALL                    PIC X(01).
           05 FILLER                        PIC X(02).

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(40)
                    VALUE 'STAFFING REQUISITION MATCHING - '.
           05  HDR-DATE                PIC 9(08).
           05  FILLER                  PIC X(22)
                    VALUE '   CAPACITY PER HEAD: '.
           05  HDR-CAPACITY            PIC ZZ9.
           05  FILLER                  PIC X(05)
                    VALUE ' DAYS'.

       01  REQ-LINE-1.
           05  FILLER                  PIC X(12)
                    VALUE 'REQUISITION '.
           05  RQ-REQ-ID               PIC X(06).
           05  FILLER                  PIC X(10)
                    VALUE '  PROJECT '.
           05  RQ-PROJECT              PIC X(04).
           05  FILLER                  PIC X(11)
                    VALUE '  POSITION '.
           05  RQ-POSITION             PIC X(20).
           05  FILLER                  PIC X(09)
                    VALUE '  OFFICE '.
           05  RQ-STATE-OFFICE         PIC X(02).
           05  FILLER                  PIC X(07)
                    VALUE '  CERT '.
           05  RQ-LANG-CERT            PIC X(20).
           05  FILLER                  PIC X(07)
                    VALUE '  DAYS '.
           05  RQ-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(08)
                    VALUE '  START '.
           05  RQ-START                PIC 9(08).

       01  CAND-HEADER-LINE.
           05  FILLER                  PIC X(10)
                    VALUE '    RANK  '.
           05  FILLER                  PIC X(17)
                    VALUE 'NAME'.
           05  FILLER                  PIC X(08)
                    VALUE 'OFFICE'.
           05  FILLER                  PIC X(22)
                    VALUE 'POSITION'.
           05  FILLER                  PIC X(22)
                    VALUE 'CERT'.
           05  FILLER                  PIC X(07)
                    VALUE ' FREE'.
           05  FILLER                  PIC X(05)
                    VALUE 'FIT'.
           05  FILLER                  PIC X(10)
                    VALUE 'MATCHED ON'.

       01  CAND-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  CL-RANK                 PIC ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CL-NAME                 PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-STATE-OFFICE         PIC X(02).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  CL-POSITION             PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-LANG-CERT            PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-AVAIL                PIC -ZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-SCORE                PIC ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-POS-FLAG             PIC X(04).
           05  CL-CERT-FLAG            PIC X(05).
           05  CL-OFFICE-FLAG          PIC X(07).
           05  CL-CAP-FLAG             PIC X(08).

       01  ACCEPT-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  AC-TEXT                 PIC X(32).
           05  AC-NAME                 PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AC-REASON               PIC X(30).

       01  UNFILLED-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UL-REQ-ID               PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UL-PROJECT              PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UL-POSITION             PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UL-STATE-OFFICE         PIC X(02).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  UL-LANG-CERT            PIC X(20).
           05  FILLER                  PIC X(07)
                    VALUE '  DAYS '.
           05  UL-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '  BEST FIT  '.
           05  UL-BEST                 PIC ZZ9.

       01  FOOTER-LINE.
           05  FILLER                  PIC X(14)
                    VALUE 'REQUISITIONS: '.
           05  FT-READ                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '  UNFILLABLE: '.
           05  FT-UNFILLABLE           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                    VALUE '  ADDS WRITTEN:     '.
           05  FT-WRITTEN              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
                    VALUE '  ACCEPTS REJECTED:   '.
           05  FT-REJECTED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                    VALUE '  FAILED EDIT:  '.
           05  FT-BAD                  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-MATCH-REQUISITION THRU 200-MATCH-REQUISITION-X
               UNTIL NO-MORE-REQS.
           PERFORM 600-PRINT-UNFILLED.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-PARAMETERS.
           PERFORM 330-LOAD-EMPROJ.
           PERFORM 340-LOAD-CROSSWALK.

           MOVE BUSINESS-DATE-NUM TO HDR-DATE.
           MOVE CAPACITY-DAYS-WS  TO HDR-CAPACITY.
           WRITE STAFRPT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO STAFRPT-REC.
           WRITE STAFRPT-REC.

           PERFORM 400-READ-REQUISITION.

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

      * One requisition: ranked, then either the accepted match is
      * turned into an add transaction or, with nothing accepted, a
      * requisition nobody fits in full is noted as unfillable.
       200-MATCH-REQUISITION.
           ADD 1 TO REQS-READ.
           MOVE SR-REQ-ID       TO RQ-REQ-ID.
           MOVE SR-PROJECT      TO RQ-PROJECT.
           MOVE SR-POSITION     TO RQ-POSITION.
           MOVE SR-STATE-OFFICE TO RQ-STATE-OFFICE.
           MOVE SR-LANG-CERT    TO RQ-LANG-CERT.
           MOVE ZERO            TO RQ-DAYS, RQ-START.
           IF SR-DAYS-NEEDED NUMERIC
                MOVE SR-DAYS-NEEDED TO RQ-DAYS
           END-IF.
           IF SR-START-DATE NUMERIC
                MOVE SR-START-DATE TO RQ-START
           END-IF.
           WRITE STAFRPT-REC FROM REQ-LINE-1.

           PERFORM 250-VALIDATE-REQUISITION.
           IF NOT REQ-VALID
                ADD 1 TO REQS-BAD
                MOVE '** REQUISITION FAILS EDIT:' TO AC-TEXT
                MOVE SPACES         TO AC-NAME
                MOVE REASON-DESC-WS TO AC-REASON
                WRITE STAFRPT-REC FROM ACCEPT-LINE
                GO TO 200-MATCH-REQUISITION-NEXT
           END-IF.

           PERFORM 210-BUILD-CANDIDATES.
           WRITE STAFRPT-REC FROM CAND-HEADER-LINE.
           MOVE ZERO TO BEST-SCORE.
           PERFORM 230-PRINT-NEXT-CANDIDATE
               VARYING RANK-NO FROM 1 BY 1
               UNTIL RANK-NO > RANK-MAX
                  OR RANK-NO > CANDIDATE-COUNT.
           IF CANDIDATE-COUNT = 0
                MOVE '    (NO CANDIDATE WITH FREE CAPACITY)'
                    TO STAFRPT-REC
                WRITE STAFRPT-REC
           END-IF.

           IF SR-ACCEPTED-NAME NOT = SPACES
                PERFORM 260-APPLY-ACCEPTANCE
           ELSE
                IF BEST-SCORE < FULL-FIT-SCORE
                     PERFORM 270-NOTE-UNFILLABLE
                ELSE
                     ADD 1 TO REQS-RANKED
                END-IF
           END-IF.

       200-MATCH-REQUISITION-NEXT.
           MOVE SPACES TO STAFRPT-REC.
           WRITE STAFRPT-REC.
           PERFORM 400-READ-REQUISITION.

       200-MATCH-REQUISITION-X.
           EXIT.

      * Every person with free days who is not already on the
      * project and matches at least one of the skill criteria.
       210-BUILD-CANDIDATES.
           MOVE 0 TO CANDIDATE-COUNT.
           PERFORM 220-SCORE-ONE-PERSON
               VARYING PER-SUB FROM 1 BY 1
               UNTIL PER-SUB > PERSON-COUNT.

       220-SCORE-ONE-PERSON.
           MOVE PER-NAME (PER-SUB) TO NR-NAME.
           PERFORM 240-CHECK-ON-PROJECT.
           COMPUTE AVAIL-WS = CAPACITY-DAYS-WS
               - PER-TOTAL-DAYS (PER-SUB) - PER-COMMITTED (PER-SUB).

           IF NOT ALREADY-ON-PROJECT AND AVAIL-WS > 0
                MOVE ZERO TO SCORE-WS
                IF SR-POSITION = SPACES
                       OR SR-POSITION = PER-POSITION (PER-SUB)
                     ADD POSITION-WEIGHT TO SCORE-WS
                END-IF
                IF SR-LANG-CERT = SPACES
                       OR SR-LANG-CERT = PER-LANG-CERT (PER-SUB)
                     ADD CERT-WEIGHT TO SCORE-WS
                END-IF
                IF SR-STATE-OFFICE = SPACES
                       OR SR-STATE-OFFICE = PER-STATE-OFFICE (PER-SUB)
                     ADD OFFICE-WEIGHT TO SCORE-WS
                END-IF
                IF SCORE-WS > ZERO
                     IF AVAIL-WS NOT < SR-DAYS-NEEDED
                          ADD CAPACITY-WEIGHT TO SCORE-WS
                     END-IF
                     ADD 1 TO CANDIDATE-COUNT
                     MOVE PER-SUB  TO CD-PER-SUB (CANDIDATE-COUNT)
                     MOVE SCORE-WS TO CD-SCORE (CANDIDATE-COUNT)
                     MOVE AVAIL-WS TO CD-AVAIL (CANDIDATE-COUNT)
                     MOVE 'N'      TO CD-PICKED-SW (CANDIDATE-COUNT)
                END-IF
           END-IF.

      * The best candidate not yet printed -- highest fit, then most
      * free days -- printed at the next rank.
       230-PRINT-NEXT-CANDIDATE.
           MOVE 0 TO BEST-SUB.
           PERFORM VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > CANDIDATE-COUNT
               IF NOT CD-PICKED (CD-SUB)
                    IF BEST-SUB = 0
                         MOVE CD-SUB TO BEST-SUB
                    ELSE
                         IF CD-SCORE (CD-SUB) > CD-SCORE (BEST-SUB)
                            OR (CD-SCORE (CD-SUB) = CD-SCORE (BEST-SUB)
                            AND CD-AVAIL (CD-SUB) > CD-AVAIL (BEST-SUB))
                              MOVE CD-SUB TO BEST-SUB
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.

           MOVE 'Y' TO CD-PICKED-SW (BEST-SUB).
           IF CD-SCORE (BEST-SUB) > BEST-SCORE
                MOVE CD-SCORE (BEST-SUB) TO BEST-SCORE
           END-IF.
           MOVE CD-PER-SUB (BEST-SUB) TO PER-SUB.

           MOVE RANK-NO                    TO CL-RANK.
           MOVE PER-NAME (PER-SUB)         TO CL-NAME.
           MOVE PER-STATE-OFFICE (PER-SUB) TO CL-STATE-OFFICE.
           MOVE PER-POSITION (PER-SUB)     TO CL-POSITION.
           MOVE PER-LANG-CERT (PER-SUB)    TO CL-LANG-CERT.
           MOVE CD-AVAIL (BEST-SUB)        TO CL-AVAIL.
           MOVE CD-SCORE (BEST-SUB)        TO CL-SCORE.
           MOVE SPACES TO CL-POS-FLAG, CL-CERT-FLAG, CL-OFFICE-FLAG,
                          CL-CAP-FLAG.
           IF SR-POSITION = SPACES
                  OR SR-POSITION = PER-POSITION (PER-SUB)
                MOVE 'POS' TO CL-POS-FLAG
           END-IF.
           IF SR-LANG-CERT = SPACES
                  OR SR-LANG-CERT = PER-LANG-CERT (PER-SUB)
                MOVE 'CERT' TO CL-CERT-FLAG
           END-IF.
           IF SR-STATE-OFFICE = SPACES
                  OR SR-STATE-OFFICE = PER-STATE-OFFICE (PER-SUB)
                MOVE 'OFFICE' TO CL-OFFICE-FLAG
           END-IF.
           IF CD-AVAIL (BEST-SUB) NOT < SR-DAYS-NEEDED
                MOVE 'CAPACITY' TO CL-CAP-FLAG
           END-IF.
           WRITE STAFRPT-REC FROM CAND-LINE.

       240-CHECK-ON-PROJECT.
           MOVE 'N' TO ON-PROJECT-SW.
           SET ROW-IDX TO 1.
           SEARCH ROW-ITEM VARYING ROW-IDX
               AT END
                   CONTINUE
               WHEN ROW-IDX > ROW-COUNT
                   CONTINUE
               WHEN RW-NAME (ROW-IDX) = NR-NAME
                    AND RW-PROJECT (ROW-IDX) = SR-PROJECT
                   MOVE 'Y' TO ON-PROJECT-SW
           END-SEARCH.

       250-VALIDATE-REQUISITION.
           MOVE 'Y' TO REQ-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF SR-PROJECT = SPACES
                MOVE 'N' TO REQ-VALID-SW
                MOVE 'MISSING PROJECT' TO REASON-DESC-WS.
           IF SR-DAYS-NEEDED NOT NUMERIC OR SR-DAYS-NEEDED = ZERO
                MOVE 'N' TO REQ-VALID-SW
                MOVE 'DAYS NEEDED MISSING' TO REASON-DESC-WS.
           IF SR-START-DATE NOT NUMERIC OR SR-START-DATE = ZERO
                MOVE 'N' TO REQ-VALID-SW
                MOVE 'START DATE MISSING' TO REASON-DESC-WS.

      * The accepted name becomes an EMPMAINT add for the new project
      * row, provided the person is on the feed with an employee id,
      * is not already on the project and still has the free days.
      * The days are committed so a later requisition in this run
      * does not count them again.
       260-APPLY-ACCEPTANCE.
           MOVE SPACES TO REASON-DESC-WS.
           MOVE 0 TO PERSON-FOUND-SUB.
           SET PER-IDX TO 1.
           SEARCH PERSON-ITEM VARYING PER-IDX
               AT END
                   CONTINUE
               WHEN PER-IDX > PERSON-COUNT
                   CONTINUE
               WHEN PER-NAME (PER-IDX) = SR-ACCEPTED-NAME
                   SET PERSON-FOUND-SUB TO PER-IDX
           END-SEARCH.

           IF PERSON-FOUND-SUB = 0
                MOVE 'ACCEPTED NAME NOT ON EMPROJ' TO REASON-DESC-WS
           ELSE
                MOVE PERSON-FOUND-SUB TO PER-SUB
                MOVE SR-ACCEPTED-NAME TO NR-NAME
                PERFORM 240-CHECK-ON-PROJECT
                COMPUTE AVAIL-WS = CAPACITY-DAYS-WS
                    - PER-TOTAL-DAYS (PER-SUB)
                    - PER-COMMITTED (PER-SUB)
                EVALUATE TRUE
                    WHEN ALREADY-ON-PROJECT
                        MOVE 'ALREADY ON PROJECT' TO REASON-DESC-WS
                    WHEN PER-EMP-ID (PER-SUB) = ZERO
                        MOVE 'NO EMPLOYEE ID ON EMPXREF'
                            TO REASON-DESC-WS
                    WHEN AVAIL-WS < SR-DAYS-NEEDED
                        MOVE 'NOT ENOUGH FREE DAYS'
                            TO REASON-DESC-WS
                END-EVALUATE
           END-IF.

           IF REASON-DESC-WS NOT = SPACES
                ADD 1 TO ACCEPTS-REJECTED
                MOVE '** ACCEPTANCE NOT APPLIED:' TO AC-TEXT
                MOVE SR-ACCEPTED-NAME TO AC-NAME
                MOVE REASON-DESC-WS   TO AC-REASON
                WRITE STAFRPT-REC FROM ACCEPT-LINE
           ELSE
                MOVE SR-PROJECT              TO NR-PROJECT
                MOVE PER-NAME (PER-SUB)      TO NR-NAME
                MOVE PER-STATE-OFFICE (PER-SUB) TO NR-STATE-OFFICE
                IF SR-POSITION = SPACES
                     MOVE PER-POSITION (PER-SUB) TO NR-POSITION
                ELSE
                     MOVE SR-POSITION TO NR-POSITION
                END-IF
                MOVE SR-DAYS-NEEDED          TO NR-NBR-DAYS-ON-PROJ
                MOVE ZERO                    TO NR-NBR-OT-HOURS
                MOVE PER-DAY-RATE (PER-SUB)  TO NR-PER-DAY-BILLING-RATE
                MOVE PER-OT-RATE (PER-SUB)   TO NR-PER-HOUR-OT-RATE
                MOVE PER-LANG-CERT (PER-SUB) TO NR-LANGUAGE-CERT
                MOVE PER-ON-CALL (PER-SUB)   TO NR-ON-CALL
                MOVE SPACES                  TO STAFTRAN-REC
                MOVE 'A'                     TO ST-ACTION
                MOVE NEW-ROW-WS              TO ST-RECORD-IMAGE
                MOVE SR-START-DATE           TO ST-RATE-EFF-DATE
                MOVE PER-EMP-ID (PER-SUB)    TO ST-EMP-ID
                WRITE STAFTRAN-REC
                IF NOT ST-NORMAL
                     DISPLAY 'ERROR WRITING STAFTRAN'
                     GO TO 999-RETURN-ERR
                END-IF
                ADD SR-DAYS-NEEDED TO PER-COMMITTED (PER-SUB)
                ADD 1 TO ACCEPTS-WRITTEN
                MOVE 'ACCEPTED - EMPMAINT ADD WRITTEN:' TO AC-TEXT
                MOVE SR-ACCEPTED-NAME TO AC-NAME
                MOVE SPACES           TO AC-REASON
                WRITE STAFRPT-REC FROM ACCEPT-LINE
           END-IF.

       270-NOTE-UNFILLABLE.
           ADD 1 TO REQS-UNFILLABLE.
           MOVE '    ** UNFILLABLE - NO CANDIDATE FITS IN FULL'
               TO STAFRPT-REC.
           WRITE STAFRPT-REC.
           IF UNFILLED-COUNT < 200
                ADD 1 TO UNFILLED-COUNT
                MOVE SR-REQ-ID       TO UF-REQ-ID (UNFILLED-COUNT)
                MOVE SR-PROJECT      TO UF-PROJECT (UNFILLED-COUNT)
                MOVE SR-POSITION     TO UF-POSITION (UNFILLED-COUNT)
                MOVE SR-STATE-OFFICE
                    TO UF-STATE-OFFICE (UNFILLED-COUNT)
                MOVE SR-LANG-CERT    TO UF-LANG-CERT (UNFILLED-COUNT)
                MOVE SR-DAYS-NEEDED
                    TO UF-DAYS-NEEDED (UNFILLED-COUNT)
                MOVE BEST-SCORE      TO UF-BEST-SCORE (UNFILLED-COUNT)
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT STAFFREQ
           IF NOT SR-NORMAL
                DISPLAY 'ERROR OPENING STAFFREQ'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT STAFTRAN
           IF NOT ST-NORMAL
                DISPLAY 'ERROR OPENING STAFTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT STAFRPT
           IF NOT RP-NORMAL
                DISPLAY 'ERROR OPENING STAFRPT'
                GO TO 999-RETURN-ERR.

       320-LOAD-PARAMETERS.
           OPEN INPUT UTILPARM.
           IF UP-NORMAL
                READ UTILPARM
                    AT END CONTINUE
                END-READ
                IF UP-NORMAL
                       AND UP-CAPACITY-DAYS NUMERIC
                       AND UP-CAPACITY-DAYS > 0
                     MOVE UP-CAPACITY-DAYS TO CAPACITY-DAYS-WS
                END-IF
                CLOSE UTILPARM
           END-IF.

      * Every row is kept for the on-project check and folds into its
      * person's slot; skills and rates come from the person's first
      * row.
       330-LOAD-EMPROJ.
           OPEN INPUT EMPROJ
           IF NOT EP-NORMAL
                DISPLAY 'ERROR OPENING EMPROJ'
                GO TO 999-RETURN-ERR.

           READ EMPROJ
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPROJ
               IF ROW-COUNT >= 200
                    DISPLAY "ERROR: EMPROJ HAS MORE THAN 200 ROWS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO ROW-COUNT
               MOVE EMP-PROJECT-I TO RW-PROJECT (ROW-COUNT)
               MOVE EMP-NAME-I    TO RW-NAME (ROW-COUNT)
               PERFORM 335-ADD-TO-PERSON
               READ EMPROJ
                   AT END MOVE 'Y' TO EMPROJ-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPROJ.

       335-ADD-TO-PERSON.
           MOVE 0 TO PERSON-FOUND-SUB.
           SET PER-IDX TO 1.
           SEARCH PERSON-ITEM VARYING PER-IDX
               AT END
                   CONTINUE
               WHEN PER-IDX > PERSON-COUNT
                   CONTINUE
               WHEN PER-NAME (PER-IDX) = EMP-NAME-I
                   SET PERSON-FOUND-SUB TO PER-IDX
           END-SEARCH.

           IF PERSON-FOUND-SUB = 0
                IF PERSON-COUNT >= PERSON-MAX
                     DISPLAY "ERROR: EMPROJ CARRIES MORE THAN "
                         PERSON-MAX " EMPLOYEES"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO PERSON-COUNT
                MOVE PERSON-COUNT TO PERSON-FOUND-SUB
                MOVE EMP-NAME-I
                    TO PER-NAME (PERSON-FOUND-SUB)
                MOVE EMP-STATE-OFFICE-I
                    TO PER-STATE-OFFICE (PERSON-FOUND-SUB)
                MOVE EMP-PROJECT-POSITION-I
                    TO PER-POSITION (PERSON-FOUND-SUB)
                MOVE EMP-LANGUAGE-CERT-I
                    TO PER-LANG-CERT (PERSON-FOUND-SUB)
                MOVE EMP-PER-DAY-BILLING-RATE-I
                    TO PER-DAY-RATE (PERSON-FOUND-SUB)
                MOVE EMP-PER-HOUR-OT-RATE-I
                    TO PER-OT-RATE (PERSON-FOUND-SUB)
                MOVE EMP-ON-CALL-I
                    TO PER-ON-CALL (PERSON-FOUND-SUB)
                MOVE ZERO TO PER-TOTAL-DAYS (PERSON-FOUND-SUB)
                MOVE ZERO TO PER-COMMITTED (PERSON-FOUND-SUB)
                MOVE ZERO TO PER-EMP-ID (PERSON-FOUND-SUB)
           END-IF.

           IF EMP-NBR-DAYS-ON-PROJ-I NUMERIC
                ADD EMP-NBR-DAYS-ON-PROJ-I
                    TO PER-TOTAL-DAYS (PERSON-FOUND-SUB)
           END-IF.

       340-LOAD-CROSSWALK.
           OPEN INPUT EMPXREF.
           IF XR-FILE-MISSING
                DISPLAY 'NO EMPXREF ON FILE - NO ADD CAN BE WRITTEN'
           ELSE
                IF NOT XR-NORMAL
                     DISPLAY 'ERROR OPENING EMPXREF'
                     GO TO 999-RETURN-ERR
                END-IF
                READ EMPXREF
                    AT END MOVE 'Y' TO EMPXREF-EOF
                END-READ
                PERFORM UNTIL NO-MORE-XREF
                    SET PER-IDX TO 1
                    SEARCH PERSON-ITEM VARYING PER-IDX
                        AT END
                            CONTINUE
                        WHEN PER-IDX > PERSON-COUNT
                            CONTINUE
                        WHEN PER-NAME (PER-IDX) = XR-NAME
                            MOVE XR-EMP-ID TO PER-EMP-ID (PER-IDX)
                    END-SEARCH
                    READ EMPXREF
                        AT END MOVE 'Y' TO EMPXREF-EOF
                    END-READ
                END-PERFORM
                CLOSE EMPXREF
           END-IF.

       400-READ-REQUISITION.
           READ STAFFREQ
               AT END MOVE 'Y' TO STAFFREQ-EOF
           END-READ.

           IF NOT (SR-NORMAL OR NO-MORE-REQS)
                DISPLAY 'ERROR READING STAFFREQ'
                GO TO 999-RETURN-ERR
           END-IF.

       600-PRINT-UNFILLED.
           MOVE 'UNFILLABLE REQUISITIONS' TO STAFRPT-REC.
           WRITE STAFRPT-REC.
           MOVE '-----------------------' TO STAFRPT-REC.
           WRITE STAFRPT-REC.

           PERFORM 610-PRINT-ONE-UNFILLED
               VARYING UF-SUB FROM 1 BY 1
               UNTIL UF-SUB > UNFILLED-COUNT.

           IF UNFILLED-COUNT = 0
                MOVE '  (NONE)' TO STAFRPT-REC
                WRITE STAFRPT-REC
           END-IF.

           MOVE SPACES TO STAFRPT-REC.
           WRITE STAFRPT-REC.
           MOVE REQS-READ        TO FT-READ.
           MOVE REQS-UNFILLABLE  TO FT-UNFILLABLE.
           MOVE ACCEPTS-WRITTEN  TO FT-WRITTEN.
           MOVE ACCEPTS-REJECTED TO FT-REJECTED.
           MOVE REQS-BAD         TO FT-BAD.
           WRITE STAFRPT-REC FROM FOOTER-LINE.

       610-PRINT-ONE-UNFILLED.
           MOVE UF-REQ-ID (UF-SUB)       TO UL-REQ-ID.
           MOVE UF-PROJECT (UF-SUB)      TO UL-PROJECT.
           MOVE UF-POSITION (UF-SUB)     TO UL-POSITION.
           MOVE UF-STATE-OFFICE (UF-SUB) TO UL-STATE-OFFICE.
           MOVE UF-LANG-CERT (UF-SUB)    TO UL-LANG-CERT.
           MOVE UF-DAYS-NEEDED (UF-SUB)  TO UL-DAYS.
           MOVE UF-BEST-SCORE (UF-SUB)   TO UL-BEST.
           WRITE STAFRPT-REC FROM UNFILLED-LINE.

       900-CLEANUP.
           DISPLAY "REQUISITIONS READ    : " REQS-READ.
           DISPLAY "UNFILLABLE           : " REQS-UNFILLABLE.
           DISPLAY "EMPMAINT ADDS WRITTEN: " ACCEPTS-WRITTEN.
           IF ACCEPTS-REJECTED > 0
                DISPLAY "*** WARNING: " ACCEPTS-REJECTED
                    " ACCEPTED MATCH(ES) COULD NOT BE APPLIED -"
                    " SEE STAFRPT ***"
           END-IF.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE STAFFREQ, STAFTRAN, STAFRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * requisitions read; adds written; ranked only; unfillable,
      * failed edit or acceptance not applied.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'STAFMTCH'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE REQS-READ           TO LED-RECS-IN.
           MOVE ACCEPTS-WRITTEN     TO LED-RECS-OUT-PRIMARY.
           MOVE REQS-RANKED         TO LED-RECS-OUT-SECONDARY.
           COMPUTE LED-RECS-REJECTED =
               REQS-UNFILLABLE + REQS-BAD + ACCEPTS-REJECTED.
           MOVE ZERO                TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
