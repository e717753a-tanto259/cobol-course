       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PROJPROF.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** MONTHLY PROJECT PROFITABILITY: BILLED REVENUE AGAINST
      ***** LOADED LABOR COST.
      *****
      ***** TABLES01 AND INVGEN TELL US WHAT EACH PROJECT BILLED, BUT
      ***** NOTHING SET THAT AGAINST WHAT THE PEOPLE ON IT COST US.
      ***** THIS RUN TAKES EVERY BILLEXT LINE (ONE EMPLOYEE ON ONE
      ***** PROJECT FOR THE BILLING PERIOD), FINDS THE EMPLOYEE'S
      ***** PAYROLL RECORD THROUGH THE EMPXREF NAME-TO-ID CROSSWALK
      ***** EMPMAINT MAINTAINS, AND COSTS THE DAYS AND OT HOURS
      ***** BILLED AT THE EMPLOYEE'S LOADED RATE:
      *****
      *****   - WAGES FROM EMPMAS2: A SALARIED EMPLOYEE'S PERIOD PAY
      *****     SPREAD OVER THE WORKING DAYS IN A YEAR, AN HOURLY
      *****     EMPLOYEE'S RATE FOR A WORKING DAY, OVERTIME AT THE
      *****     EMPLOYEE'S MULTIPLIER (SALARIED STAFF DRAW NO
      *****     OVERTIME PAY, SO THEIR OT HOURS COST NOTHING EXTRA);
      *****   - EMPLOYER SOCIAL SECURITY AND MEDICARE AT THE FICARATE
      *****     CARD'S EMPLOYER RATES;
      *****   - EMPLOYER BENEFIT CONTRIBUTIONS FROM DEDFILE AND
      *****     BENERCON, FLAT AMOUNTS SPREAD PER WORKING DAY AND
      *****     PERCENTAGES ON THE WAGES.
      *****
      ***** MARGIN AND MARGIN PERCENT PRINT BY PROJECT (WITH THE
      ***** EMPLOYEE LINES BEHIND IT), BY STATE OFFICE AND BY
      ***** POSITION, AND A PROJECT BELOW THE TARGET MARGIN ON THE
      ***** PROFPARM CARD IS FLAGGED.  A LINE THAT CANNOT BE COSTED
      ***** (NO CROSSWALK ID, OR AN ID NOT ON EMPMAS2) STILL COUNTS
      ***** ITS REVENUE BUT IS MARKED, SINCE ITS MARGIN IS OVERSTATED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-EXT-FILE
           ASSIGN TO BILLEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-EXT-ST.
      *  EMPROJ supplies each line's state office and position.
           SELECT EMPROJ
           ASSIGN TO EMPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPROJ-ST.
           SELECT EMPXREF
           ASSIGN TO EMPXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPXREF-ST.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLOYEE-MASTER-ST.
           SELECT FICARATE
           ASSIGN TO FICARATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FICARATE-ST.
           SELECT DEDFILE
           ASSIGN TO DEDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEDFILE-ST.
      *  Employer contributions written by BENENRL; no file means no
      *  enrolled plans.
           SELECT BENERCON
           ASSIGN TO BENERCON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BENERCON-ST.
      *  Parameter card: the target margin percent, the working days
      *  in a year and the hours in a working day.  A missing or bad
      *  card falls back to the shipped defaults.
           SELECT PROFPARM
           ASSIGN TO PROFPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROFPARM-ST.
           SELECT PROFRPT
           ASSIGN TO PROFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROFRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  stamps the original date.
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
       FD  BILL-EXT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  BILL-EXT-REC.
           05  BX-PROJECT              PIC X(04).
           05  BX-NAME                 PIC X(15).
           05  BX-DAYS                 PIC 9(03).
           05  BX-OT-HOURS             PIC 9(03).
           05  BX-DAY-BILL             PIC 9(06)V99.
           05  BX-OT-BILL              PIC 9(06)V99.
           05  BX-TOTAL-BILL           PIC 9(07)V99.
           05  BX-LINE-TYPE            PIC X(01).
               88  BX-ON-CALL-LINE                     VALUE 'O'.
           05  BX-PAY-COST             PIC 9(07)V99.
           05  FILLER                  PIC X(02).

       FD  EMPROJ
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 EMP-STATE-OFFICE-I            PIC X(02).
           05 EMP-PROJECT-POSITION-I        PIC X(20).
           05 FILLER                        PIC X(39).

       FD  EMPXREF
           RECORD CONTAINS 40 CHARACTERS.
       01  EMPXREF-REC.
           05  XR-NAME                 PIC X(15).
           05  XR-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(19).

      * PAYROL0B's EMPMAS2 layout, pay fields and id only.
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  FILLER                  PIC X(83).
           05  EM-EMP-TYPE-I           PIC X(01).
           05  EM-FULL-TIME-SALARY-I   PIC 9(9)V99.
           05  EM-FULL-TIME-BONUS-I    PIC V99.
           05  EM-HOURS-WORKED-I       PIC 9(02).
           05  EM-RATE-I               PIC 9(03).
           05  EM-OT-MULTIPLIER-I      PIC 9V99.
           05  EM-SHIFT-CODE-I         PIC X(01).
           05  EM-SHIFT-DIFF-RATE-I    PIC V99.
           05  FILLER                  PIC X(28).
           05  EM-EMP-ID-I             PIC 9(06).
           05  FILLER                  PIC X(17).
           05  EM-PAY-FREQ-I           PIC X(01).
           05  FILLER                  PIC X(04).

       FD  FICARATE
           RECORD CONTAINS 80 CHARACTERS.
       01  FICA-RATE-REC.
           05  FR-TAX-YEAR-I           PIC 9(04).
           05  FR-SS-EE-RATE-I         PIC V9(4).
           05  FR-SS-ER-RATE-I         PIC V9(4).
           05  FR-SS-WAGE-BASE-I       PIC 9(9)V99.
           05  FR-MED-EE-RATE-I        PIC V9(4).
           05  FR-MED-ER-RATE-I        PIC V9(4).
           05  FILLER                  PIC X(49).

      * PAYROL0B's DEDFILE layout; only the employer share matters
      * here.
       FD  DEDFILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDFILE-REC.
           05  DED-EMP-ID-I            PIC 9(06).
           05  DED-CODE-I              PIC X(03).
           05  DED-TYPE-I              PIC X(01).
           05  DED-VALUE-I             PIC 9(7)V99.
           05  DED-PRIORITY-I          PIC 9(02).
           05  DED-ER-VALUE-I          PIC 9(7)V99.

       FD  BENERCON
           RECORD CONTAINS 40 CHARACTERS.
       01  BENERCON-REC.
           05  BE-EMP-ID               PIC 9(06).
           05  BE-PLAN-CODE            PIC X(03).
           05  BE-TIER                 PIC X(01).
           05  BE-ER-TYPE              PIC X(01).
           05  BE-ER-VALUE             PIC 9(7)V99.
           05  BE-YEAR-START           PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  PROFPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  PROFPARM-REC.
           05  PP-TARGET-PCT           PIC 9(03)V9.
           05  PP-WORK-DAYS            PIC 9(03).
           05  PP-DAY-HOURS            PIC 9(02).
           05  FILLER                  PIC X(71).

       FD  PROFRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  PROFRPT-REC                 PIC X(133).

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
           COPY CTLREC.

       01  FLAGS.
           05  BILL-EXT-ST             PIC X(02).
               88  BX-NORMAL                           VALUE '00'.
           05  EMPROJ-ST               PIC X(02).
               88  EP-NORMAL                           VALUE '00'.
           05  EMPXREF-ST              PIC X(02).
               88  XR-NORMAL                           VALUE '00'.
           05  EMPLOYEE-MASTER-ST      PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  FICARATE-ST             PIC X(02).
               88  FR-NORMAL                           VALUE '00'.
           05  DEDFILE-ST              PIC X(02).
               88  DF-NORMAL                           VALUE '00'.
           05  BENERCON-ST             PIC X(02).
               88  BE-NORMAL                           VALUE '00'.
               88  BE-FILE-MISSING                     VALUE '35'.
           05  PROFPARM-ST             PIC X(02).
               88  PP-NORMAL                           VALUE '00'.
           05  PROFRPT-ST              PIC X(02).
               88  PR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BILL-EXT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-BILLEXT                     VALUE 'Y'.
           05  EMPROJ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.
           05  EMPXREF-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-XREF                        VALUE 'Y'.
           05  MASTER-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-MASTER                      VALUE 'Y'.
           05  DEDFILE-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-DEDFILE                     VALUE 'Y'.
           05  BENERCON-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-BENERCON                    VALUE 'Y'.
           05  BE-TRAILER-SW           PIC X(01)       VALUE 'N'.
               88  BE-TRAILER-SEEN                     VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Shipped defaults, overridden by the PROFPARM card: a 20
      * percent target margin, 260 working days a year, 8-hour days.
       77  TARGET-PCT-WS               PIC 9(03)V9 VALUE 20.0.
       77  WORK-DAYS-WS                PIC 9(03) VALUE 260.
       77  DAY-HOURS-WS                PIC 9(02) VALUE 8.

      * Employer FICA share, social security plus medicare.
       77  ER-TAX-RATE-WS              PIC 9V9(4) VALUE 0.

      * EMPROJ rows: where each person sits and what they do.
       01  ASSIGN-TABLE.
           05  ASSIGN-ITEM OCCURS 200 TIMES
                   INDEXED BY ASG-IDX.
               10  AT-PROJECT          PIC X(04).
               10  AT-NAME             PIC X(15).
               10  AT-STATE-OFFICE     PIC X(02).
               10  AT-POSITION         PIC X(20).
       77  ASSIGN-COUNT                PIC S9(04) COMP VALUE 0.
       77  ASSIGN-FOUND-SUB            PIC S9(04) COMP VALUE 0.

      * The EMPMAINT crosswalk, EMPROJ name to EMPMAS2 id.
       01  XREF-TABLE.
           05  XREF-ITEM OCCURS 200 TIMES
                   INDEXED BY XRF-IDX.
               10  XT-NAME             PIC X(15).
               10  XT-EMP-ID           PIC 9(06).
       77  XREF-COUNT                  PIC S9(04) COMP VALUE 0.

      * One slot per employee on the payroll master: the day and OT
      * hour wages, the employer benefit share (percent of wages
      * and flat dollars a year), and the loaded rates built from
      * them once everything is in.
       01  COST-TABLE.
           05  COST-ITEM OCCURS 500 TIMES
                   INDEXED BY CST-IDX.
               10  CT-EMP-ID           PIC 9(06).
               10  CT-COSTED-SW        PIC X(01).
                   88  CT-COSTED                       VALUE 'Y'.
               10  CT-DAY-WAGE         PIC 9(05)V99.
               10  CT-OT-WAGE          PIC 9(04)V99.
               10  CT-BEN-PCT          PIC 9V9(4).
               10  CT-BEN-FLAT-YEAR    PIC 9(07)V99.
               10  CT-DAY-LOADED       PIC 9(05)V99.
               10  CT-OT-LOADED        PIC 9(04)V99.
       77  COST-COUNT                  PIC S9(04) COMP VALUE 0.
       77  COST-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  COST-SUB                    PIC S9(04) COMP VALUE 0.
       77  FIND-EMP-ID-WS              PIC 9(06).

       77  PERIODS-PER-YEAR-WS         PIC 9(02).
       77  SHIFT-FACTOR-WS             PIC 9V99.
       77  LOAD-FACTOR-WS              PIC 9V9(4).
       77  BE-TRAILER-COUNT            PIC 9(07) VALUE 0.
       77  BE-COUNT                    PIC 9(07) VALUE 0.

      * Every BILLEXT line, costed, held so each project prints with
      * its employee lines behind it.
       01  DETAIL-TABLE.
           05  DETAIL-ITEM OCCURS 200 TIMES INDEXED BY DT-IDX.
               10  DT-PROJECT          PIC X(04).
               10  DT-NAME             PIC X(15).
               10  DT-STATE-OFFICE     PIC X(02).
               10  DT-POSITION         PIC X(20).
               10  DT-DAYS             PIC 9(03).
               10  DT-OT-HOURS         PIC 9(03).
               10  DT-REVENUE          PIC 9(07)V99.
               10  DT-COST             PIC 9(07)V99.
               10  DT-NOTE             PIC X(18).
       77  DETAIL-COUNT                PIC S9(04) COMP VALUE 0.
       77  DT-SUB                      PIC S9(04) COMP VALUE 0.

      * Margin roll-ups: by project, by state office, by position.
       01  PROJECT-TABLE.
           05  PROJECT-ITEM OCCURS 200 TIMES INDEXED BY PRJ-IDX.
               10  PJ-PROJECT          PIC X(04).
               10  PJ-REVENUE          PIC S9(9)V99.
               10  PJ-COST             PIC S9(9)V99.
       77  PROJECT-COUNT               PIC S9(04) COMP VALUE 0.
       77  PJ-SUB                      PIC S9(04) COMP VALUE 0.

       01  OFFICE-TABLE.
           05  OFFICE-ITEM OCCURS 60 TIMES INDEXED BY OFF-IDX.
               10  OF-STATE            PIC X(02).
               10  OF-REVENUE          PIC S9(9)V99.
               10  OF-COST             PIC S9(9)V99.
       77  OFFICE-COUNT                PIC S9(04) COMP VALUE 0.
       77  OF-SUB                      PIC S9(04) COMP VALUE 0.

       01  POSITION-TABLE.
           05  POSITION-ITEM OCCURS 100 TIMES INDEXED BY POS-IDX.
               10  PS-POSITION         PIC X(20).
               10  PS-REVENUE          PIC S9(9)V99.
               10  PS-COST             PIC S9(9)V99.
       77  POSITION-COUNT              PIC S9(04) COMP VALUE 0.
       77  PS-SUB                      PIC S9(04) COMP VALUE 0.
       77  ROLL-FOUND-SUB              PIC S9(04) COMP VALUE 0.

      * Margin work fields shared by every summary line.
       77  SUM-REVENUE-WS              PIC S9(9)V99.
       77  SUM-COST-WS                 PIC S9(9)V99.
       77  SUM-MARGIN-WS               PIC S9(9)V99.
       77  SUM-PCT-WS                  PIC S9(07)V9.
       77  BELOW-TARGET-SW             PIC X(01) VALUE 'N'.
           88  BELOW-TARGET                        VALUE 'Y'.

       77  DETAILS-READ                PIC 9(05) VALUE 0.
       77  DETAILS-COSTED              PIC 9(05) VALUE 0.
       77  DETAILS-UNCOSTED            PIC 9(05) VALUE 0.
       77  PROJECTS-BELOW              PIC 9(05) VALUE 0.
       01  TOTAL-REVENUE               PIC S9(11)V99 VALUE 0.
       01  TOTAL-COST                  PIC S9(11)V99 VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(31)
                    VALUE 'PROJECT PROFITABILITY REPORT - '.
           05  HDR-DATE                PIC 9(08).

       01  HEADER-LINE-2.
           05  FILLER                  PIC X(15)
                    VALUE 'TARGET MARGIN: '.
           05  HDR-TARGET              PIC ZZ9.9.
           05  FILLER                  PIC X(23)
                    VALUE ' PCT   WORKING DAYS/YR '.
           05  HDR-WORK-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '   HOURS/DAY '.
           05  HDR-DAY-HOURS           PIC Z9.
           05  FILLER                  PIC X(20)
                    VALUE '   EMPLOYER FICA    '.
           05  HDR-ER-RATE             PIC 9.9999.

       01  DETAIL-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  DET-NAME                PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DET-STATE               PIC X(02).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DET-POSITION            PIC X(20).
           05  FILLER                  PIC X(06)
                    VALUE ' DAYS '.
           05  DET-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(04)
                    VALUE ' OT '.
           05  DET-OT                  PIC ZZ9.
           05  FILLER                  PIC X(05)
                    VALUE ' REV '.
           05  DET-REVENUE             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(06)
                    VALUE ' COST '.
           05  DET-COST                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DET-NOTE                PIC X(18).

       01  SUMMARY-LINE.
           05  SUM-TAG                 PIC X(10).
           05  SUM-LABEL               PIC X(20).
           05  FILLER                  PIC X(05)
                    VALUE ' REV '.
           05  SUM-REVENUE             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(06)
                    VALUE ' COST '.
           05  SUM-COST                PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(08)
                    VALUE ' MARGIN '.
           05  SUM-MARGIN              PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  SUM-PCT                 PIC Z,ZZZ,ZZ9.9-.
           05  FILLER                  PIC X(05)
                    VALUE ' PCT '.
           05  SUM-FLAG                PIC X(16).

       01  FOOTER-LINE.
           05  FILLER                  PIC X(15)
                    VALUE 'BILLING LINES: '.
           05  FOOTER-LINES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '   UNCOSTED: '.
           05  FOOTER-UNCOSTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(27)
                    VALUE '   PROJECTS BELOW TARGET: '.
           05  FOOTER-BELOW            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-COST-BILLING-LINE UNTIL NO-MORE-BILLEXT.
           PERFORM 500-PRINT-PROJECTS.
           PERFORM 600-PRINT-OFFICES.
           PERFORM 650-PRINT-POSITIONS.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-PARAMETERS.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-ASSIGNMENTS.
           PERFORM 330-LOAD-CROSSWALK.
           PERFORM 340-LOAD-FICA-RATES.
           PERFORM 350-LOAD-MASTER.
           PERFORM 360-LOAD-DEDUCTIONS.
           PERFORM 370-LOAD-BEN-CONTRIB THRU 370-LOAD-BEN-CONTRIB-X.
           PERFORM 380-LOAD-ONE-RATE
               VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > COST-COUNT.

           MOVE BUSINESS-DATE-NUM TO HDR-DATE.
           WRITE PROFRPT-REC FROM HEADER-LINE-1.
           MOVE TARGET-PCT-WS  TO HDR-TARGET.
           MOVE WORK-DAYS-WS   TO HDR-WORK-DAYS.
           MOVE DAY-HOURS-WS   TO HDR-DAY-HOURS.
           MOVE ER-TAX-RATE-WS TO HDR-ER-RATE.
           WRITE PROFRPT-REC FROM HEADER-LINE-2.
           MOVE SPACES TO PROFRPT-REC.
           WRITE PROFRPT-REC.

           PERFORM 400-READ-BILLEXT.

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

       120-LOAD-PARAMETERS.
           OPEN INPUT PROFPARM.
           IF PP-NORMAL
                READ PROFPARM
                    AT END CONTINUE
                END-READ
                IF PP-NORMAL
                     IF PP-TARGET-PCT NUMERIC
                          MOVE PP-TARGET-PCT TO TARGET-PCT-WS
                     END-IF
                     IF PP-WORK-DAYS NUMERIC
                            AND PP-WORK-DAYS > 0
                          MOVE PP-WORK-DAYS TO WORK-DAYS-WS
                     END-IF
                     IF PP-DAY-HOURS NUMERIC
                            AND PP-DAY-HOURS > 0
                          MOVE PP-DAY-HOURS TO DAY-HOURS-WS
                     END-IF
                END-IF
                CLOSE PROFPARM
           END-IF.

      * One billing line: its office and position off EMPROJ, its
      * payroll record through the crosswalk, its loaded cost, and
      * the roll-ups.
       200-COST-BILLING-LINE.
           ADD 1 TO DETAILS-READ.
           IF DETAIL-COUNT >= 200
                DISPLAY "ERROR: BILLEXT HAS MORE THAN 200 LINES"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO DETAIL-COUNT.
           MOVE DETAIL-COUNT TO DT-SUB.
           MOVE BX-PROJECT    TO DT-PROJECT (DT-SUB).
           MOVE BX-NAME       TO DT-NAME (DT-SUB).
           MOVE BX-DAYS       TO DT-DAYS (DT-SUB).
           MOVE BX-OT-HOURS   TO DT-OT-HOURS (DT-SUB).
           MOVE BX-TOTAL-BILL TO DT-REVENUE (DT-SUB).
           MOVE ZERO          TO DT-COST (DT-SUB).
           MOVE SPACES        TO DT-NOTE (DT-SUB).

           PERFORM 210-FIND-ASSIGNMENT.
           IF ASSIGN-FOUND-SUB = 0
                MOVE '??' TO DT-STATE-OFFICE (DT-SUB)
                MOVE 'NOT ON EMPROJ' TO DT-POSITION (DT-SUB)
           ELSE
                MOVE AT-STATE-OFFICE (ASSIGN-FOUND-SUB)
                    TO DT-STATE-OFFICE (DT-SUB)
                MOVE AT-POSITION (ASSIGN-FOUND-SUB)
                    TO DT-POSITION (DT-SUB)
           END-IF.

      * An on-call charge line carries the on-call pay behind it;
      * its days are days on the roster, not days worked, so they
      * are not costed at the loaded day rate.
           IF BX-ON-CALL-LINE
                MOVE BX-PAY-COST TO DT-COST (DT-SUB)
                ADD 1 TO DETAILS-COSTED
           ELSE
                PERFORM 220-FIND-COST
                IF COST-FOUND-SUB = 0
                     ADD 1 TO DETAILS-UNCOSTED
                ELSE
                     COMPUTE DT-COST (DT-SUB) ROUNDED =
                         BX-DAYS * CT-DAY-LOADED (COST-FOUND-SUB)
                       + BX-OT-HOURS * CT-OT-LOADED (COST-FOUND-SUB)
                     ADD 1 TO DETAILS-COSTED
                END-IF
           END-IF.

           PERFORM 250-ROLL-UP-LINE.
           PERFORM 400-READ-BILLEXT.

      * The row for this person on this project; failing that, any
      * row carrying the name.
       210-FIND-ASSIGNMENT.
           MOVE 0 TO ASSIGN-FOUND-SUB.
           SET ASG-IDX TO 1.
           SEARCH ASSIGN-ITEM VARYING ASG-IDX
               AT END
                   CONTINUE
               WHEN ASG-IDX > ASSIGN-COUNT
                   CONTINUE
               WHEN AT-NAME (ASG-IDX) = BX-NAME
                    AND AT-PROJECT (ASG-IDX) = BX-PROJECT
                   SET ASSIGN-FOUND-SUB TO ASG-IDX
           END-SEARCH.

           IF ASSIGN-FOUND-SUB = 0
                SET ASG-IDX TO 1
                SEARCH ASSIGN-ITEM VARYING ASG-IDX
                    AT END
                        CONTINUE
                    WHEN ASG-IDX > ASSIGN-COUNT
                        CONTINUE
                    WHEN AT-NAME (ASG-IDX) = BX-NAME
                        SET ASSIGN-FOUND-SUB TO ASG-IDX
                END-SEARCH
           END-IF.

      * Name to id through the crosswalk, id to the cost slot.  A
      * line that falls through either step is noted on the report.
       220-FIND-COST.
           MOVE 0 TO COST-FOUND-SUB.
           MOVE ZERO TO FIND-EMP-ID-WS.
           SET XRF-IDX TO 1.
           SEARCH XREF-ITEM VARYING XRF-IDX
               AT END
                   CONTINUE
               WHEN XRF-IDX > XREF-COUNT
                   CONTINUE
               WHEN XT-NAME (XRF-IDX) = BX-NAME
                   MOVE XT-EMP-ID (XRF-IDX) TO FIND-EMP-ID-WS
           END-SEARCH.

           IF FIND-EMP-ID-WS = ZERO
                MOVE '** NO CROSSWALK ID' TO DT-NOTE (DT-SUB)
           ELSE
                PERFORM 230-FIND-COST-SLOT
                IF COST-FOUND-SUB = 0
                     MOVE '** ID NOT ON MAST' TO DT-NOTE (DT-SUB)
                ELSE
                     IF NOT CT-COSTED (COST-FOUND-SUB)
                          MOVE '** BAD PAY DATA' TO DT-NOTE (DT-SUB)
                          MOVE 0 TO COST-FOUND-SUB
                     END-IF
                END-IF
           END-IF.

       230-FIND-COST-SLOT.
           MOVE 0 TO COST-FOUND-SUB.
           SET CST-IDX TO 1.
           SEARCH COST-ITEM VARYING CST-IDX
               AT END
                   CONTINUE
               WHEN CST-IDX > COST-COUNT
                   CONTINUE
               WHEN CT-EMP-ID (CST-IDX) = FIND-EMP-ID-WS
                   SET COST-FOUND-SUB TO CST-IDX
           END-SEARCH.

       250-ROLL-UP-LINE.
           ADD DT-REVENUE (DT-SUB) TO TOTAL-REVENUE.
           ADD DT-COST (DT-SUB)    TO TOTAL-COST.

           MOVE 0 TO ROLL-FOUND-SUB.
           SET PRJ-IDX TO 1.
           SEARCH PROJECT-ITEM VARYING PRJ-IDX
               AT END
                   CONTINUE
               WHEN PRJ-IDX > PROJECT-COUNT
                   CONTINUE
               WHEN PJ-PROJECT (PRJ-IDX) = DT-PROJECT (DT-SUB)
                   SET ROLL-FOUND-SUB TO PRJ-IDX
           END-SEARCH.
           IF ROLL-FOUND-SUB = 0
                ADD 1 TO PROJECT-COUNT
                MOVE PROJECT-COUNT TO ROLL-FOUND-SUB
                MOVE DT-PROJECT (DT-SUB)
                    TO PJ-PROJECT (ROLL-FOUND-SUB)
                MOVE ZERO TO PJ-REVENUE (ROLL-FOUND-SUB)
                MOVE ZERO TO PJ-COST (ROLL-FOUND-SUB)
           END-IF.
           ADD DT-REVENUE (DT-SUB) TO PJ-REVENUE (ROLL-FOUND-SUB).
           ADD DT-COST (DT-SUB)    TO PJ-COST (ROLL-FOUND-SUB).

           MOVE 0 TO ROLL-FOUND-SUB.
           SET OFF-IDX TO 1.
           SEARCH OFFICE-ITEM VARYING OFF-IDX
               AT END
                   CONTINUE
               WHEN OFF-IDX > OFFICE-COUNT
                   CONTINUE
               WHEN OF-STATE (OFF-IDX) = DT-STATE-OFFICE (DT-SUB)
                   SET ROLL-FOUND-SUB TO OFF-IDX
           END-SEARCH.
           IF ROLL-FOUND-SUB = 0
                IF OFFICE-COUNT >= 60
                     DISPLAY "ERROR: MORE THAN 60 STATE OFFICES "
                         "ON BILLEXT"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO OFFICE-COUNT
                MOVE OFFICE-COUNT TO ROLL-FOUND-SUB
                MOVE DT-STATE-OFFICE (DT-SUB)
                    TO OF-STATE (ROLL-FOUND-SUB)
                MOVE ZERO TO OF-REVENUE (ROLL-FOUND-SUB)
                MOVE ZERO TO OF-COST (ROLL-FOUND-SUB)
           END-IF.
           ADD DT-REVENUE (DT-SUB) TO OF-REVENUE (ROLL-FOUND-SUB).
           ADD DT-COST (DT-SUB)    TO OF-COST (ROLL-FOUND-SUB).

           MOVE 0 TO ROLL-FOUND-SUB.
           SET POS-IDX TO 1.
           SEARCH POSITION-ITEM VARYING POS-IDX
               AT END
                   CONTINUE
               WHEN POS-IDX > POSITION-COUNT
                   CONTINUE
               WHEN PS-POSITION (POS-IDX) = DT-POSITION (DT-SUB)
                   SET ROLL-FOUND-SUB TO POS-IDX
           END-SEARCH.
           IF ROLL-FOUND-SUB = 0
                IF POSITION-COUNT >= 100
                     DISPLAY "ERROR: MORE THAN 100 POSITIONS "
                         "ON BILLEXT"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO POSITION-COUNT
                MOVE POSITION-COUNT TO ROLL-FOUND-SUB
                MOVE DT-POSITION (DT-SUB)
                    TO PS-POSITION (ROLL-FOUND-SUB)
                MOVE ZERO TO PS-REVENUE (ROLL-FOUND-SUB)
                MOVE ZERO TO PS-COST (ROLL-FOUND-SUB)
           END-IF.
           ADD DT-REVENUE (DT-SUB) TO PS-REVENUE (ROLL-FOUND-SUB).
           ADD DT-COST (DT-SUB)    TO PS-COST (ROLL-FOUND-SUB).

       300-OPEN-FILES.
           OPEN INPUT BILL-EXT-FILE
           IF NOT BX-NORMAL
                DISPLAY 'ERROR OPENING BILLEXT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PROFRPT
           IF NOT PR-NORMAL
                DISPLAY 'ERROR OPENING PROFRPT'
                GO TO 999-RETURN-ERR.

       320-LOAD-ASSIGNMENTS.
           OPEN INPUT EMPROJ
           IF NOT EP-NORMAL
                DISPLAY 'ERROR OPENING EMPROJ'
                GO TO 999-RETURN-ERR.

           READ EMPROJ
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPROJ
               IF ASSIGN-COUNT >= 200
                    DISPLAY "ERROR: EMPROJ HAS MORE THAN 200 ROWS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO ASSIGN-COUNT
               MOVE EMP-PROJECT-I TO AT-PROJECT (ASSIGN-COUNT)
               MOVE EMP-NAME-I    TO AT-NAME (ASSIGN-COUNT)
               MOVE EMP-STATE-OFFICE-I
                   TO AT-STATE-OFFICE (ASSIGN-COUNT)
               MOVE EMP-PROJECT-POSITION-I
                   TO AT-POSITION (ASSIGN-COUNT)
               READ EMPROJ
                   AT END MOVE 'Y' TO EMPROJ-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPROJ.

       330-LOAD-CROSSWALK.
           OPEN INPUT EMPXREF
           IF NOT XR-NORMAL
                DISPLAY 'ERROR OPENING EMPXREF'
                GO TO 999-RETURN-ERR.

           READ EMPXREF
               AT END MOVE 'Y' TO EMPXREF-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-XREF
               IF XREF-COUNT >= 200
                    DISPLAY "ERROR: EMPXREF HAS MORE THAN 200 ROWS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO XREF-COUNT
               MOVE XR-NAME   TO XT-NAME (XREF-COUNT)
               MOVE XR-EMP-ID TO XT-EMP-ID (XREF-COUNT)
               READ EMPXREF
                   AT END MOVE 'Y' TO EMPXREF-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPXREF.

       340-LOAD-FICA-RATES.
           OPEN INPUT FICARATE
           IF NOT FR-NORMAL
                DISPLAY 'ERROR OPENING FICARATE'
                GO TO 999-RETURN-ERR.

           READ FICARATE
               AT END
                   DISPLAY 'ERROR: FICARATE CARD IS EMPTY'
                   GO TO 999-RETURN-ERR
           END-READ.

           IF FR-SS-ER-RATE-I NOT NUMERIC
                  OR FR-MED-ER-RATE-I NOT NUMERIC
                DISPLAY 'ERROR: FICARATE EMPLOYER RATES NOT NUMERIC'
                GO TO 999-RETURN-ERR
           END-IF.
           COMPUTE ER-TAX-RATE-WS =
               FR-SS-ER-RATE-I + FR-MED-ER-RATE-I.

           CLOSE FICARATE.

      * Wages per working day and per OT hour, the same arithmetic
      * PAYROL0B pays with: a salaried period's pay (bonus included)
      * over the periods in the employee's year, an hourly rate for
      * a working day, the shift differential on top of both hourly
      * figures.  A pay type PAYROL0B would reject costs nothing and
      * is marked.
       350-LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING EMPMAS2'
                GO TO 999-RETURN-ERR.

           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-MASTER
               IF COST-COUNT >= 500
                    DISPLAY "ERROR: EMPMAS2 HAS MORE THAN 500 "
                        "EMPLOYEES"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO COST-COUNT
               PERFORM 355-SET-WAGES
               READ EMPLOYEE-MASTER
                   AT END MOVE 'Y' TO MASTER-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER.

       355-SET-WAGES.
           MOVE EM-EMP-ID-I TO CT-EMP-ID (COST-COUNT).
           MOVE 'Y'  TO CT-COSTED-SW (COST-COUNT).
           MOVE ZERO TO CT-DAY-WAGE (COST-COUNT).
           MOVE ZERO TO CT-OT-WAGE (COST-COUNT).
           MOVE ZERO TO CT-BEN-PCT (COST-COUNT).
           MOVE ZERO TO CT-BEN-FLAT-YEAR (COST-COUNT).

           EVALUATE EM-PAY-FREQ-I
               WHEN 'W'
                   MOVE 52 TO PERIODS-PER-YEAR-WS
               WHEN 'B'
                   MOVE 26 TO PERIODS-PER-YEAR-WS
               WHEN OTHER
                   MOVE 24 TO PERIODS-PER-YEAR-WS
           END-EVALUATE.

           EVALUATE EM-EMP-TYPE-I
               WHEN 'F'
                   IF EM-FULL-TIME-SALARY-I NUMERIC
                          AND EM-FULL-TIME-BONUS-I NUMERIC
                        COMPUTE CT-DAY-WAGE (COST-COUNT) ROUNDED =
                            EM-FULL-TIME-SALARY-I
                              * (1 + EM-FULL-TIME-BONUS-I)
                              * PERIODS-PER-YEAR-WS / WORK-DAYS-WS
                   ELSE
                        MOVE 'N' TO CT-COSTED-SW (COST-COUNT)
                   END-IF
               WHEN 'P'
                   IF EM-RATE-I NUMERIC
                          AND EM-OT-MULTIPLIER-I NUMERIC
                          AND EM-SHIFT-DIFF-RATE-I NUMERIC
                        MOVE 1 TO SHIFT-FACTOR-WS
                        IF EM-SHIFT-CODE-I NOT = 'D'
                             COMPUTE SHIFT-FACTOR-WS =
                                 1 + EM-SHIFT-DIFF-RATE-I
                        END-IF
                        COMPUTE CT-DAY-WAGE (COST-COUNT) ROUNDED =
                            EM-RATE-I * DAY-HOURS-WS * SHIFT-FACTOR-WS
                        COMPUTE CT-OT-WAGE (COST-COUNT) ROUNDED =
                            EM-RATE-I * EM-OT-MULTIPLIER-I
                              * SHIFT-FACTOR-WS
                   ELSE
                        MOVE 'N' TO CT-COSTED-SW (COST-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CT-COSTED-SW (COST-COUNT)
           END-EVALUATE.

      * Employer shares on DEDFILE: 'P' a fraction of wages, 'A' a
      * flat semi-monthly amount, carried here as dollars a year.
       360-LOAD-DEDUCTIONS.
           OPEN INPUT DEDFILE
           IF NOT DF-NORMAL
                DISPLAY 'ERROR OPENING DEDFILE'
                GO TO 999-RETURN-ERR.

           READ DEDFILE
               AT END MOVE 'Y' TO DEDFILE-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-DEDFILE
               IF DED-ER-VALUE-I NUMERIC AND DED-ER-VALUE-I > ZERO
                    MOVE DED-EMP-ID-I TO FIND-EMP-ID-WS
                    PERFORM 230-FIND-COST-SLOT
                    IF COST-FOUND-SUB > 0
                         IF DED-TYPE-I = 'P'
                              ADD DED-ER-VALUE-I
                                  TO CT-BEN-PCT (COST-FOUND-SUB)
                         ELSE
                              COMPUTE CT-BEN-FLAT-YEAR
                                          (COST-FOUND-SUB) =
                                  CT-BEN-FLAT-YEAR (COST-FOUND-SUB)
                                    + DED-ER-VALUE-I * 24
                         END-IF
                    END-IF
               END-IF
               READ DEDFILE
                   AT END MOVE 'Y' TO DEDFILE-EOF
               END-READ
           END-PERFORM.

           CLOSE DEDFILE.

      * BENENRL's employer contributions, stated the same way.  The
      * file closes with a CONTROL trailer that must agree.
       370-LOAD-BEN-CONTRIB.
           OPEN INPUT BENERCON.
           IF BE-FILE-MISSING
                GO TO 370-LOAD-BEN-CONTRIB-X.
           IF NOT BE-NORMAL
                DISPLAY 'ERROR OPENING BENERCON'
                GO TO 999-RETURN-ERR.

           READ BENERCON
               AT END MOVE 'Y' TO BENERCON-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-BENERCON
               IF BENERCON-REC (1:7) = 'CONTROL'
                    MOVE BENERCON-REC TO CONTROL-REC
                    MOVE CTL-RECORD-COUNT TO BE-TRAILER-COUNT
                    MOVE 'Y' TO BE-TRAILER-SW
               ELSE
                    ADD 1 TO BE-COUNT
                    MOVE BE-EMP-ID TO FIND-EMP-ID-WS
                    PERFORM 230-FIND-COST-SLOT
                    IF COST-FOUND-SUB > 0 AND BE-ER-VALUE NUMERIC
                         IF BE-ER-TYPE = 'P'
                              ADD BE-ER-VALUE
                                  TO CT-BEN-PCT (COST-FOUND-SUB)
                         ELSE
                              COMPUTE CT-BEN-FLAT-YEAR
                                          (COST-FOUND-SUB) =
                                  CT-BEN-FLAT-YEAR (COST-FOUND-SUB)
                                    + BE-ER-VALUE * 24
                         END-IF
                    END-IF
               END-IF
               READ BENERCON
                   AT END MOVE 'Y' TO BENERCON-EOF
               END-READ
           END-PERFORM.

           CLOSE BENERCON.

           IF BE-COUNT > 0 AND NOT BE-TRAILER-SEEN
                DISPLAY 'ERROR: BENERCON CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.
           IF BE-TRAILER-SEEN AND BE-TRAILER-COUNT NOT = BE-COUNT
                DISPLAY 'ERROR: BENERCON RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       370-LOAD-BEN-CONTRIB-X.
           EXIT.

      * The loaded rates: wages grossed up for employer FICA and the
      * percentage benefits, plus the flat benefits spread over the
      * working days.
       380-LOAD-ONE-RATE.
           COMPUTE LOAD-FACTOR-WS =
               1 + ER-TAX-RATE-WS + CT-BEN-PCT (COST-SUB).
           COMPUTE CT-DAY-LOADED (COST-SUB) ROUNDED =
               CT-DAY-WAGE (COST-SUB) * LOAD-FACTOR-WS
             + CT-BEN-FLAT-YEAR (COST-SUB) / WORK-DAYS-WS.
           COMPUTE CT-OT-LOADED (COST-SUB) ROUNDED =
               CT-OT-WAGE (COST-SUB) * LOAD-FACTOR-WS.

       400-READ-BILLEXT.
           READ BILL-EXT-FILE
               AT END MOVE 'Y' TO BILL-EXT-EOF
           END-READ.

           IF NOT (BX-NORMAL OR NO-MORE-BILLEXT)
                DISPLAY 'ERROR READING BILLEXT'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-PROJECTS.
           MOVE 'MARGIN BY PROJECT' TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE '-----------------' TO PROFRPT-REC.
           WRITE PROFRPT-REC.

           PERFORM 510-PRINT-ONE-PROJECT
               VARYING PJ-SUB FROM 1 BY 1
               UNTIL PJ-SUB > PROJECT-COUNT.

       510-PRINT-ONE-PROJECT.
           PERFORM 520-PRINT-ONE-DETAIL
               VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DETAIL-COUNT.

           MOVE 'PROJECT'              TO SUM-TAG.
           MOVE PJ-PROJECT (PJ-SUB)    TO SUM-LABEL.
           MOVE PJ-REVENUE (PJ-SUB)    TO SUM-REVENUE-WS.
           MOVE PJ-COST (PJ-SUB)       TO SUM-COST-WS.
           PERFORM 690-PRINT-SUMMARY-LINE.
           IF BELOW-TARGET
                ADD 1 TO PROJECTS-BELOW
           END-IF.
           MOVE SPACES TO PROFRPT-REC.
           WRITE PROFRPT-REC.

       520-PRINT-ONE-DETAIL.
           IF DT-PROJECT (DT-SUB) = PJ-PROJECT (PJ-SUB)
                MOVE DT-NAME (DT-SUB)         TO DET-NAME
                MOVE DT-STATE-OFFICE (DT-SUB) TO DET-STATE
                MOVE DT-POSITION (DT-SUB)     TO DET-POSITION
                MOVE DT-DAYS (DT-SUB)         TO DET-DAYS
                MOVE DT-OT-HOURS (DT-SUB)     TO DET-OT
                MOVE DT-REVENUE (DT-SUB)      TO DET-REVENUE
                MOVE DT-COST (DT-SUB)         TO DET-COST
                MOVE DT-NOTE (DT-SUB)         TO DET-NOTE
                WRITE PROFRPT-REC FROM DETAIL-LINE
           END-IF.

       600-PRINT-OFFICES.
           MOVE 'MARGIN BY STATE OFFICE' TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE '----------------------' TO PROFRPT-REC.
           WRITE PROFRPT-REC.

           PERFORM 610-PRINT-ONE-OFFICE
               VARYING OF-SUB FROM 1 BY 1
               UNTIL OF-SUB > OFFICE-COUNT.

           MOVE SPACES TO PROFRPT-REC.
           WRITE PROFRPT-REC.

       610-PRINT-ONE-OFFICE.
           MOVE 'OFFICE'               TO SUM-TAG.
           MOVE OF-STATE (OF-SUB)      TO SUM-LABEL.
           MOVE OF-REVENUE (OF-SUB)    TO SUM-REVENUE-WS.
           MOVE OF-COST (OF-SUB)       TO SUM-COST-WS.
           PERFORM 690-PRINT-SUMMARY-LINE.

       650-PRINT-POSITIONS.
           MOVE 'MARGIN BY POSITION' TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE '------------------' TO PROFRPT-REC.
           WRITE PROFRPT-REC.

           PERFORM 660-PRINT-ONE-POSITION
               VARYING PS-SUB FROM 1 BY 1
               UNTIL PS-SUB > POSITION-COUNT.

           MOVE SPACES TO PROFRPT-REC.
           WRITE PROFRPT-REC.

       660-PRINT-ONE-POSITION.
           MOVE 'POSITION'             TO SUM-TAG.
           MOVE PS-POSITION (PS-SUB)   TO SUM-LABEL.
           MOVE PS-REVENUE (PS-SUB)    TO SUM-REVENUE-WS.
           MOVE PS-COST (PS-SUB)       TO SUM-COST-WS.
           PERFORM 690-PRINT-SUMMARY-LINE.

      * Margin and margin percent for one roll-up.  No revenue at all
      * against a cost is below any target.
       690-PRINT-SUMMARY-LINE.
           COMPUTE SUM-MARGIN-WS = SUM-REVENUE-WS - SUM-COST-WS.
           MOVE 'N' TO BELOW-TARGET-SW.
           IF SUM-REVENUE-WS > ZERO
                COMPUTE SUM-PCT-WS ROUNDED =
                    SUM-MARGIN-WS * 100 / SUM-REVENUE-WS
                IF SUM-PCT-WS < TARGET-PCT-WS
                     MOVE 'Y' TO BELOW-TARGET-SW
                END-IF
           ELSE
                MOVE ZERO TO SUM-PCT-WS
                IF SUM-COST-WS > ZERO
                     MOVE 'Y' TO BELOW-TARGET-SW
                END-IF
           END-IF.

           MOVE SUM-REVENUE-WS TO SUM-REVENUE.
           MOVE SUM-COST-WS    TO SUM-COST.
           MOVE SUM-MARGIN-WS  TO SUM-MARGIN.
           MOVE SUM-PCT-WS     TO SUM-PCT.
           IF BELOW-TARGET
                MOVE '** BELOW TARGET' TO SUM-FLAG
           ELSE
                MOVE SPACES TO SUM-FLAG
           END-IF.
           WRITE PROFRPT-REC FROM SUMMARY-LINE.

       700-PRINT-TOTALS.
           MOVE 'ALL'                  TO SUM-TAG.
           MOVE 'PROJECTS'             TO SUM-LABEL.
           MOVE TOTAL-REVENUE          TO SUM-REVENUE-WS.
           MOVE TOTAL-COST             TO SUM-COST-WS.
           PERFORM 690-PRINT-SUMMARY-LINE.

           MOVE SPACES TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE DETAILS-READ     TO FOOTER-LINES.
           MOVE DETAILS-UNCOSTED TO FOOTER-UNCOSTED.
           MOVE PROJECTS-BELOW   TO FOOTER-BELOW.
           WRITE PROFRPT-REC FROM FOOTER-LINE.

       900-CLEANUP.
           DISPLAY "BILLING LINES READ   : " DETAILS-READ.
           DISPLAY "LINES COSTED         : " DETAILS-COSTED.
           DISPLAY "LINES NOT COSTED     : " DETAILS-UNCOSTED.
           DISPLAY "PROJECTS BELOW TARGET: " PROJECTS-BELOW.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE BILL-EXT-FILE, PROFRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * billing lines read, costed, and those that could not be.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PROJPROF'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE DETAILS-READ        TO LED-RECS-IN.
           MOVE DETAILS-COSTED      TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE DETAILS-UNCOSTED    TO LED-RECS-REJECTED.
           MOVE TOTAL-REVENUE       TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
