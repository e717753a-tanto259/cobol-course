      ***** BEING CORRECTED, AND EITHER A GROSS DELTA OR CORRECTED
      ***** HOURS), COMPUTES EACH PAY DELTA WITH THE SAME PER-STATE
      ***** TAX BRACKETS AND PERCENT DEDUCTIONS THE REGULAR RUN
      ***** APPLIES (SOCIAL SECURITY AND MEDICARE OFF THE SAME
      ***** FICARATE CARD, AGAINST THE SAME WAGE BASE AND
      ***** ADDITIONAL-MEDICARE THRESHOLD), ISSUES ITS OWN ACH
      ***** BATCH WITH PROPER BATCH CONTROLS, CORRECTS YTD ON THE
      ***** HISTORY (EMPHIST IN, EMPHISTO OUT), AND PRINTS AN
      ***** ADJUSTMENT REGISTER OF ORIGINAL, CORRECTED AND DELTA PER
      ***** EMPLOYEE.
      *****
      ***** THE RUN GUARDS ITSELF WITH ITS OWN ADJPERD CONTROL CARD,
      ***** DISTINCT FROM THE REGULAR RUN'S PAYPERD, SO AN
           ASSIGN TO DEDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEDUCT-FILE-ST.
      *  The regular run's Social Security and Medicare rates and
      *  limits card.
           SELECT FICA-RATE-FILE
           ASSIGN TO FICARATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FICA-RATE-FILE-ST.
           SELECT ACH-OUT
           ASSIGN TO ACHADJ
               ORGANIZATION IS SEQUENTIAL
           05  FILLER                  PIC X(06).

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  EM-FNAME-I                  PIC X(8).
           05  EM-LNAME-I                  PIC X(8).
           05  EM-HIRE-DATE-I              PIC 9(08).
           05  EM-TERM-DATE-I              PIC 9(08).
           05  EM-ACH-HOLD-I               PIC X(01).
           05  EM-PAY-FREQ-I               PIC X(01).
           05  EM-COST-CENTER-I            PIC X(04).

       FD  EMPLOYEE-HISTORY-IN
           RECORDING MODE F.
           05  EH-LEAVE-BAL-I              PIC 9(5)V99.
           05  EH-LEAVE-ACCR-YTD-I         PIC 9(5)V99.
           05  EH-PERIOD-ID-I              PIC 9(06).
           05  EH-YTD-SS-WAGES-I           PIC 9(11)V99.
           05  EH-YTD-SS-TAX-I             PIC 9(11)V99.
           05  EH-YTD-MED-TAX-I            PIC 9(11)V99.

       FD  EMPLOYEE-HISTORY-OUT
           RECORDING MODE F.
           05  EH-LEAVE-BAL-O              PIC 9(5)V99.
           05  EH-LEAVE-ACCR-YTD-O        PIC 9(5)V99.
           05  EH-PERIOD-ID-O              PIC 9(06).
           05  EH-YTD-SS-WAGES-O           PIC 9(11)V99.
           05  EH-YTD-SS-TAX-O             PIC 9(11)V99.
           05  EH-YTD-MED-TAX-O            PIC 9(11)V99.

       FD  TAX-TABLE-FILE
           RECORDING MODE F.
           05  DED-VALUE-I                 PIC 9(7)V99.
           05  FILLER                      PIC X(11).

       FD  FICA-RATE-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICA-RATE-REC.
           05  FR-TAX-YEAR-I               PIC 9(04).
           05  FR-SS-EE-RATE-I             PIC V9(4).
           05  FR-SS-ER-RATE-I             PIC V9(4).
           05  FR-SS-WAGE-BASE-I           PIC 9(9)V99.
           05  FR-MED-EE-RATE-I            PIC V9(4).
           05  FR-MED-ER-RATE-I            PIC V9(4).
           05  FR-ADDL-MED-RATE-I          PIC V9(4).
           05  FR-ADDL-MED-THRESH-I        PIC 9(9)V99.
           05  FILLER                      PIC X(34).

       FD  ACH-OUT
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
               88  TAX-TABLE-FILE-NORMAL          VALUE '00'.
           05  DEDUCT-FILE-ST             PIC X(02).
               88  DEDUCT-FILE-NORMAL             VALUE '00'.
           05  FICA-RATE-FILE-ST          PIC X(02).
               88  FICA-RATE-FILE-NORMAL          VALUE '00'.
           05  ACH-OUT-ST                 PIC X(02).
               88  ACH-OUT-NORMAL                 VALUE '00'.
           05  ADJPERD-ST                 PIC X(02).
               10  EMP-SHIFT-DIFF-RATE     PIC V99.
               10  EMP-ROUTING-NBR         PIC 9(09).
               10  EMP-ACCOUNT-NBR         PIC X(17).
               10  EMP-PERIODS-PER-YEAR    PIC 9(02).
               10  EMP-YTD-GROSS           PIC 9(11)V99.
               10  EMP-YTD-SS-WAGES        PIC 9(11)V99.
       77  EMP-COUNT                       PIC S9(04) COMP VALUE 0.
       77  EMP-FOUND-SUB                   PIC S9(04) COMP VALUE 0.

               10  DL-FED-DELTA            PIC S9(9)V99.
               10  DL-STATE-DELTA          PIC S9(9)V99.
               10  DL-NET-DELTA            PIC S9(9)V99.
               10  DL-SS-WAGES-DELTA       PIC S9(9)V99.
               10  DL-SS-TAX-DELTA         PIC S9(9)V99.
               10  DL-MED-TAX-DELTA        PIC S9(9)V99.
       77  DELTA-COUNT                     PIC S9(04) COMP VALUE 0.
       77  DL-FOUND-SUB                    PIC S9(04) COMP VALUE 0.

       01  FED-DELTA-WS                    PIC S9(9)V99.
       01  STATE-DELTA-WS                  PIC S9(9)V99.
       01  DED-DELTA-WS                    PIC S9(9)V99.
       01  SS-WAGES-DELTA-WS               PIC S9(9)V99.
       01  SS-DELTA-WS                     PIC S9(9)V99.
       01  MED-DELTA-WS                    PIC S9(9)V99.
       01  ADDL-MED-WAGES-WS               PIC S9(9)V99.
       01  NET-DELTA-WS                    PIC S9(9)V99.
       01  DELTA-ABS-WS                    PIC 9(9)V99.
       01  ORIG-PAY-WS                     PIC S9(9)V99.
           05  ACH-CTL-HASH                PIC S9(9)V99 VALUE 0.
       01  NET-DELTA-TOTAL                 PIC S9(11)V99 VALUE 0.

      * Social Security and Medicare rates and limits from
      * FICARATE, and the work fields the delta's share of the wage
      * base and of the additional-Medicare threshold is figured in.
       01  FICA-RATES.
           05  FR-TAX-YEAR                 PIC 9(04) VALUE 0.
           05  FR-SS-EE-RATE               PIC V9(4) VALUE 0.
           05  FR-SS-WAGE-BASE             PIC 9(9)V99 VALUE 0.
           05  FR-MED-EE-RATE              PIC V9(4) VALUE 0.
           05  FR-ADDL-MED-RATE            PIC V9(4) VALUE 0.
           05  FR-ADDL-MED-THRESH          PIC 9(9)V99 VALUE 0.
       01  FICA-PRIOR-GROSS-WS             PIC S9(11)V99.
       01  FICA-NEW-GROSS-WS               PIC S9(11)V99.
       01  FICA-LOW-WS                     PIC S9(11)V99.
       01  FICA-HIGH-WS                    PIC S9(11)V99.

       01  REG-HEADER-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'OFF-CYCLE ADJUSTMENT REGISTER '.
           PERFORM OPEN-FILES-PARAGRAPH.
           PERFORM LOAD-TAX-TABLE-PARAGRAPH.
           PERFORM LOAD-DEDUCTIONS-PARAGRAPH.
           PERFORM LOAD-FICA-RATES-PARAGRAPH.
           PERFORM LOAD-MASTER-PARAGRAPH.
           PERFORM LOAD-HISTORY-YTD-PARAGRAPH.
           PERFORM READ-ADJUSTMENT-PARAGRAPH.
           PERFORM PROCESS-ADJUSTMENTS-PARAGRAPH UNTIL NO-MORE-ADJ.
           PERFORM CORRECT-HISTORY-PARAGRAPH.
                DISPLAY 'ERROR OPENING DEDUCT-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN INPUT FICA-RATE-FILE.
           IF NOT FICA-RATE-FILE-NORMAL
                DISPLAY 'ERROR OPENING FICA-RATE-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN OUTPUT ACH-OUT.
           IF NOT ACH-OUT-NORMAL
                DISPLAY 'ERROR OPENING ACH-OUT'
               AT END MOVE 'Y' TO SW-DED-EOF
           END-READ.

      * The one FICARATE control record, checked the way the
      * regular run checks it: a missing or non-numeric card stops
      * the run, a card for some other tax year is called out.
       LOAD-FICA-RATES-PARAGRAPH.
           READ FICA-RATE-FILE
               AT END
                   DISPLAY 'ERROR: FICARATE CONTROL RECORD MISSING'
                   GO TO ERROR-PARAGRAPH
           END-READ.

           IF NOT FICA-RATE-FILE-NORMAL
                DISPLAY 'ERROR READING FICA-RATE-FILE'
                GO TO ERROR-PARAGRAPH
           END-IF.

           IF FR-TAX-YEAR-I NOT NUMERIC
                  OR FR-SS-EE-RATE-I NOT NUMERIC
                  OR FR-SS-WAGE-BASE-I NOT NUMERIC
                  OR FR-MED-EE-RATE-I NOT NUMERIC
                  OR FR-ADDL-MED-RATE-I NOT NUMERIC
                  OR FR-ADDL-MED-THRESH-I NOT NUMERIC
                DISPLAY 'ERROR: FICARATE CONTROL RECORD NOT NUMERIC'
                GO TO ERROR-PARAGRAPH
           END-IF.

           MOVE FR-TAX-YEAR-I        TO FR-TAX-YEAR.
           MOVE FR-SS-EE-RATE-I      TO FR-SS-EE-RATE.
           MOVE FR-SS-WAGE-BASE-I    TO FR-SS-WAGE-BASE.
           MOVE FR-MED-EE-RATE-I     TO FR-MED-EE-RATE.
           MOVE FR-ADDL-MED-RATE-I   TO FR-ADDL-MED-RATE.
           MOVE FR-ADDL-MED-THRESH-I TO FR-ADDL-MED-THRESH.
           CLOSE FICA-RATE-FILE.

           IF FR-TAX-YEAR NOT = BUSINESS-DATE-NUM (1:4)
                DISPLAY '*** WARNING: FICARATE IS FOR TAX YEAR '
                        FR-TAX-YEAR ' ***'
           END-IF.

       LOAD-MASTER-PARAGRAPH.
           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO WS-EMP-EOF
               TO EMP-SHIFT-DIFF-RATE (EMP-COUNT).
           MOVE EM-ROUTING-NBR-I     TO EMP-ROUTING-NBR (EMP-COUNT).
           MOVE EM-ACCOUNT-NBR-I     TO EMP-ACCOUNT-NBR (EMP-COUNT).
           MOVE ZERO                 TO EMP-YTD-GROSS (EMP-COUNT).
           MOVE ZERO                 TO EMP-YTD-SS-WAGES (EMP-COUNT).
           EVALUATE EM-PAY-FREQ-I
               WHEN 'W'
                   MOVE 52 TO EMP-PERIODS-PER-YEAR (EMP-COUNT)
               WHEN 'B'
                   MOVE 26 TO EMP-PERIODS-PER-YEAR (EMP-COUNT)
               WHEN OTHER
                   MOVE 24 TO EMP-PERIODS-PER-YEAR (EMP-COUNT)
           END-EVALUATE.
           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO WS-EMP-EOF
           END-READ.

      * Each employee's YTD gross and Social Security wages as the
      * history stands before tonight, so a delta is measured
      * against the wage base and the additional-Medicare threshold
      * from where the year actually is.  The history is read again
      * from the top for the correction pass.
       LOAD-HISTORY-YTD-PARAGRAPH.
           PERFORM READ-HISTORY-PARAGRAPH.
           PERFORM LOAD-ONE-HISTORY-YTD-PARAGRAPH UNTIL NO-MORE-HIST.
           CLOSE EMPLOYEE-HISTORY-IN.

           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT EMPLOYEE-HISTORY-IN.
           IF NOT EMPLOYEE-HISTORY-IN-NORMAL
                DISPLAY 'ERROR OPENING EMPLOYEE-HISTORY-IN'
                GO TO ERROR-PARAGRAPH.

       LOAD-ONE-HISTORY-YTD-PARAGRAPH.
           SET EMP-IDX TO 1.
           SEARCH EMP-ITEM VARYING EMP-IDX
               AT END
                   CONTINUE
               WHEN EMP-IDX > EMP-COUNT
                   CONTINUE
               WHEN EMP-EMP-ID (EMP-IDX) = EH-EMP-ID-I
                   MOVE EH-YTD-GROSS-I    TO EMP-YTD-GROSS (EMP-IDX)
                   MOVE EH-YTD-SS-WAGES-I
                       TO EMP-YTD-SS-WAGES (EMP-IDX)
           END-SEARCH.
           PERFORM READ-HISTORY-PARAGRAPH.

       READ-ADJUSTMENT-PARAGRAPH.
           READ ADJ-FILE
               AT END MOVE 'Y' TO WS-ADJ-EOF
                             ADJ-EMP-ID-I ' CARRIES NO DELTA ***'
                ELSE
                     PERFORM COMPUTE-DELTA-TAXES-PARAGRAPH
                     PERFORM COMPUTE-DELTA-FICA-PARAGRAPH
                     PERFORM COMPUTE-DELTA-DEDUCTS-PARAGRAPH
                     COMPUTE NET-DELTA-WS =
                         GROSS-DELTA-WS - FED-DELTA-WS
                             - STATE-DELTA-WS - SS-DELTA-WS
                             - MED-DELTA-WS - DED-DELTA-WS
                     PERFORM RECORD-ADJUSTMENT-PARAGRAPH
                END-IF
           END-IF.
      * in for the employee's state ('**' default when the state is
      * not on file) -- the same selection the regular run makes --
      * and the signed delta carries the sign through, so a
      * recovery reverses its taxes too.  The brackets are
      * semi-monthly, so a weekly or biweekly employee's delta is
      * annualized and restated per semi-monthly period to find its
      * bracket, as the regular run does with the whole check.
       COMPUTE-DELTA-TAXES-PARAGRAPH.
           MOVE ZERO TO FED-DELTA-WS.
           MOVE ZERO TO STATE-DELTA-WS.
           ELSE
                MOVE GROSS-DELTA-WS TO DELTA-ABS-WS
           END-IF.
           COMPUTE DELTA-ABS-WS ROUNDED =
               DELTA-ABS-WS * EMP-PERIODS-PER-YEAR (EMP-FOUND-SUB)
                   / 24.

           MOVE EMP-STATE (EMP-FOUND-SUB) TO TAX-LOOKUP-STATE-WS.
           PERFORM SELECT-TAX-BRACKET-PARAGRAPH.
                    GROSS-DELTA-WS * TAX-STATE-RATE-WS
           END-IF.

      * Social Security and Medicare on the delta, by the regular
      * run's rules applied to the stretch of the year's gross the
      * delta adds or takes away.  Only the part of that stretch
      * under the wage base carries Social Security, and only the
      * part over the additional-Medicare threshold carries the
      * additional rate; a recovery gives back what its stretch was
      * taxed, never more Social Security wages than are on the
      * year.  The employee's YTD moves with each delta so a second
      * adjustment for the same employee starts where the first
      * left off.
       COMPUTE-DELTA-FICA-PARAGRAPH.
           MOVE ZERO TO SS-WAGES-DELTA-WS.
           MOVE ZERO TO SS-DELTA-WS.
           MOVE ZERO TO ADDL-MED-WAGES-WS.
           MOVE EMP-YTD-GROSS (EMP-FOUND-SUB) TO FICA-PRIOR-GROSS-WS.
           COMPUTE FICA-NEW-GROSS-WS =
               FICA-PRIOR-GROSS-WS + GROSS-DELTA-WS.
           IF FICA-NEW-GROSS-WS < ZERO
                MOVE ZERO TO FICA-NEW-GROSS-WS
           END-IF.

           IF GROSS-DELTA-WS > ZERO
                MOVE FICA-PRIOR-GROSS-WS TO FICA-LOW-WS
                MOVE FICA-NEW-GROSS-WS   TO FICA-HIGH-WS
           ELSE
                MOVE FICA-NEW-GROSS-WS   TO FICA-LOW-WS
                MOVE FICA-PRIOR-GROSS-WS TO FICA-HIGH-WS
           END-IF.

           IF FICA-LOW-WS < FR-SS-WAGE-BASE
                IF FICA-HIGH-WS > FR-SS-WAGE-BASE
                     COMPUTE SS-WAGES-DELTA-WS =
                         FR-SS-WAGE-BASE - FICA-LOW-WS
                ELSE
                     COMPUTE SS-WAGES-DELTA-WS =
                         FICA-HIGH-WS - FICA-LOW-WS
                END-IF
           END-IF.

           IF FICA-HIGH-WS > FR-ADDL-MED-THRESH
                IF FICA-LOW-WS > FR-ADDL-MED-THRESH
                     COMPUTE ADDL-MED-WAGES-WS =
                         FICA-HIGH-WS - FICA-LOW-WS
                ELSE
                     COMPUTE ADDL-MED-WAGES-WS =
                         FICA-HIGH-WS - FR-ADDL-MED-THRESH
                END-IF
           END-IF.

           IF GROSS-DELTA-WS < ZERO
                IF SS-WAGES-DELTA-WS >
                       EMP-YTD-SS-WAGES (EMP-FOUND-SUB)
                     MOVE EMP-YTD-SS-WAGES (EMP-FOUND-SUB)
                         TO SS-WAGES-DELTA-WS
                END-IF
                COMPUTE SS-WAGES-DELTA-WS = ZERO - SS-WAGES-DELTA-WS
                COMPUTE ADDL-MED-WAGES-WS = ZERO - ADDL-MED-WAGES-WS
           END-IF.

           COMPUTE SS-DELTA-WS ROUNDED =
               SS-WAGES-DELTA-WS * FR-SS-EE-RATE.
           COMPUTE MED-DELTA-WS ROUNDED =
               GROSS-DELTA-WS * FR-MED-EE-RATE
                   + ADDL-MED-WAGES-WS * FR-ADDL-MED-RATE.

           MOVE FICA-NEW-GROSS-WS TO EMP-YTD-GROSS (EMP-FOUND-SUB).
           ADD SS-WAGES-DELTA-WS TO EMP-YTD-SS-WAGES (EMP-FOUND-SUB).

       SELECT-TAX-BRACKET-PARAGRAPH.
           MOVE 'N' TO TAX-BRACKET-HIT-SW.
           MOVE ZERO TO TAX-FED-RATE-WS.
                ADD FED-DELTA-WS   TO DL-FED-DELTA (DL-FOUND-SUB)
                ADD STATE-DELTA-WS TO DL-STATE-DELTA (DL-FOUND-SUB)
                ADD NET-DELTA-WS   TO DL-NET-DELTA (DL-FOUND-SUB)
                ADD SS-WAGES-DELTA-WS
                    TO DL-SS-WAGES-DELTA (DL-FOUND-SUB)
                ADD SS-DELTA-WS    TO DL-SS-TAX-DELTA (DL-FOUND-SUB)
                ADD MED-DELTA-WS   TO DL-MED-TAX-DELTA (DL-FOUND-SUB)
           END-IF.

       ADD-DELTA-ENTRY-PARAGRAPH.
           ELSE
                ADD 1 TO DELTA-COUNT
                MOVE ADJ-EMP-ID-I    TO DL-EMP-ID (DELTA-COUNT)
                MOVE ZERO TO DL-GROSS-DELTA (DELTA-COUNT)
                MOVE ZERO TO DL-FED-DELTA (DELTA-COUNT)
                MOVE ZERO TO DL-STATE-DELTA (DELTA-COUNT)
                MOVE ZERO TO DL-NET-DELTA (DELTA-COUNT)
                MOVE ZERO TO DL-SS-WAGES-DELTA (DELTA-COUNT)
                MOVE ZERO TO DL-SS-TAX-DELTA (DELTA-COUNT)
                MOVE ZERO TO DL-MED-TAX-DELTA (DELTA-COUNT)
                SET DL-FOUND-SUB TO DELTA-COUNT
           END-IF.

                ADD DL-STATE-DELTA (DL-FOUND-SUB)
                    TO EH-YTD-STATE-TAX-O
                ADD DL-NET-DELTA (DL-FOUND-SUB)   TO EH-YTD-NET-O
                ADD DL-SS-WAGES-DELTA (DL-FOUND-SUB)
                    TO EH-YTD-SS-WAGES-O
                ADD DL-SS-TAX-DELTA (DL-FOUND-SUB) TO EH-YTD-SS-TAX-O
                ADD DL-MED-TAX-DELTA (DL-FOUND-SUB)
                    TO EH-YTD-MED-TAX-O
                ADD 1 TO HIST-ADJUSTED-COUNT
           ELSE
                ADD 1 TO HIST-CARRIED-COUNT
