      ***** THE LAST PAYROL0B RUN WROTE, VERIFIED AGAINST ITS
      ***** CONTROL TRAILER) AND PRINTS ONE FORMATTED EARNINGS
      ***** STATEMENT PER EMPLOYEE -- ANNUAL GROSS, FEDERAL AND
      ***** STATE WITHHOLDING, SOCIAL SECURITY AND MEDICARE WAGES
      ***** AND TAX WITHHELD, AND THE PER-CODE DEDUCTION TOTALS --
      ***** WITH THE ADDRESS BLOCK FROM EMPMAS2.  A MACHINE-READABLE
      ***** ANNUAL TOTALS EXTRACT (W2EXT) GOES TO THE FILING
      ***** SERVICE, AND THE SUM OF ALL STATEMENTS CROSS-FOOTS BACK
           05  EH-LEAVE-BAL-I              PIC 9(5)V99.
           05  EH-LEAVE-ACCR-YTD-I         PIC 9(5)V99.
           05  EH-PERIOD-ID-I              PIC 9(06).
           05  EH-YTD-SS-WAGES-I           PIC 9(11)V99.
           05  EH-YTD-SS-TAX-I             PIC 9(11)V99.
           05  EH-YTD-MED-TAX-I            PIC 9(11)V99.

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

       FD  W2PRINT
           RECORD CONTAINS 133 CHARACTERS.
      * One machine-readable annual totals record per employee for
      * the filing service, closed with a CONTROL trailer.
       FD  W2EXT
           RECORD CONTAINS 189 CHARACTERS.
       01  W2EXT-REC.
           05  W2-EMP-ID               PIC 9(06).
           05  W2-YEAR                 PIC 9(04).
               10  W2-DED-CODE         PIC X(03).
               10  W2-DED-YTD          PIC 9(9)V99.
           05  FILLER                  PIC X(09).
      * Social Security wages (capped at the wage base) and tax,
      * Medicare wages (all gross) and tax, additional Medicare
      * included.
           05  W2-SS-WAGES             PIC 9(11)V99.
           05  W2-SS-TAX               PIC 9(11)V99.
           05  W2-MED-WAGES            PIC 9(11)V99.
           05  W2-MED-TAX              PIC 9(11)V99.
           05  FILLER                  PIC X(07).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
           MOVE EH-YTD-STATE-TAX-I TO STMT-AMT-O.
           WRITE W2PRINT-REC FROM STMT-AMT-LINE.

           MOVE 'SOCIAL SECURITY WAGES:' TO STMT-AMT-LABEL.
           MOVE EH-YTD-SS-WAGES-I TO STMT-AMT-O.
           WRITE W2PRINT-REC FROM STMT-AMT-LINE.

           MOVE 'SOCIAL SECURITY TAX:' TO STMT-AMT-LABEL.
           MOVE EH-YTD-SS-TAX-I TO STMT-AMT-O.
           WRITE W2PRINT-REC FROM STMT-AMT-LINE.

           MOVE 'MEDICARE WAGES:' TO STMT-AMT-LABEL.
           MOVE EH-YTD-GROSS-I TO STMT-AMT-O.
           WRITE W2PRINT-REC FROM STMT-AMT-LINE.

           MOVE 'MEDICARE TAX:' TO STMT-AMT-LABEL.
           MOVE EH-YTD-MED-TAX-I TO STMT-AMT-O.
           WRITE W2PRINT-REC FROM STMT-AMT-LINE.

           PERFORM VARYING DED-SLOT-SUB FROM 1 BY 1
               UNTIL DED-SLOT-SUB > 5
               IF EH-DED-CODE-I (DED-SLOT-SUB) NOT = SPACES
           MOVE EH-YTD-GROSS-I     TO W2-GROSS.
           MOVE EH-YTD-FED-TAX-I   TO W2-FED-TAX.
           MOVE EH-YTD-STATE-TAX-I TO W2-STATE-TAX.
           MOVE EH-YTD-SS-WAGES-I  TO W2-SS-WAGES.
           MOVE EH-YTD-SS-TAX-I    TO W2-SS-TAX.
           MOVE EH-YTD-GROSS-I     TO W2-MED-WAGES.
           MOVE EH-YTD-MED-TAX-I   TO W2-MED-TAX.
           IF EMP-FOUND
                MOVE EMP-STATE (EMP-FOUND-SUB) TO W2-STATE
           END-IF.
