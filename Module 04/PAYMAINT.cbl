      ***** TERMINATE ('T') TRANSACTIONS TO EMPMAS2 WITH EVERY
      ***** RESULT VALIDATED BEFORE IT LANDS: THE ABA CHECK DIGIT ON
      ***** THE ROUTING NUMBER, PAY RATE REASONABLENESS, AND VALID
      ***** SHIFT, EMPLOYEE-TYPE AND PAY-FREQUENCY CODES, AND A
      ***** HOME COST CENTER ON EVERY EMPLOYEE.  A TERMINATION ONLY
      ***** SETS THE TERMINATION DATE -- PAYROL0B STOPS PAYING BY ITSELF
      ***** WHILE THE YTD HISTORY STAYS INTACT FOR YEAR-END.  EVERY
      ***** APPLIED CHANGE LANDS ON A BEFORE/AFTER AUDIT LISTING AND
      ***** THE RESULT GOES OUT AS A NEW MASTER (EMPMAS2O).
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAS2-OLD
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPMAS2-OLD-REC             PIC X(164).

      * One transaction per record: 'H' hire, 'C' change, 'T'
      * terminate, followed by the full EMPMAS2 record image.  Hires
               88  ET-HIRE                             VALUE 'H'.
               88  ET-CHANGE                           VALUE 'C'.
               88  ET-TERMINATE                        VALUE 'T'.
           05  ET-RECORD-IMAGE         PIC X(164).
           05  FILLER                  PIC X(05).

       FD  EMPMAS2-NEW
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPMAS2-NEW-REC             PIC X(164).

       FD  PAYAUDIT
           RECORD CONTAINS 185 CHARACTERS.
       01  PAYAUDIT-REC                PIC X(185).

       FD  PAYREJS
           RECORD CONTAINS 200 CHARACTERS.
           05  ET-TERM-DATE            PIC 9(08).
           05  ET-ACH-HOLD             PIC X(01).
               88  ET-KNOWN-HOLD               VALUES ' ', 'H'.
      * 'W' weekly, 'B' biweekly, 'S' semi-monthly; blank stays
      * semi-monthly.
           05  ET-PAY-FREQ             PIC X(01).
               88  ET-KNOWN-FREQ       VALUES ' ', 'W', 'B', 'S'.
      * Home department / cost center for labor distribution.
           05  ET-COST-CENTER          PIC X(04).

       01  FLAGS.
           05  EMPMAS2-OLD-ST          PIC X(02).
       01  EMP-TABLE.
           05  EMP-ITEM OCCURS 500 TIMES
                   INDEXED BY EMP-IDX.
               10  EMP-RECORD-IMAGE        PIC X(164).
               10  EMP-KEY-VIEW REDEFINES EMP-RECORD-IMAGE.
                   15  FILLER              PIC X(136).
                   15  EMP-EMP-ID          PIC 9(06).
                   15  EMP-HIRE-DATE       PIC 9(08).
                   15  EMP-TERM-DATE       PIC 9(08).
                   15  EMP-ACH-HOLD        PIC X(01).
                   15  EMP-PAY-FREQ        PIC X(01).
                   15  EMP-COST-CENTER     PIC X(04).
       77  EMP-MAX                     PIC S9(04) COMP VALUE 500.
       77  EMP-COUNT                   PIC S9(04) COMP VALUE 0.
       77  EMP-FOUND-SUB               PIC S9(04) COMP VALUE 0.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(09).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(164).

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(164).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           IF NOT ET-KNOWN-HOLD
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID ACH HOLD FLAG' TO REASON-DESC-WS.
           IF NOT ET-KNOWN-FREQ
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID PAY FREQUENCY' TO REASON-DESC-WS.
           IF ET-COST-CENTER = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING COST CENTER' TO REASON-DESC-WS.

      * The standard ABA checksum over the nine routing digits.
       255-CHECK-ROUTING-DIGIT.
