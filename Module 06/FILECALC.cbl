       PROGRAM-ID. FILECALC.
      * This program reads a file of input values into INVALS-WS
      * The operation read into the W-S structure drives the arithmetic
      * Expressions may push the live RATETAB and AGETAB values by code,
      * and a RATEPROP file of proposed values turns on a what-if pass
      * that costs the change on RATEIMP before RATETAB is touched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MACROLIB
           ASSIGN TO UT-S-MACROLIB
             ORGANIZATION IS SEQUENTIAL.
      * The production rate and day-count tables, read so a model
      * prices with the values MEDCLAIM, HOSPEDIT and the rest use
      * tonight rather than figures re-keyed from a listing.
           SELECT RATETAB
           ASSIGN TO UT-S-RATETAB
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RATETAB-STATUS.
           SELECT AGETAB
           ASSIGN TO UT-S-AGETAB
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AGETAB-STATUS.
      * Proposed rate and day-count values.  Optional: when present
      * every EXPR record is evaluated a second time with these in
      * place of the live values and RATEIMP lists the two results
      * side by side.
           SELECT RATEPROP
           ASSIGN TO UT-S-RATEPROP
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RATEPROP-STATUS.
           SELECT RATEIMP
           ASSIGN TO UT-S-RATEIMP
             ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVALS
               10  MAC-OPCODE-I     PIC X(01).
               10  MAC-VALUE-I      PIC S9(4)V99.
           05  FILLER               PIC X(02).
       FD  RATETAB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATE-REC.
           COPY RATETAB.
       FD  AGETAB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DAY-REC.
           COPY DAYTAB.
      * One proposed value per record: which table ('R' RATETAB, 'A'
      * AGETAB), the code, and the value in that table's picture.
       FD  RATEPROP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEPROP-REC.
       01  RATEPROP-REC.
           05  PROP-TABLE-I         PIC X(01).
               88  PROP-FOR-RATETAB VALUE "R".
               88  PROP-FOR-AGETAB  VALUE "A".
           05  PROP-CODE-I          PIC X(08).
           05  PROP-RATE-VALUE-I    PIC 9(01)V9(05).
           05  PROP-DAY-VALUE-I REDEFINES PROP-RATE-VALUE-I.
               10  PROP-DAY-DIGITS-I PIC 9(05).
               10  FILLER           PIC X(01).
           05  FILLER               PIC X(65).
       FD  RATEIMP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEIMP-REC.
       01  RATEIMP-REC              PIC X(133).
       WORKING-STORAGE SECTION.
      * End of File switch
       01  INVALS-EOF               PIC X(01) VALUE SPACE.
      * 'X' expands the macro whose name rides in the token's value
      * bytes: the macro's tokens evaluate inline against the same
      * stack and registers, as if they had been keyed in place.
      * 'V' pushes the RATETAB value, and 'G' the AGETAB day count,
      * whose eight-character code is named in the token's value
      * bytes and carried on into the next token slot: the six value
      * bytes hold the code's first six characters and the first two
      * bytes of the following slot its last two.  That slot is part
      * of the V/G token and counts in EXPR-TOKEN-COUNT.
                   15  EXPR-OPCODE      PIC X(01).
                       88  TOK-ADD          VALUE "A".
                       88  TOK-SUBTRACT     VALUE "S".
                       88  TOK-STORE        VALUE "T".
                       88  TOK-RECALL       VALUE "R".
                       88  TOK-EXPAND-MACRO VALUE "X".
                       88  TOK-RATE-VALUE   VALUE "V".
                       88  TOK-DAY-VALUE    VALUE "G".
                       88  TOK-PUSH-VALUE   VALUE SPACE.
                   15  EXPR-VALUE       PIC S9(4)V99.
                   15  EXPR-MACRO-NAME REDEFINES EXPR-VALUE
                                        PIC X(06).
                   15  EXPR-TABLE-CODE REDEFINES EXPR-VALUE
                                        PIC X(06).
           05  SIMPLE-FIELDS REDEFINES EXPR-FIELDS.
               10  OPERATION            PIC X(01).
                   88  OP-ADD           VALUE "A".
               10  FILLER               PIC X(65).
           05  INVALS-RESULT        PIC S99999V99.

      * Stack used to evaluate an EXPR-RECORD's tokens.  Five
      * decimals so a RATETAB percentage keeps its full precision
      * through the expression; the answer is cut to INVALS-RESULT's
      * two decimals only at the end.  A record that pushes no table
      * value has every operator result cut to two decimals as it
      * goes, so it gives the same answer it always has.
       01  CALC-STACK.
           05  CALC-STACK-ITEM OCCURS 10 TIMES INDEXED BY STACK-IDX
                                PIC S9(05)V9(05).
       01  STACK-TOP                PIC S9(02) COMP VALUE 0.
       01  EXPR-IDX                 PIC S9(02) COMP.
       01  STACK-PUSH-VALUE         PIC S9(05)V9(05).
       01  STACK-POP-VALUE          PIC S9(05)V9(05).
       01  STACK-OPERAND-1          PIC S9(05)V9(05).
       01  STACK-OPERAND-2          PIC S9(05)V9(05).
       01  STACK-CENTS-VALUE        PIC S9(05)V99.
       01  LITERAL-ONLY-SW          PIC X(01) VALUE "Y".
           88  LITERAL-ONLY-EXPR    VALUE "Y".
       01  SCAN-IDX                 PIC S9(02) COMP.
      * Set when an expression either carries more tokens than
      * EXPR-TOKEN OCCURS 10 TIMES can hold, or pushes/pops more
      * operands than CALC-STACK-ITEM OCCURS 10 TIMES can hold --
       01  EXPR-ERROR-SW            PIC X(01) VALUE "N".
           88  EXPR-ERROR           VALUE "Y".
      * Set when an expression invokes an undefined or over-long
      * macro (or a macro tries to expand another macro), or names a
      * table code that is not loaded; the record stops onto CALCEXC
      * with the reason held here.
       01  MACRO-ERROR-SW           PIC X(01) VALUE "N".
           88  MACRO-ERROR-HIT      VALUE "Y".
       01  MACRO-REASON-WS          PIC X(30).
               88  CUR-STORE        VALUE "T".
               88  CUR-RECALL       VALUE "R".
               88  CUR-EXPAND-MACRO VALUE "X".
               88  CUR-RATE-VALUE   VALUE "V".
               88  CUR-DAY-VALUE    VALUE "G".
               88  CUR-PUSH-VALUE   VALUE SPACE.
           05  CUR-VALUE            PIC S9(4)V99.
           05  CUR-MACRO-NAME REDEFINES CUR-VALUE
                                    PIC X(06).
           05  CUR-TABLE-CODE REDEFINES CUR-VALUE
                                    PIC X(06).
      * The last two characters of a V/G token's code, taken from the
      * token slot that follows it.
       01  CUR-CODE-TAIL            PIC X(02).

      * The macro library held in memory, with a per-macro use count
      * for the footer.  A record whose token count exceeds the 10
      * within the run; the footer lists each register's final value.
       01  CALC-REGISTERS.
           05  CALC-REGISTER-GRP OCCURS 10 TIMES.
               10  REGISTER-VALUE   PIC S9(05)V9(05).
               10  REGISTER-USED    PIC X(01).
                    88  REGISTER-IS-USED    VALUE "Y".
       01  REGISTER-NUM-WS          PIC 9(02).
       01  REGISTER-SUB             PIC S9(02) COMP.
       01  REGISTER-DISPLAY         PIC -ZZZZ9.99.

      * The live RATETAB and AGETAB values in one table, each entry
      * marked with its table ('R' or 'A') and carrying the proposed
      * value from RATEPROP when one was given.  A proposal for a
      * code not on the live table is added as a new code: the live
      * pass rejects it, the what-if pass prices it.
       01  TABLE-VALUES.
           05  TABLE-VALUE-GRP OCCURS 100 TIMES.
               10  TV-TABLE         PIC X(01).
               10  TV-CODE          PIC X(08).
               10  TV-LIVE-SW       PIC X(01).
                    88  TV-IS-LIVE          VALUE "Y".
               10  TV-LIVE-VALUE    PIC 9(05)V9(05).
               10  TV-PROP-SW       PIC X(01).
                    88  TV-IS-PROPOSED      VALUE "Y".
               10  TV-PROP-VALUE    PIC 9(05)V9(05).
               10  TV-USE-COUNT     PIC S9(04) COMP.
       77  TABLE-VALUE-MAX          PIC S9(03) COMP VALUE 100.
       77  TABLE-VALUE-COUNT        PIC S9(03) COMP VALUE 0.
       77  TABLE-SUB                PIC S9(03) COMP.
       77  TABLE-FOUND-SUB          PIC S9(03) COMP VALUE 0.
       01  TABLE-WANTED             PIC X(01).
       01  TABLE-CODE-WANTED        PIC X(08).
       01  PROPOSED-VALUE-WS        PIC 9(05)V9(05).
       01  PROPOSAL-VALID-SW        PIC X(01) VALUE "N".
           88  PROPOSAL-VALID       VALUE "Y".
       01  RATETAB-STATUS           PIC X(02).
           88  RATETAB-MISSING      VALUE "35".
       01  AGETAB-STATUS            PIC X(02).
           88  AGETAB-MISSING       VALUE "35".
       01  RATEPROP-STATUS          PIC X(02).
           88  RATEPROP-MISSING     VALUE "35".
       01  TABLE-FILE-EOF           PIC X(01) VALUE SPACE.
           88  END-OF-TABLE-FILE    VALUE "Y".
       01  TABLE-VALUE-DISPLAY      PIC ZZZZ9.99999.

      * What-if pass.  The live pass's registers, macro use counts and
      * record state are set aside while the record is evaluated again
      * with the proposed values, so OUTVALS, CALCEXC and the footer
      * are exactly what a run without RATEPROP produces; the proposed
      * pass keeps registers of its own so a stored figure carries the
      * proposed rates into later records.
       01  WHAT-IF-SW               PIC X(01) VALUE "N".
           88  WHAT-IF-MODE         VALUE "Y".
       01  PROPOSED-PASS-SW         PIC X(01) VALUE "N".
           88  PROPOSED-PASS        VALUE "Y".
       01  TABLE-USED-SW            PIC X(01) VALUE "N".
           88  TABLE-VALUE-USED     VALUE "Y".
       01  PROPOSED-REGISTERS       PIC X(110).
       01  LIVE-REGISTERS-SAVE      PIC X(110).
       01  MACRO-TABLE-SAVE         PIC X(1620).
       01  LIVE-RESULT-SAVE         PIC S99999V99.
       01  LIVE-SIZE-ERROR-SAVE     PIC X(01).
       01  LIVE-MACRO-ERROR-SAVE    PIC X(01).
       01  LIVE-MACRO-REASON-SAVE   PIC X(30).
       01  LIVE-ERROR-COUNT-SAVE    PIC S9(04) COMP.
       01  LIVE-ERROR-SW            PIC X(01).
           88  LIVE-IN-ERROR        VALUE "Y".
       01  PROPOSED-RESULT          PIC S99999V99.
       01  PROPOSED-ERROR-SW        PIC X(01).
           88  PROPOSED-IN-ERROR    VALUE "Y".
       01  PROPOSED-REASON          PIC X(30).
       01  RESULT-DIFFERENCE        PIC S9(06)V99.
       77  INVALS-REC-NUMBER        PIC S9(05) COMP VALUE 0.
       77  IMPACT-RECS-COMPARED     PIC S9(05) COMP VALUE 0.
       77  IMPACT-RECS-CHANGED      PIC S9(05) COMP VALUE 0.
       77  IMPACT-RECS-IN-ERROR     PIC S9(05) COMP VALUE 0.
       01  IMPACT-LIVE-TOTAL        PIC S9(09)V99 VALUE 0.
       01  IMPACT-PROPOSED-TOTAL    PIC S9(09)V99 VALUE 0.
       01  IMPACT-DIFF-TOTAL        PIC S9(09)V99 VALUE 0.

       01  IMPACT-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE SPACES.
           05  FILLER               PIC X(40)
                   VALUE "FILECALC RATE-CHANGE IMPACT (WHAT-IF)".
       01  IMPACT-RATE-HEADING.
           05  FILLER               PIC X(30)
                   VALUE "TABLE    CODE          CURRENT".
           05  FILLER               PIC X(40)
                   VALUE "      PROPOSED        CHANGE  REFS".
       01  IMPACT-RATE-LINE.
           05  IR-TABLE             PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IR-CODE              PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IR-LIVE-VALUE        PIC ZZZZ9.99999.
           05  IR-LIVE-NOTE REDEFINES IR-LIVE-VALUE
                                    PIC X(11).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  IR-PROP-VALUE        PIC ZZZZ9.99999.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IR-CHANGE            PIC -----9.99999.
           05  IR-CHANGE-NOTE REDEFINES IR-CHANGE
                                    PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IR-REFS              PIC ZZZ9.
       01  IMPACT-DETAIL-HEADING.
           05  FILLER               PIC X(40)
                   VALUE " REC#  EXPRESSION IMAGE".
           05  FILLER               PIC X(40)
                   VALUE "            CURRENT        PROPOSED".
           05  FILLER               PIC X(40)
                   VALUE " DIFFERENCE  NOTE".
       01  IMPACT-DETAIL-LINE.
           05  ID-REC-NUMBER        PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ID-IMAGE             PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ID-LIVE-RESULT       PIC ---,--9.99.
           05  ID-LIVE-NOTE REDEFINES ID-LIVE-RESULT
                                    PIC X(10).
           05  FILLER               PIC X(06) VALUE SPACES.
           05  ID-PROP-RESULT       PIC ---,--9.99.
           05  ID-PROP-NOTE REDEFINES ID-PROP-RESULT
                                    PIC X(10).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  ID-DIFFERENCE        PIC ----,--9.99.
           05  ID-DIFF-NOTE REDEFINES ID-DIFFERENCE
                                    PIC X(11).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ID-NOTE              PIC X(30).
       01  IMPACT-TOTAL-LINE.
           05  IT-LABEL             PIC X(40).
           05  IT-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IT-VALUE             PIC ----,---,--9.99.

       PROCEDURE DIVISION.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main UNTIL END-OF-FILE.
       000-Housekeeping.
           INITIALIZE INVALS-WS.
           INITIALIZE CALC-REGISTERS.
           MOVE CALC-REGISTERS TO PROPOSED-REGISTERS.
           INITIALIZE MACRO-TABLE.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-LOAD-MACRO-LIBRARY.
           PERFORM 055-LOAD-TABLE-VALUES.
           PERFORM 058-LOAD-PROPOSED-VALUES.
      * Priming Read
           PERFORM 400-Read-INVALS.
      * Loads the macro library into the table.  A count field that
               END-IF
           END-PERFORM.
           DISPLAY "Macros loaded: " MACRO-COUNT.
      * Loads the live RATETAB and AGETAB values.  Either table may be
      * absent; a token naming a code from a table that did not load
      * is rejected with a reason rather than pricing at zero.
       055-LOAD-TABLE-VALUES.
           IF RATETAB-MISSING
               DISPLAY "RATETAB not present; V tokens will be "
                       "rejected."
           ELSE
               MOVE SPACE TO TABLE-FILE-EOF
               READ RATETAB
                   AT END MOVE "Y" TO TABLE-FILE-EOF
               END-READ
               PERFORM UNTIL END-OF-TABLE-FILE
                   IF TABLE-VALUE-COUNT >= TABLE-VALUE-MAX
                       DISPLAY "Rate tables hold more than "
                               TABLE-VALUE-MAX
                               " codes; excess ignored."
                       MOVE "Y" TO TABLE-FILE-EOF
                   ELSE
                       ADD 1 TO TABLE-VALUE-COUNT
                       MOVE "R" TO TV-TABLE (TABLE-VALUE-COUNT)
                       MOVE RATE-CODE TO TV-CODE (TABLE-VALUE-COUNT)
                       MOVE "Y" TO TV-LIVE-SW (TABLE-VALUE-COUNT)
                       MOVE RATE-VALUE
                           TO TV-LIVE-VALUE (TABLE-VALUE-COUNT)
                       MOVE "N" TO TV-PROP-SW (TABLE-VALUE-COUNT)
                       MOVE ZERO TO TV-PROP-VALUE (TABLE-VALUE-COUNT)
                       MOVE ZERO TO TV-USE-COUNT (TABLE-VALUE-COUNT)
                       READ RATETAB
                           AT END MOVE "Y" TO TABLE-FILE-EOF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF AGETAB-MISSING
               DISPLAY "AGETAB not present; G tokens will be "
                       "rejected."
           ELSE
               MOVE SPACE TO TABLE-FILE-EOF
               READ AGETAB
                   AT END MOVE "Y" TO TABLE-FILE-EOF
               END-READ
               PERFORM UNTIL END-OF-TABLE-FILE
                   IF TABLE-VALUE-COUNT >= TABLE-VALUE-MAX
                       DISPLAY "Rate tables hold more than "
                               TABLE-VALUE-MAX
                               " codes; excess ignored."
                       MOVE "Y" TO TABLE-FILE-EOF
                   ELSE
                       ADD 1 TO TABLE-VALUE-COUNT
                       MOVE "A" TO TV-TABLE (TABLE-VALUE-COUNT)
                       MOVE DAY-CODE TO TV-CODE (TABLE-VALUE-COUNT)
                       MOVE "Y" TO TV-LIVE-SW (TABLE-VALUE-COUNT)
                       MOVE DAY-VALUE
                           TO TV-LIVE-VALUE (TABLE-VALUE-COUNT)
                       MOVE "N" TO TV-PROP-SW (TABLE-VALUE-COUNT)
                       MOVE ZERO TO TV-PROP-VALUE (TABLE-VALUE-COUNT)
                       MOVE ZERO TO TV-USE-COUNT (TABLE-VALUE-COUNT)
                       READ AGETAB
                           AT END MOVE "Y" TO TABLE-FILE-EOF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "Table values loaded: " TABLE-VALUE-COUNT.
      * Loads the proposed values.  Any RATEPROP at all turns on the
      * what-if pass and the RATEIMP report, which opens with the
      * proposals against the live values they would replace.
       058-LOAD-PROPOSED-VALUES.
           IF NOT RATEPROP-MISSING
               MOVE "Y" TO WHAT-IF-SW
               OPEN OUTPUT RATEIMP
               MOVE SPACE TO TABLE-FILE-EOF
               READ RATEPROP
                   AT END MOVE "Y" TO TABLE-FILE-EOF
               END-READ
               PERFORM UNTIL END-OF-TABLE-FILE
                   PERFORM 059-APPLY-ONE-PROPOSAL
                   READ RATEPROP
                       AT END MOVE "Y" TO TABLE-FILE-EOF
                   END-READ
               END-PERFORM
               PERFORM 060-PRINT-PROPOSALS
           END-IF.
       059-APPLY-ONE-PROPOSAL.
           MOVE 0 TO TABLE-FOUND-SUB.
           MOVE "Y" TO PROPOSAL-VALID-SW.
           EVALUATE TRUE
               WHEN PROP-FOR-RATETAB AND PROP-RATE-VALUE-I NUMERIC
                   MOVE PROP-RATE-VALUE-I TO PROPOSED-VALUE-WS
               WHEN PROP-FOR-AGETAB AND PROP-DAY-DIGITS-I NUMERIC
                   MOVE PROP-DAY-DIGITS-I TO PROPOSED-VALUE-WS
               WHEN OTHER
                   DISPLAY "RATEPROP table not R or A, or value not "
                           "numeric; ignored: " RATEPROP-REC (1:20)
                   MOVE "N" TO PROPOSAL-VALID-SW
           END-EVALUATE.
           IF PROPOSAL-VALID
               MOVE PROP-TABLE-I TO TABLE-WANTED
               MOVE PROP-CODE-I  TO TABLE-CODE-WANTED
               PERFORM VARYING TABLE-SUB FROM 1 BY 1
                   UNTIL TABLE-SUB > TABLE-VALUE-COUNT
                       OR TABLE-FOUND-SUB > 0
                   IF TV-TABLE (TABLE-SUB) = TABLE-WANTED
                          AND TV-CODE (TABLE-SUB) = TABLE-CODE-WANTED
                       MOVE TABLE-SUB TO TABLE-FOUND-SUB
                   END-IF
               END-PERFORM
               IF TABLE-FOUND-SUB = 0
                   IF TABLE-VALUE-COUNT >= TABLE-VALUE-MAX
                       DISPLAY "No room for proposed code "
                               PROP-CODE-I "; ignored."
                   ELSE
                       ADD 1 TO TABLE-VALUE-COUNT
                       MOVE TABLE-VALUE-COUNT TO TABLE-FOUND-SUB
                       MOVE TABLE-WANTED TO TV-TABLE (TABLE-FOUND-SUB)
                       MOVE TABLE-CODE-WANTED
                           TO TV-CODE (TABLE-FOUND-SUB)
                       MOVE "N" TO TV-LIVE-SW (TABLE-FOUND-SUB)
                       MOVE ZERO TO TV-LIVE-VALUE (TABLE-FOUND-SUB)
                       MOVE ZERO TO TV-USE-COUNT (TABLE-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           IF TABLE-FOUND-SUB > 0
               MOVE "Y" TO TV-PROP-SW (TABLE-FOUND-SUB)
               MOVE PROPOSED-VALUE-WS TO TV-PROP-VALUE (TABLE-FOUND-SUB)
           END-IF.
       060-PRINT-PROPOSALS.
           WRITE RATEIMP-REC FROM IMPACT-TITLE-LINE.
           MOVE SPACES TO RATEIMP-REC.
           WRITE RATEIMP-REC.
           WRITE RATEIMP-REC FROM IMPACT-RATE-HEADING.
           PERFORM VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB > TABLE-VALUE-COUNT
               IF TV-IS-PROPOSED (TABLE-SUB)
                   PERFORM 065-FORMAT-RATE-LINE
                   MOVE SPACES TO IR-REFS (1:4)
                   WRITE RATEIMP-REC FROM IMPACT-RATE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RATEIMP-REC.
           WRITE RATEIMP-REC.
           WRITE RATEIMP-REC FROM IMPACT-DETAIL-HEADING.
       065-FORMAT-RATE-LINE.
           IF TV-TABLE (TABLE-SUB) = "R"
               MOVE "RATETAB" TO IR-TABLE
           ELSE
               MOVE "AGETAB" TO IR-TABLE
           END-IF.
           MOVE TV-CODE (TABLE-SUB) TO IR-CODE.
           MOVE TV-PROP-VALUE (TABLE-SUB) TO IR-PROP-VALUE.
           MOVE TV-USE-COUNT (TABLE-SUB) TO IR-REFS.
           IF TV-IS-LIVE (TABLE-SUB)
               MOVE TV-LIVE-VALUE (TABLE-SUB) TO IR-LIVE-VALUE
               COMPUTE IR-CHANGE = TV-PROP-VALUE (TABLE-SUB)
                                 - TV-LIVE-VALUE (TABLE-SUB)
           ELSE
               MOVE "   NEW CODE" TO IR-LIVE-NOTE
               MOVE SPACES TO IR-CHANGE-NOTE
           END-IF.
       100-Main.
           DISPLAY ">>>>><<<<<".
           ADD 1 TO INVALS-REC-NUMBER.
           MOVE "N" TO SIZE-ERROR-SW.
           MOVE "N" TO MACRO-ERROR-SW.
           MOVE "N" TO TABLE-USED-SW.
           IF EXPR-RECORD
               DISPLAY "Expression tokens: " EXPR-TOKEN-COUNT
               PERFORM 150-EVALUATE-EXPRESSION
               IF WHAT-IF-MODE
                   PERFORM 200-WHAT-IF-EXPRESSION
               END-IF
           ELSE
               DISPLAY "Operation: " OPERATION
               DISPLAY "Invals-1: " INVALS-1
               ADD 1 TO CALC-ERROR-COUNT
               DISPLAY "Expression has more than 10 tokens, skipped."
           ELSE
               PERFORM 152-SCAN-FOR-TABLE-TOKENS
               PERFORM 160-EVAL-TOKEN VARYING EXPR-IDX FROM 1 BY 1
                   UNTIL EXPR-IDX > EXPR-TOKEN-COUNT OR EXPR-ERROR
           END-IF.
               PERFORM 180-POP-STACK
               MOVE STACK-POP-VALUE TO INVALS-RESULT
           END-IF.
      * Looks through the record's tokens, and the body of every macro
      * it expands, for a V or G token.  Scanning stops at the first
      * one found, so a code's tail in the slot after it is never
      * read as a token of its own.
       152-SCAN-FOR-TABLE-TOKENS.
           MOVE "Y" TO LITERAL-ONLY-SW.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > EXPR-TOKEN-COUNT
                   OR NOT LITERAL-ONLY-EXPR
               MOVE EXPR-TOKEN (SCAN-IDX) TO CUR-TOKEN
               EVALUATE TRUE
                   WHEN CUR-RATE-VALUE OR CUR-DAY-VALUE
                       MOVE "N" TO LITERAL-ONLY-SW
                   WHEN CUR-EXPAND-MACRO
                       PERFORM 164-FIND-MACRO
                       IF MACRO-FOUND-SUB > 0
                           PERFORM 153-SCAN-MACRO-BODY
                       END-IF
               END-EVALUATE
           END-PERFORM.
       153-SCAN-MACRO-BODY.
           PERFORM VARYING MACRO-TOK-SUB FROM 1 BY 1
               UNTIL MACRO-TOK-SUB >
                       MACRO-TOKEN-COUNT (MACRO-FOUND-SUB)
                   OR NOT LITERAL-ONLY-EXPR
               MOVE MACRO-TOKEN (MACRO-FOUND-SUB, MACRO-TOK-SUB)
                   TO CUR-TOKEN
               IF CUR-RATE-VALUE OR CUR-DAY-VALUE
                   MOVE "N" TO LITERAL-ONLY-SW
               END-IF
           END-PERFORM.
       160-EVAL-TOKEN.
           MOVE EXPR-TOKEN (EXPR-IDX) TO CUR-TOKEN.
           IF CUR-RATE-VALUE OR CUR-DAY-VALUE
               IF EXPR-IDX < EXPR-TOKEN-COUNT
                   ADD 1 TO EXPR-IDX
                   MOVE EXPR-TOKEN (EXPR-IDX) (1:2) TO CUR-CODE-TAIL
               ELSE
                   MOVE SPACES TO CUR-CODE-TAIL
                   MOVE "TABLE CODE CUT SHORT" TO MACRO-REASON-WS
                   PERFORM 167-REJECT-TABLE-CODE
               END-IF
           END-IF.
           IF NOT EXPR-ERROR
               IF CUR-EXPAND-MACRO
                   PERFORM 163-EXPAND-MACRO
               ELSE
                   PERFORM 162-EVAL-CUR-TOKEN
               END-IF
           END-IF.
      * Evaluates the token in CUR-TOKEN, wherever it came from.  An
      * 'X' reaching here came out of a macro body -- macros may not
                   PERFORM 165-STORE-REGISTER
               WHEN CUR-RECALL
                   PERFORM 168-RECALL-REGISTER
               WHEN CUR-RATE-VALUE
                   MOVE "R" TO TABLE-WANTED
                   PERFORM 166-PUSH-TABLE-VALUE
               WHEN CUR-DAY-VALUE
                   MOVE "A" TO TABLE-WANTED
                   PERFORM 166-PUSH-TABLE-VALUE
               WHEN CUR-EXPAND-MACRO
                   MOVE "Y" TO EXPR-ERROR-SW
                   MOVE "Y" TO MACRO-ERROR-SW
                       MOVE MACRO-TOKEN
                               (MACRO-FOUND-SUB, MACRO-TOK-SUB)
                           TO CUR-TOKEN
                       IF CUR-RATE-VALUE OR CUR-DAY-VALUE
                           IF MACRO-TOK-SUB <
                                   MACRO-TOKEN-COUNT (MACRO-FOUND-SUB)
                               ADD 1 TO MACRO-TOK-SUB
                               MOVE MACRO-TOKEN
                                       (MACRO-FOUND-SUB, MACRO-TOK-SUB)
                                       (1:2)
                                   TO CUR-CODE-TAIL
                           ELSE
                               MOVE SPACES TO CUR-CODE-TAIL
                               MOVE "TABLE CODE CUT SHORT"
                                   TO MACRO-REASON-WS
                               PERFORM 167-REJECT-TABLE-CODE
                           END-IF
                       END-IF
                       IF NOT EXPR-ERROR
                           PERFORM 162-EVAL-CUR-TOKEN
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       164-FIND-MACRO.
                   MOVE "Y" TO REGISTER-USED (REGISTER-NUM-WS)
               END-IF
           END-IF.
      * Pushes the live value of the RATETAB or AGETAB code the token
      * names -- or, on the what-if pass, its proposed value when one
      * was given.  The live pass looks only at live codes, so a code
      * that exists only on RATEPROP is rejected there exactly as it
      * would be in a run without RATEPROP.
       166-PUSH-TABLE-VALUE.
           MOVE "Y" TO TABLE-USED-SW.
           MOVE 0 TO TABLE-FOUND-SUB.
           MOVE CUR-TABLE-CODE TO TABLE-CODE-WANTED (1:6).
           MOVE CUR-CODE-TAIL  TO TABLE-CODE-WANTED (7:2).
           PERFORM VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB > TABLE-VALUE-COUNT
                   OR TABLE-FOUND-SUB > 0
               IF TV-TABLE (TABLE-SUB) = TABLE-WANTED
                      AND TV-CODE (TABLE-SUB) = TABLE-CODE-WANTED
                      AND (PROPOSED-PASS OR TV-IS-LIVE (TABLE-SUB))
                   MOVE TABLE-SUB TO TABLE-FOUND-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN TABLE-FOUND-SUB > 0
                      AND PROPOSED-PASS
                      AND TV-IS-PROPOSED (TABLE-FOUND-SUB)
                   MOVE TV-PROP-VALUE (TABLE-FOUND-SUB)
                       TO STACK-PUSH-VALUE
                   PERFORM 170-PUSH-STACK
               WHEN TABLE-FOUND-SUB > 0
                      AND TV-IS-LIVE (TABLE-FOUND-SUB)
                   IF NOT PROPOSED-PASS
                       ADD 1 TO TV-USE-COUNT (TABLE-FOUND-SUB)
                   END-IF
                   MOVE TV-LIVE-VALUE (TABLE-FOUND-SUB)
                       TO STACK-PUSH-VALUE
                   PERFORM 170-PUSH-STACK
               WHEN OTHER
                   IF TABLE-WANTED = "R"
                       MOVE "CODE NOT ON RATETAB"
                           TO MACRO-REASON-WS
                   ELSE
                       MOVE "CODE NOT ON AGETAB"
                           TO MACRO-REASON-WS
                   END-IF
                   PERFORM 167-REJECT-TABLE-CODE
           END-EVALUATE.
       167-REJECT-TABLE-CODE.
           MOVE "Y" TO EXPR-ERROR-SW.
           MOVE "Y" TO MACRO-ERROR-SW.
           ADD 1 TO CALC-ERROR-COUNT.
           DISPLAY "Table code " CUR-TABLE-CODE CUR-CODE-TAIL ": "
                   MACRO-REASON-WS.
      * Pushes the named register's value back onto the stack.  A
      * register never stored this run recalls as zero, flagged so
      * the operator knows the sheet referenced an empty register.
               END-IF
           END-IF.
           IF NOT EXPR-ERROR
               IF LITERAL-ONLY-EXPR
                   MOVE STACK-PUSH-VALUE TO STACK-CENTS-VALUE
                   MOVE STACK-CENTS-VALUE TO STACK-PUSH-VALUE
               END-IF
               PERFORM 170-PUSH-STACK
           END-IF.
       180-POP-STACK.
               MOVE CALC-STACK-ITEM (STACK-TOP) TO STACK-POP-VALUE
               SUBTRACT 1 FROM STACK-TOP
           END-IF.
      * Evaluates the record again with the proposed values.  The
      * live pass's result, error state, registers, counts and macro
      * usage are put back afterwards, so only RATEIMP sees this pass.
       200-WHAT-IF-EXPRESSION.
           MOVE INVALS-RESULT       TO LIVE-RESULT-SAVE.
           MOVE SIZE-ERROR-SW       TO LIVE-SIZE-ERROR-SAVE.
           MOVE MACRO-ERROR-SW      TO LIVE-MACRO-ERROR-SAVE.
           MOVE MACRO-REASON-WS     TO LIVE-MACRO-REASON-SAVE.
           MOVE CALC-ERROR-COUNT    TO LIVE-ERROR-COUNT-SAVE.
           MOVE CALC-REGISTERS      TO LIVE-REGISTERS-SAVE.
           MOVE MACRO-TABLE         TO MACRO-TABLE-SAVE.
           IF EXPR-ERROR OR SIZE-ERROR-HIT OR MACRO-ERROR-HIT
               MOVE "Y" TO LIVE-ERROR-SW
           ELSE
               MOVE "N" TO LIVE-ERROR-SW
           END-IF.

           DISPLAY "What-if pass with proposed values".
           MOVE "Y" TO PROPOSED-PASS-SW.
           MOVE PROPOSED-REGISTERS  TO CALC-REGISTERS.
           MOVE "N" TO SIZE-ERROR-SW.
           MOVE "N" TO MACRO-ERROR-SW.
           PERFORM 150-EVALUATE-EXPRESSION.
           MOVE INVALS-RESULT TO PROPOSED-RESULT.
           EVALUATE TRUE
               WHEN MACRO-ERROR-HIT
                   MOVE "Y" TO PROPOSED-ERROR-SW
                   MOVE MACRO-REASON-WS TO PROPOSED-REASON
               WHEN SIZE-ERROR-HIT
                   MOVE "Y" TO PROPOSED-ERROR-SW
                   MOVE "ARITHMETIC OVERFLOW" TO PROPOSED-REASON
               WHEN EXPR-ERROR
                   MOVE "Y" TO PROPOSED-ERROR-SW
                   MOVE "MALFORMED EXPRESSION" TO PROPOSED-REASON
               WHEN OTHER
                   MOVE "N" TO PROPOSED-ERROR-SW
                   MOVE SPACES TO PROPOSED-REASON
           END-EVALUATE.
           MOVE CALC-REGISTERS      TO PROPOSED-REGISTERS.
           MOVE "N" TO PROPOSED-PASS-SW.

           MOVE LIVE-RESULT-SAVE       TO INVALS-RESULT.
           MOVE LIVE-SIZE-ERROR-SAVE   TO SIZE-ERROR-SW.
           MOVE LIVE-MACRO-ERROR-SAVE  TO MACRO-ERROR-SW.
           MOVE LIVE-MACRO-REASON-SAVE TO MACRO-REASON-WS.
           MOVE LIVE-ERROR-COUNT-SAVE  TO CALC-ERROR-COUNT.
           MOVE LIVE-REGISTERS-SAVE    TO CALC-REGISTERS.
           MOVE MACRO-TABLE-SAVE       TO MACRO-TABLE.
           SUBTRACT 1 FROM EXPR-RECS-PROCESSED.
           PERFORM 210-WRITE-IMPACT-LINE.
      * One line per EXPR record: the live and proposed answers and
      * the difference.  A record in error on either pass shows why
      * and stays out of the totals.
       210-WRITE-IMPACT-LINE.
           ADD 1 TO IMPACT-RECS-COMPARED.
           MOVE SPACES TO IMPACT-DETAIL-LINE.
           MOVE INVALS-REC-NUMBER TO ID-REC-NUMBER.
           MOVE INVALS-REC (1:40) TO ID-IMAGE.
           IF LIVE-IN-ERROR
               MOVE "     ERROR" TO ID-LIVE-NOTE
           ELSE
               MOVE LIVE-RESULT-SAVE TO ID-LIVE-RESULT
           END-IF.
           IF PROPOSED-IN-ERROR
               MOVE "     ERROR" TO ID-PROP-NOTE
           ELSE
               MOVE PROPOSED-RESULT TO ID-PROP-RESULT
           END-IF.
           IF LIVE-IN-ERROR OR PROPOSED-IN-ERROR
               ADD 1 TO IMPACT-RECS-IN-ERROR
               IF LIVE-IN-ERROR
                   IF MACRO-ERROR-HIT
                       MOVE MACRO-REASON-WS TO ID-NOTE
                   ELSE
                       IF SIZE-ERROR-HIT
                           MOVE "ARITHMETIC OVERFLOW" TO ID-NOTE
                       ELSE
                           MOVE "MALFORMED EXPRESSION" TO ID-NOTE
                       END-IF
                   END-IF
               ELSE
                   MOVE PROPOSED-REASON TO ID-NOTE
               END-IF
           ELSE
               COMPUTE RESULT-DIFFERENCE =
                   PROPOSED-RESULT - LIVE-RESULT-SAVE
               MOVE RESULT-DIFFERENCE TO ID-DIFFERENCE
               ADD LIVE-RESULT-SAVE  TO IMPACT-LIVE-TOTAL
               ADD PROPOSED-RESULT   TO IMPACT-PROPOSED-TOTAL
               ADD RESULT-DIFFERENCE TO IMPACT-DIFF-TOTAL
               IF RESULT-DIFFERENCE NOT = ZERO
                   ADD 1 TO IMPACT-RECS-CHANGED
                   MOVE "CHANGED" TO ID-NOTE
               ELSE
                   IF TABLE-VALUE-USED
                       MOVE "TABLE VALUE USED, NO CHANGE" TO ID-NOTE
                   END-IF
               END-IF
           END-IF.
           WRITE RATEIMP-REC FROM IMPACT-DETAIL-LINE.
      * Impact totals, then every table code the expressions used
      * with how often the live pass pushed it.
       290-PRINT-IMPACT-TOTALS.
           MOVE SPACES TO RATEIMP-REC.
           WRITE RATEIMP-REC.
           MOVE SPACES TO IMPACT-TOTAL-LINE.
           MOVE "EXPRESSION RECORDS COMPARED" TO IT-LABEL.
           MOVE IMPACT-RECS-COMPARED TO IT-COUNT.
           WRITE RATEIMP-REC FROM IMPACT-TOTAL-LINE.
           MOVE SPACES TO IMPACT-TOTAL-LINE.
           MOVE "RECORDS WHOSE RESULT CHANGES" TO IT-LABEL.
           MOVE IMPACT-RECS-CHANGED TO IT-COUNT.
           WRITE RATEIMP-REC FROM IMPACT-TOTAL-LINE.
           MOVE SPACES TO IMPACT-TOTAL-LINE.
           MOVE "RECORDS IN ERROR (NOT TOTALLED)" TO IT-LABEL.
           MOVE IMPACT-RECS-IN-ERROR TO IT-COUNT.
           WRITE RATEIMP-REC FROM IMPACT-TOTAL-LINE.
           MOVE SPACES TO IMPACT-TOTAL-LINE.
           MOVE "TOTAL OF CURRENT RESULTS" TO IT-LABEL.
           MOVE IMPACT-LIVE-TOTAL TO IT-VALUE.
           WRITE RATEIMP-REC FROM IMPACT-TOTAL-LINE.
           MOVE SPACES TO IMPACT-TOTAL-LINE.
           MOVE "TOTAL OF PROPOSED RESULTS" TO IT-LABEL.
           MOVE IMPACT-PROPOSED-TOTAL TO IT-VALUE.
           WRITE RATEIMP-REC FROM IMPACT-TOTAL-LINE.
           MOVE SPACES TO IMPACT-TOTAL-LINE.
           MOVE "TOTAL DIFFERENCE" TO IT-LABEL.
           MOVE IMPACT-DIFF-TOTAL TO IT-VALUE.
           WRITE RATEIMP-REC FROM IMPACT-TOTAL-LINE.
           MOVE SPACES TO RATEIMP-REC.
           WRITE RATEIMP-REC.
           WRITE RATEIMP-REC FROM IMPACT-RATE-HEADING.
           PERFORM VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB > TABLE-VALUE-COUNT
               IF TV-USE-COUNT (TABLE-SUB) > 0
                      OR TV-IS-PROPOSED (TABLE-SUB)
                   PERFORM 065-FORMAT-RATE-LINE
                   IF NOT TV-IS-PROPOSED (TABLE-SUB)
                       MOVE TV-LIVE-VALUE (TABLE-SUB) TO IR-PROP-VALUE
                       MOVE ZERO TO IR-CHANGE
                   END-IF
                   WRITE RATEIMP-REC FROM IMPACT-RATE-LINE
               END-IF
           END-PERFORM.
       300-Open-Files.
           OPEN INPUT INVALS.
           OPEN OUTPUT OUTVALS.
           OPEN OUTPUT CALCEXC.
           OPEN INPUT MACROLIB.
           OPEN INPUT RATETAB.
           OPEN INPUT AGETAB.
           OPEN INPUT RATEPROP.
       400-Read-INVALS.
           READ INVALS INTO INVALS-WS
      * Set AT END Switch
           WRITE OUTVALS-REC.
       900-CLOSE-FILES.
           CLOSE INVALS, OUTVALS, CALCEXC, MACROLIB.
           IF NOT RATETAB-MISSING
               CLOSE RATETAB
           END-IF.
           IF NOT AGETAB-MISSING
               CLOSE AGETAB
           END-IF.
           IF WHAT-IF-MODE
               PERFORM 290-PRINT-IMPACT-TOTALS
               CLOSE RATEPROP, RATEIMP
           END-IF.
      * Batch-level statistics, similar in spirit to FAVRFP's
      * 600-Print-Footer: how many records were processed per
      * operation code, and how many errored out.
           DISPLAY "Records with errors: " CALC-ERROR-COUNT.
           PERFORM 960-PRINT-REGISTERS.
           PERFORM 970-PRINT-MACRO-USAGE.
           PERFORM 980-PRINT-TABLE-USAGE.
      * Final value of every register the run stored into, so the
      * calc sheet's carried figures can be checked at a glance.
       960-PRINT-REGISTERS.
               DISPLAY "Macro " MACRO-NAME (MACRO-SUB) " used "
                       MACRO-USE-COUNT (MACRO-SUB) " time(s)"
           END-IF.
      * Which RATETAB and AGETAB codes the expressions pushed, and the
      * live value each priced with.
       980-PRINT-TABLE-USAGE.
           PERFORM 985-PRINT-ONE-TABLE-VALUE
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB > TABLE-VALUE-COUNT.
       985-PRINT-ONE-TABLE-VALUE.
           IF TV-USE-COUNT (TABLE-SUB) > 0
               MOVE TV-LIVE-VALUE (TABLE-SUB) TO TABLE-VALUE-DISPLAY
               DISPLAY "Table code " TV-CODE (TABLE-SUB) " = "
                       TABLE-VALUE-DISPLAY " used "
                       TV-USE-COUNT (TABLE-SUB) " time(s)"
           END-IF.
