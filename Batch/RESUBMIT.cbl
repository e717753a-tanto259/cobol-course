           05  FILLER                  PIC X(02).

       FD  POLTYPE
           RECORD CONTAINS 30 CHARACTERS.
       01  POLTYPE-REC.
           05  PTY-CODE-I              PIC 9(01).
           05  PTY-DESC-I              PIC X(20).
           05  PTY-OOP-LIMIT-I         PIC 9(07)V99.

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMAST-REC.
           05  PRV-CODE-I              PIC X(05).
           05  PRV-NAME-I              PIC X(20).
      * Taxpayer id, legal name and remit-to address (see
      * Copybooks/PROVREC.cpy).
           05  FILLER                  PIC X(95).

       FD  INSTYPE
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                  PIC X(65).

       FD  CLAIMSTG
           RECORD CONTAINS 100 CHARACTERS.
       01  CLAIMSTG-REC                PIC X(100).

       FD  HOSPSTG
           RECORD CONTAINS 100 CHARACTERS.
           05  STG-TRAILER-ID          PIC X(07) VALUE 'TRAILER'.
           05  STG-TRAILER-COUNT       PIC 9(07).
           05  STG-TRAILER-HASH        PIC 9(09)V99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(40)       VALUE SPACES.
      * with the policy type and provider validated against the same
      * masters MEDCLAIM loads.
       210-CHECK-MEDCLAIM-EDITS.
           MOVE CR-DATA TO CLAIM-REC.

           PERFORM 215-CHECK-POLICY-TYPE.
           IF NOT LOOKUP-FOUND
           IF NOT LOOKUP-FOUND
                MOVE 'N' TO CORR-VALID-SW
                MOVE 'INVALID PROVIDER' TO REASON-DESC-WS.
           IF NOT (NOT-ACCIDENT-RELATED OR ACCIDENT-RELATED)
                MOVE 'N' TO CORR-VALID-SW
                MOVE 'INVALID ACCIDENT DATA' TO REASON-DESC-WS.
           IF ACCIDENT-RELATED
                  AND (CLAIM-ACCIDENT-DATE NOT NUMERIC
                       OR CLAIM-ACCIDENT-DATE = ZERO)
                MOVE 'N' TO CORR-VALID-SW
                MOVE 'INVALID ACCIDENT DATA' TO REASON-DESC-WS.

       215-CHECK-POLICY-TYPE.
           MOVE 'N' TO LOOKUP-FOUND-SW.
       250-STAGE-CORRECTION.
           EVALUATE CR-SOURCE-PGM
               WHEN 'MEDCLAIM'
                   MOVE CR-DATA TO CLAIMSTG-REC
                   WRITE CLAIMSTG-REC
                   ADD 1 TO CLAIMSTG-COUNT
                   ADD POLICY-AMOUNT OF CLAIM-REC
