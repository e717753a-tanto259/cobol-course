           05  FILLER                  PIC X(02).

       FD  ADMHIST
           RECORD CONTAINS 70 CHARACTERS.
       01  AH-REC.
           05  AH-KEY.
               10  AH-PATIENT-NBR-I   PIC 9(05).
           05  AH-DISCH-DATE-NUM-I    PIC 9(08).
           05  AH-DIAG-CODE-I         PIC 9(03).
           05  AH-INS-TYPE-I          PIC X(03).
           05  AH-CHARGES-GROSS-I     PIC S9(07)V99.
           05  AH-CHARGE-LINES-I      PIC 9(04).
           05  AH-PCP-ID-I            PIC X(06).
           05  FILLER                 PIC X(07).

       FD  DIAGTHR
           RECORD CONTAINS 80 CHARACTERS.
