           05  FILLER                  PIC X(72).

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

       FD  ADMHNEW
           RECORD CONTAINS 70 CHARACTERS.
       01  AN-REC.
           05  AN-KEY.
               10  AN-PATIENT-NBR     PIC 9(05).
           05  AN-DISCH-DATE-NUM      PIC 9(08).
           05  AN-DIAG-CODE           PIC 9(03).
           05  AN-INS-TYPE            PIC X(03).
           05  AN-CHARGES-GROSS       PIC S9(07)V99.
           05  AN-CHARGE-LINES        PIC 9(04).
           05  AN-PCP-ID              PIC X(06).
           05  FILLER                 PIC X(07).

      * Archived entry stamped with the date it was purged, so each
      * archive generation is self-identifying.
           MOVE AH-DISCH-DATE-NUM-I TO AN-DISCH-DATE-NUM.
           MOVE AH-DIAG-CODE-I     TO AN-DIAG-CODE.
           MOVE AH-INS-TYPE-I      TO AN-INS-TYPE.
           MOVE AH-CHARGES-GROSS-I TO AN-CHARGES-GROSS.
           MOVE AH-CHARGE-LINES-I  TO AN-CHARGE-LINES.
           MOVE AH-PCP-ID-I        TO AN-PCP-ID.
           WRITE AN-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING ADMHNEW, STATUS " ANCODE
