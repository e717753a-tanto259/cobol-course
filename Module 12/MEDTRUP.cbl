       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CLAIMFILE-REC               PIC X(100).

      * Trailer record written by the upstream feed as the last record
      * on CLAIMFILE (see Module 12/MEDCLAIM.cbl) -- shares CLAIMFILE's
       01  TRAILER-REC.
           05  TRAILER-ID              PIC X(07).
               88  VALID-TRAILER               VALUE 'TRAILER'.
           05  FILLER                  PIC X(93).

       SD  SORTFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SORTFILE-REC.
           05  SRT-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(93).

       FD  TRUEUPRPT
           RECORD CONTAINS 133 CHARACTERS.
