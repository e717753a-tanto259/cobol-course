           05  FILLER                  PIC X(72).

       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC.
           05  CPD-POLICY-NO           PIC 9(07).
           05  CPD-PAID-DATE-NUM       PIC 9(08).
           05  CPD-BENEFIT-MM-V REDEFINES CPD-BENEFIT-MONTH.
               10  CPD-BEN-YYYY        PIC 9(04).
               10  CPD-BEN-MM          PIC 9(02).
           05  FILLER                  PIC X(10).

       FD  LAGRPT
           RECORD CONTAINS 133 CHARACTERS.
