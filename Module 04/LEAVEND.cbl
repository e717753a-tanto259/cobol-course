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

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
      * Slice of the PAYROL0B EMPLOYEE-MASTER-REC layout: the name
      * and address block runs 83 bytes, putting the employee type
      * at byte 84 and the employee id at bytes 137-142.
           05  EM-EMP-TYPE-I               PIC X(01).
           05  FILLER                      PIC X(52).
           05  EM-EMP-ID-I                 PIC 9(06).
           05  FILLER                      PIC X(22).

       FD  LEAVE-RULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
