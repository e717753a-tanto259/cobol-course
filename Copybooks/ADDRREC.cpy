      * keyed by an account type plus number: 'P' + INS-POLICY-NO
      * for policyholders, 'H' + PATIENT-NBR (zero-padded to seven)
      * for hospital patients.  Maintained by ADDRMNT and looked up
      * by MEDEOB, MEDTRUP, HOSPSTMT and PREMBILL so every mailed
      * statement and invoice carries a complete address block, with
      * the ZIP driving the presort sequencing of the print files.
       01  ADDR-REC.
           05  ADR-KEY.
               10  ADR-KEY-TYPE        PIC X(01).
