      * coordinated payment under this policy instead of becoming
      * patient responsibility.
           05 CLAIM-SECONDARY-POLICY-NO  PIC 9(7).
      * Which covered member of the policy the claim is for: 00 (or
      * blank, as claims arrived before dependents were carried) is
      * the policyholder; 01-99 names a dependent on the MEMMAST
      * member master under the policy.
           05 CLAIM-MEMBER-SUFFIX        PIC 9(2).
           05 CLAIM-MEMBER-SUFFIX-X REDEFINES
                     CLAIM-MEMBER-SUFFIX PIC X(2).
      * Accident or injury behind the claim, for subrogation: space
      * when the claim is not accident-related; otherwise the kind of
      * third party that may be liable and the date of the accident.
      * MEDCLAIM opens one SUBRCASE case per policy and accident date
      * and accumulates the flagged claims it pays under it.
           05 CLAIM-ACCIDENT-IND         PIC X(1).
               88 NOT-ACCIDENT-RELATED   VALUE ' '.
               88 AUTO-ACCIDENT          VALUE 'A'.
               88 WORKPLACE-INJURY       VALUE 'W'.
               88 OTHER-LIABILITY        VALUE 'O'.
               88 ACCIDENT-RELATED       VALUES 'A', 'W', 'O'.
           05 CLAIM-ACCIDENT-DATE        PIC 9(8).
           05 FILLER                     PIC X(2).
