           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Member master under POLMAST, maintained by MEMMAINT: each
      *  dependent covered under a policy by member suffix, with the
      *  member's own coverage dates, so a claim for a spouse or
      *  child is only paid while that member is covered.
           SELECT MEMMAST
           ASSIGN TO MEMMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMMAST-ST.
      *  Policies in their premium grace period tonight, written by
      *  PREMBILL: a claim incurred on or after the first unpaid
      *  coverage date pends until the premium is paid or the policy
      *  lapses, instead of paying on a policy that may never be.
           SELECT GRACELST
           ASSIGN TO GRACELST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRACELST-ST.
      *  Providers special investigations has put on pre-payment
      *  review, written by PROVSCRN: their payment and adjustment
      *  claims pend instead of paying until the provider is cleared
      *  off the list.
           SELECT PRVREVW
           ASSIGN TO PRVREVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRVREVW-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
           ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPOST-ST.
      *  Remittance detail (see Copybooks/REMITREC.cpy): one line per
      *  payment, COB leg, reversal and adjustment, with the billed,
      *  allowed, deductible, coinsurance and paid figures behind it,
      *  for PROVPAY to consolidate into one BANKDISB disbursement and
      *  one remittance advice per provider.  A control trailer lets
      *  PROVPAY prove the file arrived whole before paying from it.
           SELECT REMITDTL
           ASSIGN TO REMITDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITDTL-ST.
      *  Disbursements above the supervisor-release threshold are
      *  withheld from tonight's REMITDTL and queued here for DISBREL,
      *  where a supervisor releases or holds each one -- the claim
      *  itself still adjudicates and reports normally, only the
      *  money movement waits.
               FILE STATUS IS EOBFILE-ST.
      *  Running history of claims already paid, reversed or adjusted,
      *  keyed by policy number + amount + benefit date + entry type
      *  + member suffix
      *  and read randomly per claim -- the same conversion ADMHIST
      *  got in HOSPEDIT, so duplicate detection holds up at any
      *  volume instead of quietly stopping at a memory-table
           ASSIGN TO PROVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMAST-ST.
      *  Provider fee schedule keyed by CLAIM-PROVIDER-ID, maintained by
      *  provider contracting: each contracted provider's allowed
      *  amount, as a percentage of billed or a flat amount per claim,
      *  for an effective-date window.  A claim is repriced to its
      *  allowed amount before the deductible and coinsurance apply,
      *  and the difference is written off against the provider.
           SELECT FEESCHED
           ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEESCHED-ST.
      *  Per-policy deductible accumulator, keyed by policy number
      *  and read randomly per claim -- indexed like CLMHIST above,
      *  so the paid-to-date the deductible-met decision trusts never
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-POLICY-NO-I
               FILE STATUS IS DEDACCUM-ST.
      *  Per-member deductible accumulator, keyed by policy number
      *  and member suffix.  DEDACCUM above stays the family
      *  (whole-policy) accumulator; a member is done with the
      *  deductible once either their own or the family's is met.
      *  Dynamic access so a renewal reset can walk every member
      *  under a policy.
           SELECT MEMACCUM
           ASSIGN TO MEMACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS MEMACCUM-ST.
      *  Subrogation cases (see Copybooks/SUBRREC.cpy), keyed by
      *  policy number + accident date and read randomly per
      *  accident-related claim: the first flagged claim paid for an
      *  accident opens the case, every later one adds to its paid
      *  total, for SUBRPRO to pursue the liable third party.
      *  Updated in place, like DEDACCUM.
           SELECT SUBRCASE
           ASSIGN TO SUBRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS SUBRCASE-ST.
      *  One line per flagged claim posted to a case, appended run
      *  after run, so SUBRPRO's lien notice can itemize the claims
      *  behind the amount it asserts.
           SELECT SUBRCLM
           ASSIGN TO SUBRCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRCLM-ST.
      *  Before-image journal (see Copybooks/JRNLREC.cpy) of every
      *  add and rewrite to the four files above that are updated in
      *  place, written fresh each run, so MEDBKOUT can put them back
      *  the way a failed run found them before it is rerun.
           SELECT MCJRNL
           ASSIGN TO MCJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MCJRNL-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMFILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CLAIMFILE-REC.
           05  CF-POLICY-NO            PIC 9(07).
           05  FILLER                  PIC X(93).

      * Trailer record written by the upstream feed as the last record
      * on CLAIMFILE, so a truncated or duplicated feed can be detected
               88  VALID-TRAILER               VALUE 'TRAILER'.
           05  TRAILER-RECORD-COUNT    PIC 9(07).
           05  TRAILER-HASH-TOTAL      PIC 9(09)V99.
           05  FILLER                  PIC X(75).

       FD  PRINTFILE
           RECORD CONTAINS 133 CHARACTERS.
           05  EXC-CLAIM-AMOUNT        PIC S9(7)V99.
           05  EXC-CLAIM-PAID          PIC S9(7)V99.
           05  EXC-SHORTFALL           PIC S9(7)V99.
           05  EXC-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(27).

      * Plan type descriptions for 500-PRINT-RECORD, maintained by data
      * entry rather than a recompile whenever a new plan type is added,
      * with the plan type's annual out-of-pocket limit (zero = none).
       FD  POLTYPE
           RECORD CONTAINS 30 CHARACTERS.
       01  POLTYPE-REC.
           05  PTY-CODE-I              PIC 9(01).
           05  PTY-DESC-I              PIC X(20).
           05  PTY-OOP-LIMIT-I         PIC 9(07)V99.

       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC.
           05  CPD-POLICY-NO           PIC 9(07).
           05  CPD-PAID-DATE-NUM       PIC 9(08).
      * bucket incurred month against paid month for the actuarial
      * lag triangle.
           05  CPD-BENEFIT-MONTH       PIC 9(06).
      * Rendering provider the money went to, so PROV1099 can total
      * the year's payments (reversals and adjustments included) by
      * payee.
           05  CPD-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(05).

       FD  MEDEXCP
           RECORD CONTAINS 150 CHARACTERS.
      * up, plus the date it pended (for the aging limit) and which
      * eligibility reason pended it.
       FD  PENDFILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PENDFILE-REC.
           05  PND-CLAIM-IMAGE         PIC X(100).
           05  PND-QUEUED-DATE         PIC 9(08).
           05  PND-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(08).
           05  PM-STATUS-I             PIC X(01).
           05  FILLER                  PIC X(06).

      * Suffix 00 is the policyholder, 01-99 dependents.  A zero
      * termination date leaves the member's coverage open-ended.
       FD  MEMMAST
           RECORD CONTAINS 60 CHARACTERS.
       01  MEMMAST-REC.
           05  MM-POLICY-NO-I          PIC 9(07).
           05  MM-MEMBER-SUFFIX-I      PIC 9(02).
           05  MM-RELATIONSHIP-I       PIC X(01).
           05  MM-LNAME-I              PIC X(15).
           05  MM-FNAME-I              PIC X(10).
           05  MM-BIRTH-DATE-I         PIC 9(08).
           05  MM-EFF-DATE-I           PIC 9(08).
           05  MM-TERM-DATE-I          PIC 9(08).
           05  FILLER                  PIC X(01).

       FD  GRACELST
           RECORD CONTAINS 30 CHARACTERS.
       01  GRACELST-REC.
           05  GP-POLICY-NO-I          PIC 9(07).
           05  GP-GRACE-FROM-I         PIC 9(08).
           05  FILLER                  PIC X(15).

       FD  PRVREVW
           RECORD CONTAINS 30 CHARACTERS.
       01  PRVREVW-REC.
           05  RV-PROVIDER-ID-I        PIC X(05).
           05  RV-LISTED-DATE-I        PIC 9(08).
           05  RV-REASONS-I            PIC X(03).
           05  FILLER                  PIC X(14).

       FD  REMITDTL
           RECORD CONTAINS 120 CHARACTERS.
       01  REMITDTL-REC                PIC X(120).

      * The held item carries its remittance figures along so the
      * release can go onto the provider's advice like any payment.
       FD  DISBPEND
           RECORD CONTAINS 120 CHARACTERS.
       01  DISBPEND-REC.
           05  DSP-POLICY-NO           PIC 9(07).
           05  DSP-LNAME               PIC X(15).
           05  DSP-FNAME               PIC X(10).
           05  DSP-AMOUNT              PIC S9(7)V99.
           05  DSP-QUEUED-DATE         PIC 9(08).
           05  DSP-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(06).
           05  DSP-BENEFIT-DATE        PIC 9(08).
           05  DSP-BILLED              PIC S9(7)V99.
           05  DSP-ALLOWED             PIC S9(7)V99.
           05  DSP-DEDUCTIBLE          PIC S9(7)V99.
           05  DSP-COINSURANCE         PIC S9(7)V99.
           05  DSP-INTEREST            PIC S9(7)V99.
           05  FILLER                  PIC X(07).

       FD  EOBFILE
           RECORD CONTAINS 200 CHARACTERS.
       01  EOBFILE-REC.
           05  EOB-POLICY-NO           PIC 9(07).
           05  EOB-LNAME               PIC X(15).
      * this policy, so the statement's deductible progress line can
      * show paid-to-date against it.
           05  EOB-DEDUCT-REQUIRED     PIC 9(04).
      * The contracted allowed amount the claim was repriced to and
      * the provider write-off (billed less allowed), so the statement
      * shows the member does not owe the difference.
           05  EOB-ALLOWED-AMOUNT      PIC S9(7)V99.
           05  EOB-WRITE-OFF           PIC S9(7)V99.
      * The policy type's out-of-pocket limit, for the statement's
      * out-of-pocket met/remaining line.
           05  EOB-OOP-LIMIT           PIC 9(07)V99.
      * The patient -- which member of the policy the claim was for --
      * and the member's own deductible paid-to-date after this claim,
      * with the family deductible the member deductible sits under.
           05  EOB-MEMBER-SUFFIX       PIC 9(02).
           05  EOB-RELATIONSHIP        PIC X(01).
           05  EOB-PATIENT-LNAME       PIC X(15).
           05  EOB-PATIENT-FNAME       PIC X(10).
           05  EOB-FAMILY-DEDUCT-REQ   PIC 9(04).
           05  EOB-MEMBER-DEDUCT-PAID  PIC S9(05).
           05  FILLER                  PIC X(27).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
      * the key, so a payment, its reversal and its adjustments for
      * the same policy/amount/date coexist as distinct records, and
      * a re-transmitted reversal or adjustment is caught the same
      * way a re-transmitted payment is.  The member suffix is part
      * of the key too, so two dependents on one policy with the same
      * claim on the same day are two claims, not a duplicate.
       FD  CLMHIST
           RECORD CONTAINS 32 CHARACTERS.
       01  CLMHIST-REC.
           05  CH-KEY.
               10  CH-POLICY-NO-I      PIC 9(07).
               10  CH-CLAIM-AMOUNT-I   PIC S9(7)V99.
               10  CH-BENEFIT-DATE-I   PIC 9(08).
               10  CH-MEMBER-SUFFIX-I  PIC 9(02).
               10  CH-REC-TYPE-I       PIC X(01).
                    88  CH-PAYMENT-ENTRY        VALUES ' ', 'P'.
                    88  CH-REVERSAL-ENTRY       VALUE 'R'.
                    88  CH-ADJUSTMENT-ENTRY     VALUE 'A'.
      * Rendering provider, carried for PROVSCRN's billing-pattern
      * screening; blank on entries written before it was kept.
           05  CH-PROVIDER-ID-I        PIC X(05).

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMAST-REC.
           05  PRV-CODE-I              PIC X(05).
           05  PRV-NAME-I              PIC X(20).
      * Taxpayer id, legal name and remit-to address (see
      * Copybooks/PROVREC.cpy) -- not needed to adjudicate.
           05  FILLER                  PIC X(95).

      * 'P' = allowed is FS-ALLOWED-PCT-I of the billed amount; 'F' =
      * allowed is the flat FS-FLAT-AMOUNT-I (never more than billed).
      * A zero termination date leaves the contract open-ended.
       FD  FEESCHED
           RECORD CONTAINS 40 CHARACTERS.
       01  FEESCHED-REC.
           05  FS-PROVIDER-ID-I        PIC X(05).
           05  FS-CONTRACT-TYPE-I      PIC X(01).
           05  FS-ALLOWED-PCT-I        PIC 9(01)V9(04).
           05  FS-FLAT-AMOUNT-I        PIC S9(7)V99.
           05  FS-EFF-DATE-I           PIC 9(08).
           05  FS-TERM-DATE-I          PIC 9(08).
           05  FILLER                  PIC X(04).

       FD  DEDACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDACCUM-REC.
           05  DA-POLICY-NO-I          PIC 9(07).
           05  DA-DEDUCT-PAID-I        PIC S9(05).
      * Member cost-sharing (deductible plus coinsurance) paid to date
      * this plan year, measured against the policy type's
      * out-of-pocket limit.
           05  DA-OOP-PAID-I           PIC S9(7)V99.
           05  FILLER                  PIC X(09).

       FD  MEMACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  MEMACCUM-REC.
           05  MA-KEY.
               10  MA-POLICY-NO-I      PIC 9(07).
               10  MA-MEMBER-SUFFIX-I  PIC 9(02).
           05  MA-DEDUCT-PAID-I        PIC S9(05).
           05  FILLER                  PIC X(16).

       FD  SUBRCASE
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBRREC.

      * Entry type is 'P' for a paid claim, 'R' a reversal and 'A'
      * an adjustment, with the signed amount it moved the case by.
       FD  SUBRCLM
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBRCLM-REC.
           05  SCL-POLICY-NO           PIC 9(07).
           05  SCL-ACCIDENT-DATE       PIC 9(08).
           05  SCL-ENTRY-TYPE          PIC X(01).
           05  SCL-BENEFIT-DATE        PIC 9(08).
           05  SCL-PROVIDER-ID         PIC X(05).
           05  SCL-CLAIM-AMOUNT        PIC S9(7)V99.
           05  SCL-PAID                PIC S9(7)V99.
           05  SCL-POSTED-DATE         PIC 9(08).
           05  SCL-MEMBER-SUFFIX       PIC 9(02).
      * The run that posted the line, so MEDBKOUT can take a failed
      * run's lines back off.
           05  SCL-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(09).

       FD  MCJRNL
           RECORD CONTAINS 160 CHARACTERS.
       01  MCJRNL-REC                  PIC X(160).

       WORKING-STORAGE SECTION.
           COPY CLAIMREC.
           COPY CTLREC.
           COPY RUNLEDG.
           COPY GLPOST.
           COPY REMITREC.
           COPY JRNLREC.
       77  GL-DEBIT-ACCT-WS            PIC X(08).
       77  GL-CREDIT-ACCT-WS           PIC X(08).

               88  GL-MAP-FOUND                        VALUE 'Y'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  MEMMAST-ST              PIC X(02).
               88  MM-NORMAL                           VALUE '00'.
           05  MEMMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-MEMMAST                     VALUE 'Y'.
           05  GRACELST-ST             PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  GRACELST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-GRACELST                    VALUE 'Y'.
           05  PRVREVW-ST              PIC X(02).
               88  RV-NORMAL                           VALUE '00'.
           05  PRVREVW-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PRVREVW                     VALUE 'Y'.
           05  EOBFILE-ST              PIC X(02).
               88  EOB-NORMAL                          VALUE '00'.
           05  REMITDTL-ST             PIC X(02).
               88  RMT-NORMAL                          VALUE '00'.
           05  DISBPEND-ST             PIC X(02).
               88  DSP-NORMAL                          VALUE '00'.
           05  CLMHIST-ST              PIC X(02).
               88  PRV-NORMAL                          VALUE '00'.
           05  PROVMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROVMAST                    VALUE 'Y'.
           05  FEESCHED-ST             PIC X(02).
               88  FS-NORMAL                           VALUE '00'.
           05  FEESCHED-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-FEESCHED                    VALUE 'Y'.
           05  DEDACCUM-ST             PIC X(02).
               88  DA-NORMAL                           VALUE '00'.
               88  DA-NOT-FOUND                        VALUE '23'.
               88  DA-FILE-MISSING                     VALUE '35'.
           05  MEMACCUM-ST             PIC X(02).
               88  MA-NORMAL                           VALUE '00'.
               88  MA-NOT-FOUND                        VALUE '23'.
               88  MA-FILE-MISSING                     VALUE '35'.
           05  SUBRCASE-ST             PIC X(02).
               88  SCS-NORMAL                          VALUE '00'.
               88  SCS-NOT-FOUND                       VALUE '23'.
               88  SCS-FILE-MISSING                    VALUE '35'.
           05  SUBRCLM-ST              PIC X(02).
               88  SCL-NORMAL                          VALUE '00'.
               88  SCL-FILE-MISSING                    VALUE '35'.
           05  MCJRNL-ST               PIC X(02).
               88  MJ-NORMAL                           VALUE '00'.
           05  DEDUCTIBLE-ST           PIC X(01)       VALUE 'N'.
               88  DEDUCTIBLE-MET                      VALUE 'Y'.
           05  OOP-ST                  PIC X(01)       VALUE 'N'.
               88  OOP-MET                             VALUE 'Y'.
           05  RECORD-ST               PIC X(01)       VALUE 'Y'.
               88  VALID-RECORD                        VALUE 'Y'.
               88  INVALID-RECORD                      VALUE 'N'.
           05  FILLER                  PIC X(15)       VALUE 'LAST'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE 'RENEW'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE 'DED'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE 'COPAY'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE 'DEDUC'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE 'CLAIM'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE 'WRITE'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE 'CLAIM'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(15)       VALUE 'NAME'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE 'DATE'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE 'MET'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE 'PCT'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE 'AMNT'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE 'AMOUNT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE 'OFF'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE 'PAID'.

       01  HEADER-LINE-04.
           05  FILLER                  PIC X(15)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE ALL '-'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(03)       VALUE ALL '-'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE ALL '-'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE ALL '-'.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE ALL '-'.

       01  CONTENT-LINE.
               10  CON-LNAME           PIC X(15).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-RENEW-DATE          PIC XXXX/XX/XX.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-DEDUC-MET           PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-COPAY-PCTG          PIC .9(03).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-DEDUC-AMNT          PIC $$$9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-CLAIM-AMNT          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-WRITE-OFF           PIC $$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-CLAIM-PAID          PIC -$$,$$9.99.
           05  CON-REC-FLAG            PIC X(03)       VALUE SPACES.

                                       SIGN IS LEADING SEPARATE.
           05  CSV-CLAIM-PAID          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  CSV-WRITE-OFF           PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.

       01  TEMP-CALC-STORAGE.
           05  DEDUCTIBLE-WS           PIC 9(04).
           05  FAMILY-DEDUCT-WS        PIC 9(04).
           05  DEDUCT-DUE-WS           PIC S9(05).
           05  DEDUCT-APPLIED-WS       PIC 9(05).
           05  MEMBER-DED-PCTG         PIC 9(01)V9(05) VALUE 1.
           05  CLAIMPAID-WS            PIC 9(05)V9(02).
           05  DEDUC-PCTG              PIC 9(01)V9(05).
           05  REVERSAL-PAID-WS        PIC S9(7)V99.
           05  COINS-WITHHELD-WS       PIC S9(7)V99.
           05  ALLOWED-AMOUNT-WS       PIC S9(7)V99.
           05  WRITE-OFF-WS            PIC S9(7)V99.
           05  MEMBER-SHARE-WS         PIC S9(7)V99.
           05  OOP-LIMIT-WS            PIC 9(07)V99.

       01  POLICY-TYPE-TABLE.
           05  POLICY-TYPE-ITEM OCCURS 10 TIMES INDEXED BY PTY-IDX.
               10  PTY-CODE                PIC 9(01).
               10  PTY-DESC                PIC X(20).
               10  PTY-OOP-LIMIT           PIC 9(07)V99.
       77  POLTYPE-COUNT                PIC S9(04) COMP VALUE 0.
       77  OOP-MET-CLAIM-COUNT          PIC 9(05) VALUE 0.
       77  POLICY-TYPE-VALID-SW         PIC X(01) VALUE 'N'.
           88  VALID-POLICY-TYPE                   VALUE 'Y'.

      * Disbursements above this many whole dollars (AGETAB code
      * DISBHOLD -- RATETAB's picture cannot carry a dollar
      * threshold) wait for supervisor release through DISBREL
      * instead of going out on tonight's REMITDTL.  Zero leaves
      * every payment flowing straight through.
       77  DISB-HOLD-LIMIT              PIC 9(05) VALUE 0.
       77  HELD-DISB-COUNT              PIC 9(05) VALUE 0.
           88  POLICY-UNKNOWN                        VALUE 'U'.
           88  POLICY-NOT-EFFECTIVE                  VALUE 'F'.
           88  POLICY-TERMINATED                     VALUE 'T'.
           88  POLICY-IN-GRACE                       VALUE 'G'.

      * Premium grace list loaded at startup: the policy and the
      * first coverage date its unpaid premium covers.
       01  GRACE-LIST-TABLE.
           05  GRACE-LIST-ITEM OCCURS 5000 TIMES
                   INDEXED BY GP-IDX.
               10  GP-POLICY-NO             PIC 9(07).
               10  GP-GRACE-FROM            PIC 9(08).
       77  GRACELST-COUNT               PIC S9(04) COMP VALUE 0.
       77  GRACELST-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.

      * Member master loaded at startup alongside the policy master.
      * The policyholder (suffix 00) needs no entry of their own --
      * with none on file they are covered for as long as the policy
      * is -- but every dependent must be on file and covered on the
      * claim's benefit date.
       01  MEMBER-MASTER-TABLE.
           05  MEMBER-MASTER-ITEM OCCURS 9999 TIMES
                   INDEXED BY MM-IDX.
               10  MM-POLICY-NO             PIC 9(07).
               10  MM-MEMBER-SUFFIX         PIC 9(02).
               10  MM-RELATIONSHIP          PIC X(01).
               10  MM-LNAME                 PIC X(15).
               10  MM-FNAME                 PIC X(10).
               10  MM-EFF-DATE              PIC 9(08).
               10  MM-TERM-DATE             PIC 9(08).
       77  MEMMAST-COUNT                PIC S9(04) COMP VALUE 0.
       77  MEMMAST-SKIPPED-COUNT        PIC S9(04) COMP VALUE 0.
       77  MEMBER-ELIG-ST               PIC X(01) VALUE 'E'.
           88  MEMBER-COVERED                        VALUE 'E'.
           88  MEMBER-UNKNOWN                        VALUE 'U'.
           88  MEMBER-NOT-COVERED                    VALUE 'N'.
           88  MEMBER-SUFFIX-BAD                     VALUE 'B'.
       77  MEMBER-SUFFIX-WS             PIC 9(02) VALUE 0.

      * The patient the claim is for, from the member master, or the
      * policyholder named on the claim when the claim is theirs.
       01  PATIENT-WS.
           05  PATIENT-RELATIONSHIP    PIC X(01).
           05  PATIENT-LNAME           PIC X(15).
           05  PATIENT-FNAME           PIC X(10).

       77  DUP-CLAIM-SW                 PIC X(01) VALUE 'N'.
           88  DUPLICATE-CLAIM                       VALUE 'Y'.
       77  COB-PAYMENT-COUNT            PIC 9(05) VALUE 0.
       01  COB-PAID-DOLLARS             PIC S9(9)V99 VALUE 0.

      * Subrogation state for the claim in hand: whether its accident
      * indicator and date passed their edits, whether its case is
      * already on SUBRCASE, and the signed amount and entry type
      * being posted to the case.
       77  ACCIDENT-BAD-SW              PIC X(01) VALUE 'N'.
           88  ACCIDENT-DATA-BAD                     VALUE 'Y'.
       77  SUBR-CASE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  SUBR-CASE-FOUND                       VALUE 'Y'.
       77  SUBR-AMOUNT-WS               PIC S9(7)V99 VALUE 0.
       77  SUBR-ENTRY-TYPE-WS           PIC X(01) VALUE SPACE.
       77  SUBR-CASES-OPENED-COUNT      PIC 9(05) VALUE 0.
       77  SUBR-CLAIMS-POSTED-COUNT     PIC 9(05) VALUE 0.

      * Before-image journal state: this run's id (its start
      * timestamp), the last journal sequence number used, and each
      * in-place file's record as last read or rewritten -- the
      * record area itself has already been changed by the time a
      * REWRITE is issued, so the before image is kept aside.
       01  RUN-ID-WS                    PIC X(14).
       77  JOURNAL-SEQ-WS               PIC 9(09) VALUE 0.
       01  DEDACCUM-IMAGE-WS            PIC X(30).
       01  MEMACCUM-IMAGE-WS            PIC X(30).
       01  SUBRCASE-IMAGE-WS            PIC X(120).

      * Control figures for the REMITDTL trailer (see CTLREC.cpy) --
      * accumulated as each remittance line is written so the trailer
      * can never disagree with the lines above it.
       01  RMT-CONTROL-TOTALS.
           05  RMT-CTL-COUNT           PIC 9(07)       VALUE 0.
           05  RMT-CTL-HASH            PIC S9(9)V99    VALUE 0.

      * Control figures for the CLAIMPD trailer (see CTLREC.cpy),
      * verified by RECONCIL before it trusts the extract.
               10  PRV-NAME                 PIC X(20).
               10  PRV-CLAIM-COUNT          PIC 9(05).
               10  PRV-PAID-TOTAL           PIC S9(9)V99.
               10  PRV-WRITE-OFF-TOTAL      PIC S9(9)V99.
       77  PROVMAST-COUNT               PIC S9(04) COMP VALUE 0.
       77  PRV-ENTRY-SUB                PIC S9(04) COMP VALUE 0.
       77  PROVIDER-VALID-SW            PIC X(01) VALUE 'N'.
           88  VALID-PROVIDER                        VALUE 'Y'.

      * Providers on pre-payment review, loaded from PRVREVW.
       01  REVIEW-LIST-TABLE.
           05  REVIEW-LIST-ITEM OCCURS 200 TIMES
                   INDEXED BY RV-IDX.
               10  RV-PROVIDER-ID           PIC X(05).
       77  PRVREVW-COUNT                PIC S9(04) COMP VALUE 0.
       77  PROVIDER-REVIEW-SW           PIC X(01) VALUE 'N'.
           88  PROVIDER-ON-REVIEW                    VALUE 'Y'.
       77  REVIEW-PENDED-COUNT          PIC 9(05) VALUE 0.

      * Provider fee schedule held in memory.  A provider may carry
      * several entries, one per contract period; the entry whose
      * window covers the claim's benefit date prices the claim.  A
      * provider with no covering entry is uncontracted and is
      * allowed its billed amount in full.
       01  FEE-SCHEDULE-TABLE.
           05  FEE-SCHEDULE-ITEM OCCURS 500 TIMES
                   INDEXED BY FS-IDX.
               10  FS-PROVIDER-ID           PIC X(05).
               10  FS-CONTRACT-TYPE         PIC X(01).
                    88  FS-PERCENT-OF-BILLED        VALUE 'P'.
                    88  FS-FLAT-ALLOWED             VALUE 'F'.
               10  FS-ALLOWED-PCT           PIC 9(01)V9(04).
               10  FS-FLAT-AMOUNT           PIC S9(7)V99.
               10  FS-EFF-DATE              PIC 9(08).
               10  FS-TERM-DATE             PIC 9(08).
       77  FEESCHED-COUNT               PIC S9(04) COMP VALUE 0.
       77  REPRICED-CLAIM-COUNT         PIC 9(05) VALUE 0.
       01  WRITE-OFF-TOTAL              PIC S9(9)V99 VALUE 0.

       01  PROV-RPT-HEADER.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(20)
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE 'PAID:'.
           05  PRL-PAID-TOTAL          PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(11)
                    VALUE 'WRITE-OFF:'.
           05  PRL-WRITE-OFF-TOTAL     PIC -$$$,$$$,$$9.99.

      * Policies already given their one-time renewal deductible reset
      * this run, so a policy with several claims in the new plan year

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-ID-WS.
           MOVE BUSINESS-DATE-X         TO HDR-CURRENT-DATE.
           MOVE BUSINESS-DATE-X         TO CURRENT-DATE-WS.
           MOVE BUSINESS-DATE-NUM       TO CURRENT-DATE-NUM-WS.
           PERFORM 335-LOAD-HOLIDAYS.
           PERFORM 338-LOAD-PROMPT-DAYS.
           PERFORM 340-LOAD-POLICY-MASTER.
           PERFORM 346-LOAD-MEMBER-MASTER.
           PERFORM 348-LOAD-GRACE-LIST.
           PERFORM 355-OPEN-JOURNAL.
           PERFORM 350-OPEN-CLAIM-HISTORY.
           PERFORM 360-OPEN-DEDUCT-ACCUM.
           PERFORM 365-OPEN-MEMBER-ACCUM.
           PERFORM 368-OPEN-SUBR-CASES.
           PERFORM 370-LOAD-PROVIDERS.
           PERFORM 372-LOAD-FEE-SCHEDULE.
           PERFORM 375-LOAD-REVIEW-LIST.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-CLAIM.

                   PERFORM 245-CALCULATE-PAYMENT
           END-EVALUATE.

      * The claim is repriced to the provider's contracted allowed
      * amount first; the deductible and coinsurance then apply to
      * the allowed amount, never to what the provider chose to bill.
      * The member's share (deductible plus coinsurance) is capped at
      * what is left under the out-of-pocket limit, and once the limit
      * is met the claim pays the allowed amount in full.
       245-CALCULATE-PAYMENT.
           PERFORM 248-REPRICE-CLAIM.
           PERFORM 250-CALCULATE-DEDUCTIBLE.

           COMPUTE COINS-WITHHELD-WS ROUNDED =
                POLICY-COINSURANCE * ALLOWED-AMOUNT-WS.
           IF DEDUCTIBLE-MET
                MOVE COINS-WITHHELD-WS TO MEMBER-SHARE-WS
           ELSE
                COMPUTE MEMBER-SHARE-WS =
                    DEDUCT-DUE-WS + COINS-WITHHELD-WS
           END-IF.
           IF MEMBER-SHARE-WS > ALLOWED-AMOUNT-WS
                MOVE ALLOWED-AMOUNT-WS TO MEMBER-SHARE-WS
           END-IF.

           IF OOP-MET
                MOVE ZERO TO MEMBER-SHARE-WS
                MOVE ZERO TO COINS-WITHHELD-WS
                ADD 1 TO OOP-MET-CLAIM-COUNT
           ELSE
                IF OOP-LIMIT-WS > ZERO
                       AND DA-OOP-PAID-I + MEMBER-SHARE-WS >
                           OOP-LIMIT-WS
                     COMPUTE MEMBER-SHARE-WS =
                         OOP-LIMIT-WS - DA-OOP-PAID-I
                     IF DEDUCTIBLE-MET
                          MOVE MEMBER-SHARE-WS TO COINS-WITHHELD-WS
                     ELSE
                          COMPUTE COINS-WITHHELD-WS =
                              MEMBER-SHARE-WS - DEDUCT-DUE-WS
                          IF COINS-WITHHELD-WS < ZERO
                               MOVE ZERO TO COINS-WITHHELD-WS
                          END-IF
                     END-IF
                END-IF
           END-IF.

      * The deductible actually taken on this claim is what is due,
      * cut back to whatever member share survived the two caps; the
      * rest of the share is coinsurance.  This is the amount posted
      * to the accumulators and shown on the remittance and the EOB.
           MOVE ZERO TO DEDUCT-APPLIED-WS.
           IF NOT DEDUCTIBLE-MET AND NOT OOP-MET
                IF DEDUCT-DUE-WS > MEMBER-SHARE-WS
                     MOVE MEMBER-SHARE-WS TO DEDUCT-APPLIED-WS
                ELSE
                     MOVE DEDUCT-DUE-WS TO DEDUCT-APPLIED-WS
                END-IF
                COMPUTE COINS-WITHHELD-WS =
                    MEMBER-SHARE-WS - DEDUCT-APPLIED-WS
           END-IF.

           COMPUTE CLAIMPAID-WS = ALLOWED-AMOUNT-WS - MEMBER-SHARE-WS.

           SUBTRACT CLAIMPAID-WS FROM POLICY-AMOUNT.

           IF POLICY-AMOUNT > ZERO
           ADD CLAIM-AMOUNT-PAID TO POLICY-AMOUNT.
           PERFORM 505-PRINT-REVERSAL.
           PERFORM 476-ADD-REVERSAL-HISTORY.
           IF ACCIDENT-RELATED
                MOVE REVERSAL-PAID-WS TO SUBR-AMOUNT-WS
                MOVE 'R' TO SUBR-ENTRY-TYPE-WS
                PERFORM 485-POST-SUBROGATION
                    THRU 485-POST-SUBROGATION-X
           END-IF.

      * Applies a signed correction against an already-paid claim:
      * the delta moves POLICY-AMOUNT the same direction it moves the
      * money, flows through CLAIMPD, REMITDTL and the CSV like any
      * payment, and prints flagged ADJ with the original claim's
      * amount alongside for reference.
       247-PROCESS-ADJUSTMENT.
           SUBTRACT ADJUST-DELTA-WS FROM POLICY-AMOUNT.
           PERFORM 507-PRINT-ADJUSTMENT.
           PERFORM 477-ADD-ADJUSTMENT-HISTORY.
           IF ACCIDENT-RELATED
                MOVE ADJUST-DELTA-WS TO SUBR-AMOUNT-WS
                MOVE 'A' TO SUBR-ENTRY-TYPE-WS
                PERFORM 485-POST-SUBROGATION
                    THRU 485-POST-SUBROGATION-X
           END-IF.

      * Looks the claim's provider up on the fee schedule for the
      * contract period covering the benefit date.  A percentage
      * contract allows that share of billed; a flat contract allows
      * the flat amount, capped at billed.  No covering contract
      * allows the billed amount, so the write-off is zero.
       248-REPRICE-CLAIM.
           MOVE CLAIM-AMOUNT TO ALLOWED-AMOUNT-WS.
           SET FS-IDX TO 1.
           SEARCH FEE-SCHEDULE-ITEM VARYING FS-IDX
                AT END
                     CONTINUE
                WHEN FS-IDX > FEESCHED-COUNT
                     CONTINUE
                WHEN FS-PROVIDER-ID (FS-IDX) = CLAIM-PROVIDER-ID
                       AND POLICY-BENEFIT-DATE-NUM >=
                           FS-EFF-DATE (FS-IDX)
                       AND (FS-TERM-DATE (FS-IDX) = ZERO OR
                            POLICY-BENEFIT-DATE-NUM <
                                FS-TERM-DATE (FS-IDX))
                     IF FS-PERCENT-OF-BILLED (FS-IDX)
                          COMPUTE ALLOWED-AMOUNT-WS ROUNDED =
                              CLAIM-AMOUNT * FS-ALLOWED-PCT (FS-IDX)
                     ELSE
                          MOVE FS-FLAT-AMOUNT (FS-IDX)
                              TO ALLOWED-AMOUNT-WS
                     END-IF
           END-SEARCH.

           IF ALLOWED-AMOUNT-WS > CLAIM-AMOUNT
                MOVE CLAIM-AMOUNT TO ALLOWED-AMOUNT-WS
           END-IF.
           COMPUTE WRITE-OFF-WS = CLAIM-AMOUNT - ALLOWED-AMOUNT-WS.

       260-WRITE-EXCEEDS-COVERAGE.
           MOVE INS-POLICY-NO   TO EXC-POLICY-NO.
           MOVE CLAIM-AMOUNT    TO EXC-CLAIM-AMOUNT.
           MOVE CLAIMPAID-WS    TO EXC-CLAIM-PAID.
           COMPUTE EXC-SHORTFALL = ZERO - POLICY-AMOUNT.
           MOVE CLAIM-PROVIDER-ID TO EXC-PROVIDER-ID.

           WRITE EXCEEDFILE-REC.
           ADD 1 TO CLAIMS-EXCEEDED-COUNT.
               WHEN POLICY-TERMINATED
                   MOVE "MC15" TO EXC-REASON-CODE
                   MOVE "POLICY TERMINATED" TO EXC-REASON-DESC
               WHEN POLICY-IN-GRACE
                   MOVE "MC30" TO EXC-REASON-CODE
                   MOVE "PREMIUM GRACE PERIOD" TO EXC-REASON-DESC
               WHEN MEMBER-SUFFIX-BAD
                   MOVE "MC27" TO EXC-REASON-CODE
                   MOVE "INVALID MEMBER NUMBER" TO EXC-REASON-DESC
               WHEN MEMBER-UNKNOWN
                   MOVE "MC28" TO EXC-REASON-CODE
                   MOVE "MEMBER NOT ON MASTER" TO EXC-REASON-DESC
               WHEN MEMBER-NOT-COVERED
                   MOVE "MC29" TO EXC-REASON-CODE
                   MOVE "MEMBER NOT COVERED ON DATE"
                       TO EXC-REASON-DESC
               WHEN DUPLICATE-CLAIM AND PAYMENT-CLAIM
                   MOVE "MC16" TO EXC-REASON-CODE
                   MOVE "DUPLICATE CLAIM" TO EXC-REASON-DESC
               WHEN SECONDARY-POLICY-BAD
                   MOVE "MC22" TO EXC-REASON-CODE
                   MOVE "INVALID SECONDARY POLICY" TO EXC-REASON-DESC
               WHEN ACCIDENT-DATA-BAD
                   MOVE "MC32" TO EXC-REASON-CODE
                   MOVE "INVALID ACCIDENT DATA" TO EXC-REASON-DESC
               WHEN ADJUST-AMT-BAD
                   MOVE "MC24" TO EXC-REASON-CODE
                   MOVE "INVALID ADJUSTMENT AMOUNT" TO EXC-REASON-DESC
                   MOVE "MC25" TO EXC-REASON-CODE
                   MOVE "ADJUSTMENT ALREADY APPLIED"
                       TO EXC-REASON-DESC
               WHEN PROVIDER-ON-REVIEW
                   MOVE "MC31" TO EXC-REASON-CODE
                   MOVE "PROVIDER ON PRE-PAYMENT REVIEW"
                       TO EXC-REASON-DESC
                   ADD 1 TO REVIEW-PENDED-COUNT
               WHEN OTHER
                   MOVE "MC00" TO EXC-REASON-CODE
                   MOVE "VALIDATION FAILED" TO EXC-REASON-DESC
      * Eligibility-timing failures pend for MEDPENDQ's automatic
      * nightly re-check against POLMAST rather than rejecting --
      * most are policy administration posting a day or two behind.
      * A policy in its premium grace period (MC30) pends the same
      * way, until PREMBILL posts the premium or lapses the policy.
      * A claim from a provider on pre-payment review (MC31) pends
      * too, until special investigations clears the provider.
      * A terminated policy (MC15) is not a timing matter and still
      * rejects outright.
           IF EXC-REASON-CODE = 'MC13' OR EXC-REASON-CODE = 'MC14'
                  OR EXC-REASON-CODE = 'MC30'
                  OR EXC-REASON-CODE = 'MC31'
                PERFORM 275-WRITE-PEND
           ELSE
                MOVE CLAIMFILE-REC TO EXC-ORIGINAL-DATA

       250-CALCULATE-DEDUCTIBLE.
           MOVE 'N' TO DEDUCTIBLE-ST.
           MOVE 'N' TO OOP-ST.

           PERFORM 253-LOCATE-ACCUM-ENTRY.

      * for that policy this run gets the reset; POLICY-YEAR stays >=
      * CURRENT-YEAR-WS for every claim in the whole plan year, so
      * later claims must keep accruing from there instead of being
      * zeroed again.  The out-of-pocket total and each member's own
      * deductible are not touched here; MEDYREND rolls them over at
      * the plan year.
           IF POLICY-YEAR >= CURRENT-YEAR-WS
                PERFORM 252-CHECK-RENEWAL-RESET
           END-IF.

      * The policy's deductible is the family deductible; each
      * member's own deductible is the RATETAB share (code MEMDDPCT)
      * of it, the whole of it when the table carries no share.
           COMPUTE FAMILY-DEDUCT-WS ROUNDED =
                POLICY-AMOUNT * DEDUC-PCTG.
           COMPUTE DEDUCTIBLE-WS ROUNDED =
                FAMILY-DEDUCT-WS * MEMBER-DED-PCTG.
           IF DEDUCTIBLE-WS > FAMILY-DEDUCT-WS
                MOVE FAMILY-DEDUCT-WS TO DEDUCTIBLE-WS
           END-IF.

           PERFORM 257-LOCATE-MEMBER-ACCUM.

      * The met decision reads this program's own accumulators, not
      * the feed's POLICY-DEDUCTIBLE-PAID; the feed value only ever
      * seeds a policy's first accumulator record.  The family
      * maximum, once met, satisfies every member of the policy.
           IF MA-DEDUCT-PAID-I >= DEDUCTIBLE-WS
                  OR DA-DEDUCT-PAID-I >= FAMILY-DEDUCT-WS
                MOVE 'Y' TO DEDUCTIBLE-ST
           END-IF.

      * What is still due is the member's unmet balance, never more
      * than is left of the family deductible, so the policy as a
      * whole cannot be charged past its family maximum.
           MOVE ZERO TO DEDUCT-DUE-WS.
           IF NOT DEDUCTIBLE-MET
                COMPUTE DEDUCT-DUE-WS =
                    DEDUCTIBLE-WS - MA-DEDUCT-PAID-I
                IF FAMILY-DEDUCT-WS - DA-DEDUCT-PAID-I < DEDUCT-DUE-WS
                     COMPUTE DEDUCT-DUE-WS =
                         FAMILY-DEDUCT-WS - DA-DEDUCT-PAID-I
                END-IF
           END-IF.

      * The out-of-pocket limit comes from the claim's policy type.
      * A policy whose cost-sharing has reached it owes no further
      * deductible or coinsurance this plan year.
           MOVE ZERO TO OOP-LIMIT-WS.
           SET PTY-IDX TO 1.
           SEARCH POLICY-TYPE-ITEM VARYING PTY-IDX
                AT END
                     CONTINUE
                WHEN PTY-IDX > POLTYPE-COUNT
                     CONTINUE
                WHEN PTY-CODE (PTY-IDX) = POLICY-TYPE
                     MOVE PTY-OOP-LIMIT (PTY-IDX) TO OOP-LIMIT-WS
           END-SEARCH.
           IF OOP-LIMIT-WS > ZERO
                  AND DA-OOP-PAID-I >= OOP-LIMIT-WS
                MOVE 'Y' TO OOP-ST
                MOVE 'Y' TO DEDUCTIBLE-ST
           END-IF.

                DISPLAY 'ERROR READING DEDACCUM, STATUS ' DEDACCUM-ST
                GO TO 999-RETURN-ERR
           END-IF.
           MOVE DEDACCUM-REC TO DEDACCUM-IMAGE-WS.

       254-ADD-ACCUM-ENTRY.
           INITIALIZE DEDACCUM-REC.
           MOVE INS-POLICY-NO          TO DA-POLICY-NO-I.
           MOVE POLICY-DEDUCTIBLE-PAID TO DA-DEDUCT-PAID-I.
           MOVE 'DEDACCUM'   TO JRN-FILE-ID.
           MOVE 'A'          TO JRN-ACTION.
           MOVE DEDACCUM-REC TO JRN-IMAGE.
           PERFORM 478-WRITE-JOURNAL.
           WRITE DEDACCUM-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING DEDACCUM, STATUS '
      * Puts an updated paid-to-date back on the accumulator -- after
      * a renewal reset and after a paying claim collects deductible.
       256-REWRITE-ACCUM-ENTRY.
           MOVE 'DEDACCUM'        TO JRN-FILE-ID.
           MOVE 'C'               TO JRN-ACTION.
           MOVE DEDACCUM-IMAGE-WS TO JRN-IMAGE.
           PERFORM 478-WRITE-JOURNAL.
           REWRITE DEDACCUM-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING DEDACCUM, STATUS '
                       DEDACCUM-ST
                   GO TO 999-RETURN-ERR
           END-REWRITE.
           MOVE DEDACCUM-REC TO DEDACCUM-IMAGE-WS.

      * Reads the patient's own accumulator record by policy and
      * member suffix, adding a zero one the first time the member is
      * seen -- the feed's paid-to-date is the family's, so it seeds
      * DEDACCUM only.
       257-LOCATE-MEMBER-ACCUM.
           MOVE INS-POLICY-NO    TO MA-POLICY-NO-I.
           MOVE MEMBER-SUFFIX-WS TO MA-MEMBER-SUFFIX-I.
           READ MEMACCUM
               INVALID KEY
                   INITIALIZE MEMACCUM-REC
                   MOVE INS-POLICY-NO    TO MA-POLICY-NO-I
                   MOVE MEMBER-SUFFIX-WS TO MA-MEMBER-SUFFIX-I
                   MOVE 'MEMACCUM'   TO JRN-FILE-ID
                   MOVE 'A'          TO JRN-ACTION
                   MOVE MEMACCUM-REC TO JRN-IMAGE
                   PERFORM 478-WRITE-JOURNAL
                   WRITE MEMACCUM-REC
                       INVALID KEY
                           DISPLAY 'ERROR WRITING MEMACCUM, STATUS '
                               MEMACCUM-ST
                           GO TO 999-RETURN-ERR
                   END-WRITE
           END-READ.
           IF NOT MA-NORMAL
                DISPLAY 'ERROR READING MEMACCUM, STATUS ' MEMACCUM-ST
                GO TO 999-RETURN-ERR
           END-IF.
           MOVE MEMACCUM-REC TO MEMACCUM-IMAGE-WS.

       259-REWRITE-MEMBER-ACCUM.
           MOVE 'MEMACCUM'        TO JRN-FILE-ID.
           MOVE 'C'               TO JRN-ACTION.
           MOVE MEMACCUM-IMAGE-WS TO JRN-IMAGE.
           PERFORM 478-WRITE-JOURNAL.
           REWRITE MEMACCUM-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING MEMACCUM, STATUS '
                       MEMACCUM-ST
                   GO TO 999-RETURN-ERR
           END-REWRITE.
           MOVE MEMACCUM-REC TO MEMACCUM-IMAGE-WS.

      * RESET-POLICY-TABLE is searched (not SEARCH ALL) and grown in
      * place since CLAIMFILE is read in feed order, not sorted by
                DISPLAY 'ERROR OPENING EOBFILE'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REMITDTL
           IF NOT RMT-NORMAL
                DISPLAY 'ERROR OPENING REMITDTL'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT DISBPEND
                DISPLAY 'ERROR OPENING DISBPEND'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RATETAB
           IF NOT RT-NORMAL
                DISPLAY 'ERROR OPENING RATETAB'
               UNTIL NO-MORE-POLTYPE OR PTY-IDX > 10
                   MOVE PTY-CODE-I TO PTY-CODE (PTY-IDX)
                   MOVE PTY-DESC-I TO PTY-DESC (PTY-IDX)
                   MOVE PTY-OOP-LIMIT-I TO PTY-OOP-LIMIT (PTY-IDX)
                   ADD 1 TO POLTYPE-COUNT
                   READ POLTYPE
                       AT END MOVE 'Y' TO POLTYPE-EOF
                   MOVE RT-VALUE (RT-IDX) TO PPAY-DAILY-RATE
           END-SEARCH.

      * The member deductible share of the family deductible is
      * optional too -- without it each member's deductible is the
      * whole family deductible, the way a policy always used to
      * carry one deductible.
           SET RT-IDX TO 1.
           SEARCH RATE-ITEM VARYING RT-IDX
               AT END
                   CONTINUE
               WHEN RT-IDX > RATE-COUNT
                   CONTINUE
               WHEN RT-CODE (RT-IDX) = 'MEMDDPCT'
                   MOVE RT-VALUE (RT-IDX) TO MEMBER-DED-PCTG
           END-SEARCH.

      * Holidays load as day numbers so the business-day walk can
      * compare directly.
       335-LOAD-HOLIDAYS.
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

       346-LOAD-MEMBER-MASTER.
           OPEN INPUT MEMMAST
           IF NOT MM-NORMAL
                DISPLAY 'ERROR OPENING MEMMAST'
                GO TO 999-RETURN-ERR.

           READ MEMMAST
               AT END MOVE 'Y' TO MEMMAST-EOF
           END-READ.

           IF NOT (MM-NORMAL OR NO-MORE-MEMMAST)
                DISPLAY 'ERROR READING MEMMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING MM-IDX FROM 1 BY 1
               UNTIL NO-MORE-MEMMAST OR MM-IDX > 9999
                   ADD 1 TO MEMMAST-COUNT
                   MOVE MM-POLICY-NO-I     TO MM-POLICY-NO (MM-IDX)
                   MOVE MM-MEMBER-SUFFIX-I
                       TO MM-MEMBER-SUFFIX (MM-IDX)
                   MOVE MM-RELATIONSHIP-I  TO MM-RELATIONSHIP (MM-IDX)
                   MOVE MM-LNAME-I         TO MM-LNAME (MM-IDX)
                   MOVE MM-FNAME-I         TO MM-FNAME (MM-IDX)
                   MOVE MM-EFF-DATE-I      TO MM-EFF-DATE (MM-IDX)
                   MOVE MM-TERM-DATE-I     TO MM-TERM-DATE (MM-IDX)
                   READ MEMMAST
                       AT END MOVE 'Y' TO MEMMAST-EOF
                   END-READ
                   IF NOT (MM-NORMAL OR NO-MORE-MEMMAST)
                        DISPLAY 'ERROR READING MEMMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * Same drain-and-warn as POLMAST: a dependent missing from the
      * table would reject every one of their claims as unknown.
           PERFORM 347-COUNT-SKIPPED-MEMMAST UNTIL NO-MORE-MEMMAST.
           IF MEMMAST-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " MEMMAST-SKIPPED-COUNT
                    " MEMBER(S) EXCEEDED MEMBER-MASTER-TABLE CAPACITY"
                    " OF 9999 AND WERE SKIPPED ***"
           END-IF.

           CLOSE MEMMAST.

       347-COUNT-SKIPPED-MEMMAST.
           ADD 1 TO MEMMAST-SKIPPED-COUNT.
           READ MEMMAST
               AT END MOVE 'Y' TO MEMMAST-EOF
           END-READ.

       348-LOAD-GRACE-LIST.
           OPEN INPUT GRACELST
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GRACELST'
                GO TO 999-RETURN-ERR.

           READ GRACELST
               AT END MOVE 'Y' TO GRACELST-EOF
           END-READ.

           IF NOT (GP-NORMAL OR NO-MORE-GRACELST)
                DISPLAY 'ERROR READING GRACELST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING GP-IDX FROM 1 BY 1
               UNTIL NO-MORE-GRACELST OR GP-IDX > 5000
                   ADD 1 TO GRACELST-COUNT
                   MOVE GP-POLICY-NO-I  TO GP-POLICY-NO (GP-IDX)
                   MOVE GP-GRACE-FROM-I TO GP-GRACE-FROM (GP-IDX)
                   READ GRACELST
                       AT END MOVE 'Y' TO GRACELST-EOF
                   END-READ
                   IF NOT (GP-NORMAL OR NO-MORE-GRACELST)
                        DISPLAY 'ERROR READING GRACELST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * A policy dropped from the table would pay claims it should
      * pend, so overflow is counted and warned like POLMAST's.
           PERFORM 349-COUNT-SKIPPED-GRACELST UNTIL NO-MORE-GRACELST.
           IF GRACELST-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " GRACELST-SKIPPED-COUNT
                    " POLICY(S) EXCEEDED GRACE-LIST-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE GRACELST.

       349-COUNT-SKIPPED-GRACELST.
           ADD 1 TO GRACELST-SKIPPED-COUNT.
           READ GRACELST
               AT END MOVE 'Y' TO GRACELST-EOF
           END-READ.

      * Opens the claim history for keyed I-O.  The history no
      * longer loads into a memory table -- the duplicate, reversal
      * and adjustment checks read it directly by key, and payments
                DISPLAY 'ERROR OPENING I-O CLMHIST'
                GO TO 999-RETURN-ERR.

      * The journal is opened ahead of any in-place file, so nothing
      * can be updated that the journal has not recorded first.
       355-OPEN-JOURNAL.
           OPEN OUTPUT MCJRNL
           IF NOT MJ-NORMAL
                DISPLAY 'ERROR OPENING MCJRNL'
                GO TO 999-RETURN-ERR.

      * Opens the deductible accumulator for keyed I-O, creating it
      * empty on a first-ever run the same way.
       360-OPEN-DEDUCT-ACCUM.
                DISPLAY 'ERROR OPENING I-O DEDACCUM'
                GO TO 999-RETURN-ERR.

      * The member accumulator is created empty on its first-ever
      * run, the same as DEDACCUM.
       365-OPEN-MEMBER-ACCUM.
           OPEN I-O MEMACCUM.

           IF MA-FILE-MISSING
                OPEN OUTPUT MEMACCUM
                IF NOT MA-NORMAL
                     DISPLAY 'ERROR CREATING MEMACCUM'
                     GO TO 999-RETURN-ERR
                END-IF
                CLOSE MEMACCUM
                OPEN I-O MEMACCUM
           END-IF.

           IF NOT MA-NORMAL
                DISPLAY 'ERROR OPENING I-O MEMACCUM'
                GO TO 999-RETURN-ERR.

      * The subrogation case file is created empty on its first-ever
      * run, the same as DEDACCUM; the claim-line file it itemizes
      * from is appended to, and created the same way.
       368-OPEN-SUBR-CASES.
           OPEN I-O SUBRCASE.

           IF SCS-FILE-MISSING
                OPEN OUTPUT SUBRCASE
                IF NOT SCS-NORMAL
                     DISPLAY 'ERROR CREATING SUBRCASE'
                     GO TO 999-RETURN-ERR
                END-IF
                CLOSE SUBRCASE
                OPEN I-O SUBRCASE
           END-IF.

           IF NOT SCS-NORMAL
                DISPLAY 'ERROR OPENING I-O SUBRCASE'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND SUBRCLM.

           IF SCL-FILE-MISSING
                OPEN OUTPUT SUBRCLM
           END-IF.

           IF NOT SCL-NORMAL
                DISPLAY 'ERROR OPENING SUBRCLM'
                GO TO 999-RETURN-ERR.

       370-LOAD-PROVIDERS.
           OPEN INPUT PROVMAST
           IF NOT PRV-NORMAL
                   MOVE PRV-NAME-I TO PRV-NAME (PRV-IDX)
                   MOVE ZERO       TO PRV-CLAIM-COUNT (PRV-IDX)
                   MOVE ZERO       TO PRV-PAID-TOTAL (PRV-IDX)
                   MOVE ZERO       TO PRV-WRITE-OFF-TOTAL (PRV-IDX)
                   READ PROVMAST
                       AT END MOVE 'Y' TO PROVMAST-EOF
                   END-READ

           CLOSE PROVMAST.

      * Loads the provider fee schedule.  An entry whose contract
      * type is neither 'P' nor 'F' cannot price a claim and is
      * skipped with a warning rather than guessed at.
       372-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEESCHED
           IF NOT FS-NORMAL
                DISPLAY 'ERROR OPENING FEESCHED'
                GO TO 999-RETURN-ERR.

           READ FEESCHED
               AT END MOVE 'Y' TO FEESCHED-EOF
           END-READ.

           IF NOT (FS-NORMAL OR NO-MORE-FEESCHED)
                DISPLAY 'ERROR READING FEESCHED'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM UNTIL NO-MORE-FEESCHED OR FEESCHED-COUNT >= 500
               IF FS-CONTRACT-TYPE-I = 'P' OR FS-CONTRACT-TYPE-I = 'F'
                    ADD 1 TO FEESCHED-COUNT
                    MOVE FS-PROVIDER-ID-I
                        TO FS-PROVIDER-ID (FEESCHED-COUNT)
                    MOVE FS-CONTRACT-TYPE-I
                        TO FS-CONTRACT-TYPE (FEESCHED-COUNT)
                    MOVE FS-ALLOWED-PCT-I
                        TO FS-ALLOWED-PCT (FEESCHED-COUNT)
                    MOVE FS-FLAT-AMOUNT-I
                        TO FS-FLAT-AMOUNT (FEESCHED-COUNT)
                    MOVE FS-EFF-DATE-I
                        TO FS-EFF-DATE (FEESCHED-COUNT)
                    MOVE FS-TERM-DATE-I
                        TO FS-TERM-DATE (FEESCHED-COUNT)
               ELSE
                    DISPLAY "*** WARNING: FEESCHED ENTRY FOR PROVIDER "
                        FS-PROVIDER-ID-I " HAS INVALID CONTRACT TYPE "
                        FS-CONTRACT-TYPE-I " AND WAS SKIPPED ***"
               END-IF
               READ FEESCHED
                   AT END MOVE 'Y' TO FEESCHED-EOF
               END-READ
               IF NOT (FS-NORMAL OR NO-MORE-FEESCHED)
                    DISPLAY 'ERROR READING FEESCHED'
                    GO TO 999-RETURN-ERR
               END-IF
           END-PERFORM.

           IF NOT NO-MORE-FEESCHED
                DISPLAY "ERROR: FEESCHED HAS MORE THAN 500 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE FEESCHED.

      * A provider dropped off the table would be paid while under
      * review, so overflow stops the run like PROVMAST's.
       375-LOAD-REVIEW-LIST.
           OPEN INPUT PRVREVW
           IF NOT RV-NORMAL
                DISPLAY 'ERROR OPENING PRVREVW'
                GO TO 999-RETURN-ERR.

           READ PRVREVW
               AT END MOVE 'Y' TO PRVREVW-EOF
           END-READ.

           IF NOT (RV-NORMAL OR NO-MORE-PRVREVW)
                DISPLAY 'ERROR READING PRVREVW'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING RV-IDX FROM 1 BY 1
               UNTIL NO-MORE-PRVREVW OR RV-IDX > 200
                   ADD 1 TO PRVREVW-COUNT
                   MOVE RV-PROVIDER-ID-I TO RV-PROVIDER-ID (RV-IDX)
                   READ PRVREVW
                       AT END MOVE 'Y' TO PRVREVW-EOF
                   END-READ
                   IF NOT (RV-NORMAL OR NO-MORE-PRVREVW)
                        DISPLAY 'ERROR READING PRVREVW'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

           IF NOT NO-MORE-PRVREVW
                DISPLAY "ERROR: PRVREVW HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PRVREVW.

       400-READ-CLAIM.
           MOVE 'Y' TO RECORD-ST.
           MOVE 'E' TO POLICY-ELIG-ST.
           MOVE 'E' TO MEMBER-ELIG-ST.
           MOVE ZERO TO MEMBER-SUFFIX-WS.
           MOVE 'N' TO DUP-CLAIM-SW.
           MOVE 'N' TO REVERSAL-AMT-BAD-SW.
           MOVE 'N' TO REVERSAL-ORPHAN-SW.
           MOVE 'N' TO ADJUST-ORPHAN-SW.
           MOVE 'N' TO ADJUST-APPLIED-SW.
           MOVE 'N' TO PROVIDER-VALID-SW.
           MOVE 'N' TO PROVIDER-REVIEW-SW.
           MOVE 'N' TO SECONDARY-BAD-SW.
           MOVE 'N' TO COB-ELIGIBLE-SW.
           MOVE 'N' TO ACCIDENT-BAD-SW.
           MOVE 0 TO PRV-ENTRY-SUB.

           READ CLAIMFILE INTO CLAIM-REC
           IF NOT VALID-PROVIDER
                MOVE 'N' TO RECORD-ST.

      * An accident-related claim must say what kind of accident and
      * when, on or before the benefit date -- the date keys the
      * subrogation case the claim is posted to.  A claim with no
      * indicator carries no accident date and is not looked at.
           IF NOT (NOT-ACCIDENT-RELATED OR ACCIDENT-RELATED)
                MOVE 'Y' TO ACCIDENT-BAD-SW
                MOVE 'N' TO RECORD-ST.
           IF ACCIDENT-RELATED
                IF CLAIM-ACCIDENT-DATE NOT NUMERIC
                       OR CLAIM-ACCIDENT-DATE = ZERO
                     MOVE 'Y' TO ACCIDENT-BAD-SW
                     MOVE 'N' TO RECORD-ST
                ELSE
                     IF POLICY-BENEFIT-DATE-NUM NUMERIC
                            AND CLAIM-ACCIDENT-DATE >
                                POLICY-BENEFIT-DATE-NUM
                          MOVE 'Y' TO ACCIDENT-BAD-SW
                          MOVE 'N' TO RECORD-ST
                     END-IF
                END-IF
           END-IF.

      * The member suffix says who on the policy the claim is for.
      * Blank is the policyholder, as every claim was before
      * dependents were carried; anything else must be numeric.
           IF CLAIM-MEMBER-SUFFIX-X NOT = SPACES
                IF CLAIM-MEMBER-SUFFIX NUMERIC
                     MOVE CLAIM-MEMBER-SUFFIX TO MEMBER-SUFFIX-WS
                ELSE
                     MOVE 'B' TO MEMBER-ELIG-ST
                     MOVE 'N' TO RECORD-ST
                END-IF
           END-IF.

      * A claim may name a secondary policy for coordination of
      * benefits.  Blank or zero means none; anything else must be a
      * numeric policy number different from the primary.
                END-IF
           END-IF.

      * A policy in force does not cover every name on a claim: the
      * patient must be a member of it, covered on the benefit date.
           IF PAYMENT-CLAIM
                  AND INS-POLICY-NO NUMERIC
                  AND POLICY-BENEFIT-DATE-NUM NUMERIC
                  AND POLICY-ELIGIBLE
                  AND NOT MEMBER-SUFFIX-BAD
                PERFORM 466-CHECK-MEMBER-COVERAGE
                IF NOT MEMBER-COVERED
                     MOVE 'N' TO RECORD-ST
                END-IF
           END-IF.

      * Same precondition as the eligibility check: the duplicate key
      * is policy number, claim amount and benefit date, so all three
      * must have passed their own field edits first.
                END-IF
           END-IF.

      * A provider on pre-payment review is not paid -- neither a new
      * claim nor an adjustment to one already paid -- until special
      * investigations clears it.  Reversals still apply: they take
      * money back.
           IF (PAYMENT-CLAIM OR ADJUSTMENT-CLAIM)
                  AND VALID-PROVIDER
                PERFORM 482-CHECK-PROVIDER-REVIEW
                IF PROVIDER-ON-REVIEW
                     MOVE 'N' TO RECORD-ST
                END-IF
           END-IF.

      * Searches the PAID-claim entries of the history carried in
      * from prior runs (plus any paid so far this run) for this
      * claim's policy number, amount, benefit date and member.
      * Reversal entries have their own lookup below.
       470-CHECK-DUPLICATE-CLAIM.
           MOVE 'N' TO DUP-CLAIM-SW.
           MOVE INS-POLICY-NO           TO CH-POLICY-NO-I.
           MOVE CLAIM-AMOUNT            TO CH-CLAIM-AMOUNT-I.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE-I.
           MOVE SPACE                   TO CH-REC-TYPE-I.
           MOVE MEMBER-SUFFIX-WS        TO CH-MEMBER-SUFFIX-I.
           READ CLMHIST
               INVALID KEY
                   CONTINUE
           MOVE CLAIM-AMOUNT            TO CH-CLAIM-AMOUNT-I.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE-I.
           MOVE 'R'                     TO CH-REC-TYPE-I.
           MOVE MEMBER-SUFFIX-WS        TO CH-MEMBER-SUFFIX-I.
           READ CLMHIST
               INVALID KEY
                   CONTINUE
           MOVE CLAIM-AMOUNT-PAID       TO CH-CLAIM-AMOUNT-I.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE-I.
           MOVE 'A'                     TO CH-REC-TYPE-I.
           MOVE MEMBER-SUFFIX-WS        TO CH-MEMBER-SUFFIX-I.
           READ CLMHIST
               INVALID KEY
                   CONTINUE
           MOVE CLAIM-AMOUNT            TO CH-CLAIM-AMOUNT-I.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE-I.
           MOVE SPACE                   TO CH-REC-TYPE-I.
           MOVE MEMBER-SUFFIX-WS        TO CH-MEMBER-SUFFIX-I.
           MOVE CLAIM-PROVIDER-ID       TO CH-PROVIDER-ID-I.
           PERFORM 479-JOURNAL-HISTORY-ADD.
           WRITE CLMHIST-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CLMHIST, STATUS ' CLMHIST-ST
           MOVE CLAIM-AMOUNT            TO CH-CLAIM-AMOUNT-I.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE-I.
           MOVE 'R'                     TO CH-REC-TYPE-I.
           MOVE MEMBER-SUFFIX-WS        TO CH-MEMBER-SUFFIX-I.
           MOVE CLAIM-PROVIDER-ID       TO CH-PROVIDER-ID-I.
           PERFORM 479-JOURNAL-HISTORY-ADD.
           WRITE CLMHIST-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CLMHIST, STATUS ' CLMHIST-ST
           MOVE CLAIM-AMOUNT-PAID       TO CH-CLAIM-AMOUNT-I.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE-I.
           MOVE 'A'                     TO CH-REC-TYPE-I.
           MOVE MEMBER-SUFFIX-WS        TO CH-MEMBER-SUFFIX-I.
           MOVE CLAIM-PROVIDER-ID       TO CH-PROVIDER-ID-I.
           PERFORM 479-JOURNAL-HISTORY-ADD.
           WRITE CLMHIST-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CLMHIST, STATUS ' CLMHIST-ST
                   GO TO 999-RETURN-ERR
           END-WRITE.

      * Every journal entry carries the run's business date, run id
      * and the next sequence number; the caller sets the file, the
      * action and the image.  A journal that cannot be written
      * stops the run before the update it was meant to cover.
       478-WRITE-JOURNAL.
           ADD 1 TO JOURNAL-SEQ-WS.
           MOVE CURRENT-DATE-NUM-WS TO JRN-BUS-DATE.
           MOVE RUN-ID-WS           TO JRN-RUN-ID.
           MOVE JOURNAL-SEQ-WS      TO JRN-SEQ-NO.
           WRITE MCJRNL-REC FROM JOURNAL-REC.
           IF NOT MJ-NORMAL
                DISPLAY 'ERROR WRITING MCJRNL, STATUS ' MCJRNL-ST
                GO TO 999-RETURN-ERR
           END-IF.

       479-JOURNAL-HISTORY-ADD.
           MOVE 'CLMHIST '  TO JRN-FILE-ID.
           MOVE 'A'         TO JRN-ACTION.
           MOVE CLMHIST-REC TO JRN-IMAGE.
           PERFORM 478-WRITE-JOURNAL.

      * Posts the claim in hand to its subrogation case -- policy and
      * accident date.  The first payment for an accident opens the
      * case; a reversal or adjustment only moves a case that is
      * already there.  A payment under a case already closed
      * reopens it, since the new money has not been recovered.
      * Prompt-pay interest is this company's own lateness and is
      * not part of what is recoverable.
       485-POST-SUBROGATION.
           MOVE INS-POLICY-NO       TO SC-POLICY-NO.
           MOVE CLAIM-ACCIDENT-DATE TO SC-ACCIDENT-DATE.
           MOVE 'N' TO SUBR-CASE-FOUND-SW.
           READ SUBRCASE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SUBR-CASE-FOUND-SW
                   MOVE SUBR-CASE-REC TO SUBRCASE-IMAGE-WS
           END-READ.
           IF NOT (SCS-NORMAL OR SCS-NOT-FOUND)
                DISPLAY 'ERROR READING SUBRCASE, STATUS ' SUBRCASE-ST
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT SUBR-CASE-FOUND AND SUBR-ENTRY-TYPE-WS NOT = 'P'
                GO TO 485-POST-SUBROGATION-X
           END-IF.

           IF NOT SUBR-CASE-FOUND
                INITIALIZE SUBR-CASE-REC
                MOVE INS-POLICY-NO       TO SC-POLICY-NO
                MOVE CLAIM-ACCIDENT-DATE TO SC-ACCIDENT-DATE
                MOVE CLAIM-ACCIDENT-IND  TO SC-ACCIDENT-IND
                MOVE INS-LNAME           TO SC-LNAME
                MOVE INS-FNAME           TO SC-FNAME
                MOVE CURRENT-DATE-NUM-WS TO SC-OPENED-DATE
                MOVE 'O'                 TO SC-STATUS
           END-IF.

           IF SUBR-ENTRY-TYPE-WS = 'P'
                ADD 1 TO SC-CLAIM-COUNT
                IF SC-CLOSED
                     MOVE 'O'  TO SC-STATUS
                     MOVE ZERO TO SC-CLOSED-DATE
                END-IF
           END-IF.
           ADD SUBR-AMOUNT-WS TO SC-PAID-TOTAL.
           MOVE CURRENT-DATE-NUM-WS TO SC-LAST-PAID-DATE.

           MOVE 'SUBRCASE' TO JRN-FILE-ID.
           IF SUBR-CASE-FOUND
                MOVE 'C'               TO JRN-ACTION
                MOVE SUBRCASE-IMAGE-WS TO JRN-IMAGE
           ELSE
                MOVE 'A'               TO JRN-ACTION
                MOVE SUBR-CASE-REC     TO JRN-IMAGE
           END-IF.
           PERFORM 478-WRITE-JOURNAL.

           IF SUBR-CASE-FOUND
                REWRITE SUBR-CASE-REC
                    INVALID KEY
                        DISPLAY 'ERROR REWRITING SUBRCASE, STATUS '
                            SUBRCASE-ST
                        GO TO 999-RETURN-ERR
                END-REWRITE
           ELSE
                WRITE SUBR-CASE-REC
                    INVALID KEY
                        DISPLAY 'ERROR WRITING SUBRCASE, STATUS '
                            SUBRCASE-ST
                        GO TO 999-RETURN-ERR
                END-WRITE
                ADD 1 TO SUBR-CASES-OPENED-COUNT
           END-IF.

           INITIALIZE SUBRCLM-REC.
           MOVE INS-POLICY-NO           TO SCL-POLICY-NO.
           MOVE CLAIM-ACCIDENT-DATE     TO SCL-ACCIDENT-DATE.
           MOVE SUBR-ENTRY-TYPE-WS      TO SCL-ENTRY-TYPE.
           MOVE POLICY-BENEFIT-DATE-NUM TO SCL-BENEFIT-DATE.
           MOVE CLAIM-PROVIDER-ID       TO SCL-PROVIDER-ID.
           MOVE CLAIM-AMOUNT            TO SCL-CLAIM-AMOUNT.
           MOVE SUBR-AMOUNT-WS          TO SCL-PAID.
           MOVE CURRENT-DATE-NUM-WS     TO SCL-POSTED-DATE.
           MOVE MEMBER-SUFFIX-WS        TO SCL-MEMBER-SUFFIX.
           MOVE RUN-ID-WS               TO SCL-RUN-ID.
           WRITE SUBRCLM-REC.
           ADD 1 TO SUBR-CLAIMS-POSTED-COUNT.

       485-POST-SUBROGATION-X.
           EXIT.

      * The rendering provider must be on the provider master; the
      * matched entry's subscript is kept so the payment can be folded
      * into that provider's totals if the claim goes on to pay.
                     SET PRV-ENTRY-SUB TO PRV-IDX
           END-SEARCH.

       482-CHECK-PROVIDER-REVIEW.
           MOVE 'N' TO PROVIDER-REVIEW-SW.
           SET RV-IDX TO 1.
           SEARCH REVIEW-LIST-ITEM VARYING RV-IDX
                AT END
                     CONTINUE
                WHEN RV-IDX > PRVREVW-COUNT
                     CONTINUE
                WHEN RV-PROVIDER-ID (RV-IDX) = CLAIM-PROVIDER-ID
                     MOVE 'Y' TO PROVIDER-REVIEW-SW
           END-SEARCH.

      * Looks the claim's policy up in the eligibility master.  A
      * policy not on file at all, one whose coverage had not yet
      * started as of the claim's benefit date, or one terminated (by
      * status or by a termination date on or before the benefit date)
      * is not payable no matter what the feed carries.  A policy in
      * force but in its premium grace period is not payable yet for
      * a service on or after its first unpaid coverage date.
       460-CHECK-POLICY-ELIGIBILITY.
           MOVE 'E' TO POLICY-ELIG-ST.
           SET PM-IDX TO 1.
                     PERFORM 465-CHECK-POLICY-DATES
           END-SEARCH.

           IF POLICY-ELIGIBLE
                PERFORM 468-CHECK-PREMIUM-GRACE
           END-IF.

       465-CHECK-POLICY-DATES.
           IF NOT PM-POLICY-ACTIVE (PM-IDX)
                MOVE 'T' TO POLICY-ELIG-ST
                END-IF
           END-IF.

      * Looks the patient up on the member master.  The policyholder
      * with no entry of their own is covered as the policy is and is
      * named as on the claim; a dependent not on file is unknown.
       466-CHECK-MEMBER-COVERAGE.
           MOVE 'S'       TO PATIENT-RELATIONSHIP.
           MOVE INS-LNAME TO PATIENT-LNAME.
           MOVE INS-FNAME TO PATIENT-FNAME.
           IF MEMBER-SUFFIX-WS = ZERO
                MOVE 'E' TO MEMBER-ELIG-ST
           ELSE
                MOVE 'U' TO MEMBER-ELIG-ST
           END-IF.

           SET MM-IDX TO 1.
           SEARCH MEMBER-MASTER-ITEM VARYING MM-IDX
                AT END
                     CONTINUE
                WHEN MM-IDX > MEMMAST-COUNT
                     CONTINUE
                WHEN MM-POLICY-NO (MM-IDX) = INS-POLICY-NO
                       AND MM-MEMBER-SUFFIX (MM-IDX) = MEMBER-SUFFIX-WS
                     PERFORM 467-CHECK-MEMBER-DATES
           END-SEARCH.

       467-CHECK-MEMBER-DATES.
           MOVE MM-RELATIONSHIP (MM-IDX) TO PATIENT-RELATIONSHIP.
           MOVE MM-LNAME (MM-IDX)        TO PATIENT-LNAME.
           MOVE MM-FNAME (MM-IDX)        TO PATIENT-FNAME.
           IF POLICY-BENEFIT-DATE-NUM < MM-EFF-DATE (MM-IDX)
                  OR (MM-TERM-DATE (MM-IDX) > ZERO AND
                      POLICY-BENEFIT-DATE-NUM >=
                          MM-TERM-DATE (MM-IDX))
                MOVE 'N' TO MEMBER-ELIG-ST
           ELSE
                MOVE 'E' TO MEMBER-ELIG-ST
           END-IF.

      * The grace list carries each policy's first unpaid coverage
      * date; services before it were paid for and pay as usual.
       468-CHECK-PREMIUM-GRACE.
           SET GP-IDX TO 1.
           SEARCH GRACE-LIST-ITEM VARYING GP-IDX
                AT END
                     CONTINUE
                WHEN GP-IDX > GRACELST-COUNT
                     CONTINUE
                WHEN GP-POLICY-NO (GP-IDX) = INS-POLICY-NO
                     IF POLICY-BENEFIT-DATE-NUM >=
                            GP-GRACE-FROM (GP-IDX)
                          MOVE 'G' TO POLICY-ELIG-ST
                     END-IF
           END-SEARCH.

      * Looks the named secondary policy up in the eligibility master
      * under the same date rules as the primary: on file, active,
      * effective by the benefit date and not terminated before it.
           PERFORM 560-CHECK-PAGE-BREAK.

      * What the primary withheld -- coinsurance plus any unmet
      * deductible, up to the out-of-pocket limit -- is what an
      * eligible secondary policy picks up as the second leg of the
      * coordinated payment.  The provider write-off is nobody's to
      * pay, so it is measured from the allowed amount, not the
      * billed.
           MOVE ZERO TO COB-REMAINDER-WS.
           IF COB-SECONDARY-ELIGIBLE
                COMPUTE COB-REMAINDER-WS =
                    ALLOWED-AMOUNT-WS - CLAIMPAID-WS
                IF COB-REMAINDER-WS < ZERO
                     MOVE ZERO TO COB-REMAINDER-WS
                END-IF
           MOVE DEDUCTIBLE-WS            TO CON-DEDUC-AMNT.
           MOVE CLAIMPAID-WS             TO CON-CLAIM-PAID.
           MOVE CLAIM-AMOUNT             TO CON-CLAIM-AMNT.
           MOVE WRITE-OFF-WS             TO CON-WRITE-OFF.
           MOVE SPACES                   TO CON-REC-FLAG.

           WRITE PRINTFILE-REC FROM CONTENT-LINE.
           ADD 1 TO CLAIMS-PAID-COUNT.
           ADD CLAIMPAID-WS TO BREAK-PAID-TOTAL.
           ADD CLAIMPAID-WS TO REPORT-PAID-DOLLARS.
           IF WRITE-OFF-WS > ZERO
                ADD 1 TO REPRICED-CLAIM-COUNT
                ADD WRITE-OFF-WS TO WRITE-OFF-TOTAL
           END-IF.

      * The deductible and coinsurance withheld from this claim are
      * only truly collected now that the claim has actually paid, so
      * the accumulator is updated here rather than back in the
      * calculation -- a claim that ended up on EXCEEDFILE instead
      * collected nothing.
           IF DEDUCT-APPLIED-WS > ZERO
                ADD DEDUCT-APPLIED-WS TO DA-DEDUCT-PAID-I
           END-IF.
           IF MEMBER-SHARE-WS > ZERO
                ADD MEMBER-SHARE-WS TO DA-OOP-PAID-I
           END-IF.
           IF DEDUCT-APPLIED-WS > ZERO OR MEMBER-SHARE-WS > ZERO
                PERFORM 256-REWRITE-ACCUM-ENTRY
           END-IF.
           IF DEDUCT-APPLIED-WS > ZERO
                ADD DEDUCT-APPLIED-WS TO MA-DEDUCT-PAID-I
                PERFORM 259-REWRITE-MEMBER-ACCUM
           END-IF.

           IF PRV-ENTRY-SUB > 0
                ADD 1 TO PRV-CLAIM-COUNT (PRV-ENTRY-SUB)
                ADD CLAIMPAID-WS TO PRV-PAID-TOTAL (PRV-ENTRY-SUB)
                ADD WRITE-OFF-WS TO PRV-WRITE-OFF-TOTAL (PRV-ENTRY-SUB)
           END-IF.

           MOVE INS-POLICY-NO        TO CPD-POLICY-NO.
           MOVE CURRENT-DATE-NUM-WS  TO CPD-PAID-DATE-NUM.
           MOVE POLICY-BENEFIT-DATE-NUM (1:6) TO CPD-BENEFIT-MONTH.
           MOVE CLAIM-PROVIDER-ID    TO CPD-PROVIDER-ID.
           COMPUTE CPD-CLAIM-PAID = CLAIMPAID-WS + INTEREST-WS.
      * The control totals accumulate from the working-storage source
      * BEFORE the WRITE -- the record area's contents are not

      * The money movement: a payment over the supervisor-release
      * threshold is queued for DISBREL instead of disbursing
      * tonight; everything else goes straight onto REMITDTL for
      * the provider's consolidated payment.
           MOVE SPACES                   TO REMIT-DETAIL-REC.
           MOVE CLAIM-PROVIDER-ID        TO RMD-PROVIDER-ID.
           MOVE INS-POLICY-NO            TO RMD-POLICY-NO.
           MOVE INS-LNAME                TO RMD-LNAME.
           MOVE INS-FNAME                TO RMD-FNAME.
           MOVE 'P'                      TO RMD-LINE-TYPE.
           MOVE POLICY-BENEFIT-DATE-NUM  TO RMD-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT             TO RMD-BILLED.
           MOVE ALLOWED-AMOUNT-WS        TO RMD-ALLOWED.
           MOVE DEDUCT-APPLIED-WS        TO RMD-DEDUCTIBLE.
           MOVE COINS-WITHHELD-WS        TO RMD-COINSURANCE.
           MOVE INTEREST-WS              TO RMD-INTEREST.
           COMPUTE RMD-PAID = CLAIMPAID-WS + INTEREST-WS.

           IF DISB-HOLD-LIMIT > ZERO
                  AND CLAIMPAID-WS + INTEREST-WS > DISB-HOLD-LIMIT
                MOVE SPACES TO DISBPEND-REC
                MOVE INS-POLICY-NO    TO DSP-POLICY-NO
                MOVE INS-LNAME        TO DSP-LNAME
                MOVE INS-FNAME        TO DSP-FNAME
                MOVE RMD-PAID         TO DSP-AMOUNT
                MOVE CURRENT-DATE-NUM-WS TO DSP-QUEUED-DATE
                MOVE RMD-PROVIDER-ID  TO DSP-PROVIDER-ID
                MOVE RMD-BENEFIT-DATE TO DSP-BENEFIT-DATE
                MOVE RMD-BILLED       TO DSP-BILLED
                MOVE RMD-ALLOWED      TO DSP-ALLOWED
                MOVE RMD-DEDUCTIBLE   TO DSP-DEDUCTIBLE
                MOVE RMD-COINSURANCE  TO DSP-COINSURANCE
                MOVE RMD-INTEREST     TO DSP-INTEREST
                ADD 1 TO HELD-DISB-COUNT
                ADD CLAIMPAID-WS TO HELD-DISB-TOTAL
                ADD INTEREST-WS  TO HELD-DISB-TOTAL
                WRITE DISBPEND-REC
           ELSE
                PERFORM 515-WRITE-REMIT-LINE
           END-IF.

           MOVE INS-POLICY-NO            TO EOB-POLICY-NO.
           MOVE INS-LNAME                TO EOB-LNAME.
           MOVE INS-FNAME                TO EOB-FNAME.
           MOVE POLICY-BENEFIT-DATE-NUM  TO EOB-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT             TO EOB-CLAIM-AMOUNT.
           MOVE DEDUCT-APPLIED-WS        TO EOB-DEDUCT-APPLIED.
           MOVE COINS-WITHHELD-WS        TO EOB-COINS-WITHHELD.
           MOVE CLAIMPAID-WS             TO EOB-CLAIM-PAID.
           MOVE POLICY-AMOUNT            TO EOB-POLICY-REMAIN.
           MOVE DEDUCTIBLE-WS            TO EOB-DEDUCT-REQUIRED.
           MOVE INTEREST-WS              TO EOB-INTEREST.
           MOVE COB-REMAINDER-WS         TO EOB-SEC-PAID.
           MOVE ALLOWED-AMOUNT-WS        TO EOB-ALLOWED-AMOUNT.
           MOVE WRITE-OFF-WS             TO EOB-WRITE-OFF.
           MOVE OOP-LIMIT-WS             TO EOB-OOP-LIMIT.
           MOVE MEMBER-SUFFIX-WS         TO EOB-MEMBER-SUFFIX.
           MOVE PATIENT-RELATIONSHIP     TO EOB-RELATIONSHIP.
           MOVE PATIENT-LNAME            TO EOB-PATIENT-LNAME.
           MOVE PATIENT-FNAME            TO EOB-PATIENT-FNAME.
           MOVE FAMILY-DEDUCT-WS         TO EOB-FAMILY-DEDUCT-REQ.
           MOVE MA-DEDUCT-PAID-I         TO EOB-MEMBER-DEDUCT-PAID.
           IF COB-REMAINDER-WS > ZERO
                MOVE CLAIM-SECONDARY-POLICY-NO TO EOB-SEC-POLICY-NO
           END-IF.

           PERFORM 475-ADD-CLAIM-HISTORY.

           IF ACCIDENT-RELATED
                MOVE CLAIMPAID-WS TO SUBR-AMOUNT-WS
                MOVE 'P' TO SUBR-ENTRY-TYPE-WS
                PERFORM 485-POST-SUBROGATION
                    THRU 485-POST-SUBROGATION-X
           END-IF.

           MOVE INS-POLICY-NO            TO CSV-POLICY-NO.
           MOVE INS-LNAME                TO CSV-LNAME.
           MOVE INS-FNAME                TO CSV-FNAME.
           MOVE DEDUCTIBLE-WS            TO CSV-DEDUC-AMNT.
           MOVE CLAIM-AMOUNT             TO CSV-CLAIM-AMNT.
           MOVE CLAIMPAID-WS             TO CSV-CLAIM-PAID.
           MOVE WRITE-OFF-WS             TO CSV-WRITE-OFF.

           MOVE SPACES TO CLAIMCSV-REC.
           STRING CSV-POLICY-NO   DELIMITED BY SIZE
                  CSV-CLAIM-AMNT  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  CSV-CLAIM-PAID  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  CSV-WRITE-OFF   DELIMITED BY SIZE
               INTO CLAIMCSV-REC
           END-STRING.


      * Releases the withheld remainder as a second, coordinated
      * payment under the secondary policy: its own CLAIMPD and
      * REMITDTL entries and a COB-flagged line on the Group Claims
      * report, so the run totals still tie to the money actually
      * disbursed.  The claim itself was already paid and recorded
      * above -- only this extra leg moves here.
           MOVE ZERO                     TO CON-COPAY-PCTG.
           MOVE ZERO                     TO CON-DEDUC-AMNT.
           MOVE ZERO                     TO CON-CLAIM-AMNT.
           MOVE ZERO                     TO CON-WRITE-OFF.
           MOVE COB-REMAINDER-WS         TO CON-CLAIM-PAID.
           MOVE 'COB'                    TO CON-REC-FLAG.

           MOVE CLAIM-SECONDARY-POLICY-NO TO CPD-POLICY-NO.
           MOVE CURRENT-DATE-NUM-WS  TO CPD-PAID-DATE-NUM.
           MOVE POLICY-BENEFIT-DATE-NUM (1:6) TO CPD-BENEFIT-MONTH.
           MOVE CLAIM-PROVIDER-ID    TO CPD-PROVIDER-ID.
           MOVE COB-REMAINDER-WS     TO CPD-CLAIM-PAID.
           ADD 1 TO CPD-CTL-COUNT.
           ADD COB-REMAINDER-WS TO CPD-CTL-HASH.
           WRITE CLAIMPD-REC.

           MOVE SPACES                    TO REMIT-DETAIL-REC.
           MOVE CLAIM-PROVIDER-ID         TO RMD-PROVIDER-ID.
           MOVE CLAIM-SECONDARY-POLICY-NO TO RMD-POLICY-NO.
           MOVE INS-LNAME                 TO RMD-LNAME.
           MOVE INS-FNAME                 TO RMD-FNAME.
           MOVE 'C'                       TO RMD-LINE-TYPE.
           MOVE POLICY-BENEFIT-DATE-NUM   TO RMD-BENEFIT-DATE.
           MOVE ZERO                      TO RMD-BILLED.
           MOVE ZERO                      TO RMD-ALLOWED.
           MOVE ZERO                      TO RMD-DEDUCTIBLE.
           MOVE ZERO                      TO RMD-COINSURANCE.
           MOVE ZERO                      TO RMD-INTEREST.
           MOVE COB-REMAINDER-WS          TO RMD-PAID.
           PERFORM 515-WRITE-REMIT-LINE.

      * One remittance line onto REMITDTL, counted into the control
      * trailer from working storage before the WRITE.
       515-WRITE-REMIT-LINE.
           ADD 1 TO RMT-CTL-COUNT.
           ADD RMD-PAID TO RMT-CTL-HASH.
           WRITE REMITDTL-REC FROM REMIT-DETAIL-REC.

      * Report, CLAIMPD, REMITDTL and CSV output for a reversal,
      * mirroring 500-PRINT-RECORD with the paid amount negated and
      * the line flagged REV so the backed-out claim is unmistakable
      * on the Group Claims report.  The negative remittance line
      * nets the recovery out of the provider's next payment.
       505-PRINT-REVERSAL.
           PERFORM 540-CHECK-TYPE-BREAK.
           PERFORM 560-CHECK-PAGE-BREAK.
           MOVE ZERO                     TO CON-COPAY-PCTG.
           MOVE ZERO                     TO CON-DEDUC-AMNT.
           MOVE CLAIM-AMOUNT             TO CON-CLAIM-AMNT.
           MOVE ZERO                     TO CON-WRITE-OFF.
           MOVE REVERSAL-PAID-WS         TO CON-CLAIM-PAID.
           MOVE 'REV'                    TO CON-REC-FLAG.

           MOVE INS-POLICY-NO        TO CPD-POLICY-NO.
           MOVE CURRENT-DATE-NUM-WS  TO CPD-PAID-DATE-NUM.
           MOVE POLICY-BENEFIT-DATE-NUM (1:6) TO CPD-BENEFIT-MONTH.
           MOVE CLAIM-PROVIDER-ID    TO CPD-PROVIDER-ID.
           MOVE REVERSAL-PAID-WS     TO CPD-CLAIM-PAID.
           ADD 1 TO CPD-CTL-COUNT.
           ADD REVERSAL-PAID-WS TO CPD-CTL-HASH.
           WRITE CLAIMPD-REC.

           MOVE SPACES                   TO REMIT-DETAIL-REC.
           MOVE CLAIM-PROVIDER-ID        TO RMD-PROVIDER-ID.
           MOVE INS-POLICY-NO            TO RMD-POLICY-NO.
           MOVE INS-LNAME                TO RMD-LNAME.
           MOVE INS-FNAME                TO RMD-FNAME.
           MOVE 'R'                      TO RMD-LINE-TYPE.
           MOVE POLICY-BENEFIT-DATE-NUM  TO RMD-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT             TO RMD-BILLED.
           MOVE ZERO                     TO RMD-ALLOWED.
           MOVE ZERO                     TO RMD-DEDUCTIBLE.
           MOVE ZERO                     TO RMD-COINSURANCE.
           MOVE ZERO                     TO RMD-INTEREST.
           MOVE REVERSAL-PAID-WS         TO RMD-PAID.
           PERFORM 515-WRITE-REMIT-LINE.

           MOVE INS-POLICY-NO            TO CSV-POLICY-NO.
           MOVE INS-LNAME                TO CSV-LNAME.
           MOVE INS-FNAME                TO CSV-FNAME.
           MOVE ZERO                     TO CSV-DEDUC-AMNT.
           MOVE CLAIM-AMOUNT             TO CSV-CLAIM-AMNT.
           MOVE REVERSAL-PAID-WS         TO CSV-CLAIM-PAID.
           MOVE ZERO                     TO CSV-WRITE-OFF.

           MOVE SPACES TO CLAIMCSV-REC.
           STRING CSV-POLICY-NO   DELIMITED BY SIZE
                  CSV-CLAIM-AMNT  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  CSV-CLAIM-PAID  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  CSV-WRITE-OFF   DELIMITED BY SIZE
               INTO CLAIMCSV-REC
           END-STRING.

           WRITE CLAIMCSV-REC.

      * Report, CLAIMPD, REMITDTL and CSV output for an adjustment,
      * mirroring 505-PRINT-REVERSAL with the signed delta as the
      * paid amount and the line flagged ADJ; the original claim's
      * amount prints in the claim-amount column as the reference
           MOVE ZERO                     TO CON-COPAY-PCTG.
           MOVE ZERO                     TO CON-DEDUC-AMNT.
           MOVE CLAIM-AMOUNT             TO CON-CLAIM-AMNT.
           MOVE ZERO                     TO CON-WRITE-OFF.
           MOVE ADJUST-DELTA-WS          TO CON-CLAIM-PAID.
           MOVE 'ADJ'                    TO CON-REC-FLAG.

           MOVE INS-POLICY-NO        TO CPD-POLICY-NO.
           MOVE CURRENT-DATE-NUM-WS  TO CPD-PAID-DATE-NUM.
           MOVE POLICY-BENEFIT-DATE-NUM (1:6) TO CPD-BENEFIT-MONTH.
           MOVE CLAIM-PROVIDER-ID    TO CPD-PROVIDER-ID.
           MOVE ADJUST-DELTA-WS      TO CPD-CLAIM-PAID.
           ADD 1 TO CPD-CTL-COUNT.
           ADD ADJUST-DELTA-WS TO CPD-CTL-HASH.
           WRITE CLAIMPD-REC.

           MOVE SPACES                   TO REMIT-DETAIL-REC.
           MOVE CLAIM-PROVIDER-ID        TO RMD-PROVIDER-ID.
           MOVE INS-POLICY-NO            TO RMD-POLICY-NO.
           MOVE INS-LNAME                TO RMD-LNAME.
           MOVE INS-FNAME                TO RMD-FNAME.
           MOVE 'A'                      TO RMD-LINE-TYPE.
           MOVE POLICY-BENEFIT-DATE-NUM  TO RMD-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT             TO RMD-BILLED.
           MOVE ZERO                     TO RMD-ALLOWED.
           MOVE ZERO                     TO RMD-DEDUCTIBLE.
           MOVE ZERO                     TO RMD-COINSURANCE.
           MOVE ZERO                     TO RMD-INTEREST.
           MOVE ADJUST-DELTA-WS          TO RMD-PAID.
           PERFORM 515-WRITE-REMIT-LINE.

           MOVE INS-POLICY-NO            TO CSV-POLICY-NO.
           MOVE INS-LNAME                TO CSV-LNAME.
           MOVE ZERO                     TO CSV-DEDUC-AMNT.
           MOVE CLAIM-AMOUNT             TO CSV-CLAIM-AMNT.
           MOVE ADJUST-DELTA-WS          TO CSV-CLAIM-PAID.
           MOVE ZERO                     TO CSV-WRITE-OFF.

           MOVE SPACES TO CLAIMCSV-REC.
           STRING CSV-POLICY-NO   DELIMITED BY SIZE
                  CSV-CLAIM-AMNT  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  CSV-CLAIM-PAID  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  CSV-WRITE-OFF   DELIMITED BY SIZE
               INTO CLAIMCSV-REC
           END-STRING.

           MOVE INTEREST-TOTAL          TO GT-DOLLARS.
           WRITE PRINTFILE-REC FROM GRAND-TOTAL-LINE.

           MOVE 'PAID AT 100% - OOP MET:' TO GT-LABEL.
           MOVE OOP-MET-CLAIM-COUNT     TO GT-COUNT.
           MOVE SPACES                  TO GT-DOLLARS-X.
           WRITE PRINTFILE-REC FROM GRAND-TOTAL-LINE.

           MOVE 'PROVIDER WRITE-OFFS:'  TO GT-LABEL.
           MOVE REPRICED-CLAIM-COUNT    TO GT-COUNT.
           MOVE WRITE-OFF-TOTAL         TO GT-DOLLARS.
           WRITE PRINTFILE-REC FROM GRAND-TOTAL-LINE.

           MOVE 'DISBURSEMENTS HELD:'   TO GT-LABEL.
           MOVE HELD-DISB-COUNT         TO GT-COUNT.
           MOVE HELD-DISB-TOTAL         TO GT-DOLLARS.
                    MOVE PRV-NAME (PRV-IDX)        TO PRL-NAME
                    MOVE PRV-CLAIM-COUNT (PRV-IDX) TO PRL-CLAIM-COUNT
                    MOVE PRV-PAID-TOTAL (PRV-IDX)  TO PRL-PAID-TOTAL
                    MOVE PRV-WRITE-OFF-TOTAL (PRV-IDX)
                        TO PRL-WRITE-OFF-TOTAL
                    WRITE PRINTFILE-REC FROM PROV-RPT-LINE
               END-IF
           END-PERFORM.
           IF NOT TRAILER-SEEN
                DISPLAY 'ERROR: CLAIMFILE TRAILER RECORD NOT FOUND'
                CLOSE PRINTFILE, CLAIMFILE, EXCEEDFILE, CLAIMPD,
                    MEDEXCP, PENDFILE, CLAIMCSV, EOBFILE, REMITDTL,
                    DISBPEND,
                    CLMHIST, DEDACCUM, MEMACCUM, SUBRCASE, SUBRCLM,
                    MCJRNL
                GO TO 999-RETURN-ERR
           END-IF.

           IF RECORDS-READ NOT = TRAILER-RECORD-COUNT
                DISPLAY 'ERROR: CLAIMFILE RECORD COUNT OUT OF BALANCE'
                CLOSE PRINTFILE, CLAIMFILE, EXCEEDFILE, CLAIMPD,
                    MEDEXCP, PENDFILE, CLAIMCSV, EOBFILE, REMITDTL,
                    DISBPEND,
                    CLMHIST, DEDACCUM, MEMACCUM, SUBRCASE, SUBRCLM,
                    MCJRNL
                GO TO 999-RETURN-ERR
           END-IF.

           IF RUNNING-HASH-WS NOT = TRAILER-HASH-TOTAL
                DISPLAY 'ERROR: CLAIMFILE HASH TOTAL OUT OF BALANCE'
                CLOSE PRINTFILE, CLAIMFILE, EXCEEDFILE, CLAIMPD,
                    MEDEXCP, PENDFILE, CLAIMCSV, EOBFILE, REMITDTL,
                    DISBPEND,
                    CLMHIST, DEDACCUM, MEMACCUM, SUBRCASE, SUBRCLM,
                    MCJRNL
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 570-PRINT-GRAND-TOTALS.

      * Control trailer on REMITDTL so PROVPAY can prove the night's
      * remittance lines arrived whole before paying from them.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE RMT-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE RMT-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE REMITDTL-REC FROM CONTROL-REC.

      * Control trailer on CLAIMPD so RECONCIL can prove the extract
      * arrived whole before reconciling against it.
                    DUP-CLAIM-COUNT
           END-IF.

           IF REVIEW-PENDED-COUNT > 0
                DISPLAY "CLAIMS PENDED FOR PROVIDER REVIEW THIS RUN: "
                    REVIEW-PENDED-COUNT
           END-IF.

           IF SUBR-CLAIMS-POSTED-COUNT > 0
                DISPLAY "ACCIDENT CLAIMS POSTED TO SUBROGATION: "
                    SUBR-CLAIMS-POSTED-COUNT
                DISPLAY "SUBROGATION CASES OPENED THIS RUN: "
                    SUBR-CASES-OPENED-COUNT
           END-IF.

           IF RESET-POLICY-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " RESET-POLICY-SKIPPED-COUNT
                    " RENEWED POLICY(S) EXCEEDED RESET-POLICY-TABLE"
                    " CAPACITY OF 5000 AND COULD NOT BE TRACKED ***"
           END-IF.

      * The end-of-run entry tells MEDBKOUT this run finished clean
      * and has nothing to back out.
           INITIALIZE JOURNAL-REC.
           MOVE 'E' TO JRN-ACTION.
           PERFORM 478-WRITE-JOURNAL.

           CLOSE PRINTFILE, CLAIMFILE, EXCEEDFILE, CLAIMPD,
                    MEDEXCP, PENDFILE, CLAIMCSV, EOBFILE, REMITDTL,
                    DISBPEND,
                    CLMHIST, DEDACCUM, MEMACCUM, SUBRCASE, SUBRCLM,
                    MCJRNL.

      * One run-control record for DAYBAL's nightly cross-foot:
      * claims read must equal paid plus reversals plus exceeded
