       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAYCHECK.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PAYROLL CHECK RUN, RE-ISSUES AND BANK POSITIVE PAY.
      *****
      ***** EMPLOYEES WITH NO BANKING DETAILS, AND NETS HELD ON THE
      ***** REISSUE QUEUE AFTER A BANK RETURN, USED TO BE PAID BY A
      ***** HAND-TYPED CHECK THAT NOTHING ELSE KNEW ABOUT.  THIS RUN
      ***** PRINTS THEM ALL ON MICR CHECK STOCK:
      *****
      *****   - THE CHECK REQUESTS PAYROL0B WROTE THIS RUN (CHKREQ),
      *****     VERIFIED AGAINST THEIR CONTROL TRAILER FIRST;
      *****   - EVERY UNPAID ENTRY ON THE REISSUE QUEUE -- DEPOSITS
      *****     PAYROL0B HELD AND DEPOSITS ACHRET SAW RETURNED --
      *****     PAID TO THE PAYEE ON EMPMAS2.  THE QUEUE GOES OUT AS
      *****     A NEW FILE (REISSUEO) WITH EACH ENTRY PAID HERE
      *****     MARKED, SO THE QUARTER'S QUEUE SURVIVES FOR PAYQTR
      *****     AND NOTHING IS PAID TWICE;
      *****   - A REPLACEMENT FOR EACH CHECK VOIDED TODAY WITH A
      *****     RE-ISSUE (CHKVOID ACTION 'R').
      *****
      ***** CHECK NUMBERS RUN UNBROKEN FROM THE CHECK CONTROL CARD
      ***** (CHKCTL), WHICH GOES OUT ADVANCED AS CHKCTLO.  EVERY
      ***** CHECK EVER WRITTEN IS KEPT BY NUMBER ON THE CHECK MASTER
      ***** (CHKMAST IN, CHKMASTO OUT): OUTSTANDING, VOIDED, OR
      ***** VOIDED AND REPLACED, WITH THE NUMBER THAT REPLACED IT.
      ***** THE BANK GETS A POSITIVE-PAY FILE (POSPAY) OF TODAY'S
      ***** ISSUES AND VOIDS SO ONLY CHECKS WE ACTUALLY WROTE CLEAR,
      ***** AND THE CHECK REGISTER (CHKREG) LISTS IT ALL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Check number control: the next number on the stock loaded
      *  in the printer and the bank account the checks draw on.
           SELECT CHKCTL
           ASSIGN TO CHKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKCTL-ST.
           SELECT CHKCTL-NEW
           ASSIGN TO CHKCTLO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKCTL-NEW-ST.
      *  PAYROL0B's check requests.  Optional -- a night with no
      *  payroll run has none.
           SELECT CHKREQ
           ASSIGN TO CHKREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKREQ-ST.
           SELECT REISSUE
           ASSIGN TO REISSUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSUE-ST.
           SELECT REISSUE-NEW
           ASSIGN TO REISSUEO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSUE-NEW-ST.
           SELECT EMPMAS2
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPMAS2-ST.
      *  Void requests from the payroll desk, by check number.
      *  Optional.
           SELECT CHKVOID
           ASSIGN TO CHKVOID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKVOID-ST.
           SELECT CHKMAST
           ASSIGN TO CHKMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKMAST-ST.
           SELECT CHKMAST-NEW
           ASSIGN TO CHKMASTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKMAST-NEW-ST.
           SELECT CHKPRINT
           ASSIGN TO CHKPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKPRINT-ST.
           SELECT CHKREG
           ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKREG-ST.
           SELECT POSPAY
           ASSIGN TO POSPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  CHKCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  CHKCTL-REC.
           05  CC-NEXT-CHECK-NBR       PIC 9(08).
           05  CC-BANK-ROUTING         PIC 9(09).
           05  CC-BANK-ACCOUNT         PIC X(15).
           05  CC-BANK-NAME            PIC X(30).
           05  FILLER                  PIC X(18).

       FD  CHKCTL-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  CHKCTL-NEW-REC              PIC X(80).

       FD  CHKREQ
           RECORD CONTAINS 200 CHARACTERS.
       01  CHKREQ-REC                  PIC X(200).

      * The queue layout PAYROL0B and ACHRET append to.  RI-PAID-SW
      * sits in what they write as filler.
       FD  REISSUE
           RECORD CONTAINS 40 CHARACTERS.
       01  REISSUE-REC.
           05  RI-EMP-ID               PIC 9(06).
           05  RI-PERIOD-ID            PIC 9(06).
           05  RI-NET-AMOUNT           PIC 9(9)V99.
           05  RI-QUEUED-DATE          PIC 9(08).
           05  RI-REASON               PIC X(03).
               88  RI-HELD-DEPOSIT                     VALUE 'HLD'.
           05  RI-PAID-SW              PIC X(01).
               88  RI-PAID                             VALUE 'P'.
           05  FILLER                  PIC X(05).

       FD  REISSUE-NEW
           RECORD CONTAINS 40 CHARACTERS.
       01  REISSUE-NEW-REC             PIC X(40).

       FD  EMPMAS2
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPMAS2-REC                 PIC X(164).

      * 'V' void the check; 'R' void it and issue a replacement to
      * the same payee for the same amount.
       FD  CHKVOID
           RECORD CONTAINS 80 CHARACTERS.
       01  CHKVOID-REC.
           05  CV-CHECK-NBR            PIC 9(08).
           05  CV-ACTION               PIC X(01).
           05  CV-REASON               PIC X(30).
           05  FILLER                  PIC X(41).

       FD  CHKMAST
           RECORD CONTAINS 200 CHARACTERS.
       01  CHKMAST-REC.
           05  CK-CHECK-NBR            PIC 9(08).
           05  CK-ISSUE-DATE           PIC 9(08).
      * 'P' payroll run, 'R' re-issue queue, 'V' replacement for a
      * voided check.
           05  CK-SOURCE               PIC X(01).
           05  CK-EMP-ID               PIC 9(06).
           05  CK-PERIOD-ID            PIC 9(06).
           05  CK-AMOUNT               PIC 9(9)V99.
      * 'O' outstanding, 'V' voided, 'R' voided and replaced.
           05  CK-STATUS               PIC X(01).
               88  CK-OUTSTANDING                      VALUE 'O'.
           05  CK-STATUS-DATE          PIC 9(08).
           05  CK-REPLACES             PIC 9(08).
           05  CK-REPLACED-BY          PIC 9(08).
           05  CK-FNAME                PIC X(08).
           05  CK-LNAME                PIC X(08).
           05  CK-STREET-NBR           PIC 9(06).
           05  CK-STREET-NAME          PIC X(30).
           05  CK-CITY                 PIC X(20).
           05  CK-STATE                PIC X(02).
           05  CK-ZIP-FIRST-5          PIC X(05).
           05  CK-ZIP-PLUS-4           PIC X(04).
           05  CK-VOID-REASON          PIC X(30).
           05  FILLER                  PIC X(22).

       FD  CHKMAST-NEW
           RECORD CONTAINS 200 CHARACTERS.
       01  CHKMAST-NEW-REC             PIC X(200).

       FD  CHKPRINT
           RECORD CONTAINS 133 CHARACTERS.
       01  CHKPRINT-REC                PIC X(133).

       FD  CHKREG
           RECORD CONTAINS 133 CHARACTERS.
       01  CHKREG-REC                  PIC X(133).

      * 'I' issued, 'V' voided -- the bank pays an 'I' only for the
      * number and amount shown, and never after a 'V'.
       FD  POSPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  POSPAY-REC.
           05  PP-REC-TYPE             PIC X(01).
           05  PP-BANK-ACCOUNT         PIC X(15).
           05  PP-CHECK-NBR            PIC 9(08).
           05  PP-AMOUNT               PIC 9(9)V99.
           05  PP-ISSUE-DATE           PIC 9(08).
           05  PP-PAYEE                PIC X(25).
           05  FILLER                  PIC X(12).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CTLREC.
           COPY RUNLEDG.

      * PAYROL0B's check request layout.
       01  CHKREQ-WS.
           05  CQ-EMP-ID               PIC 9(06).
           05  CQ-PERIOD-ID            PIC 9(06).
           05  CQ-PAY-DATE             PIC 9(08).
           05  CQ-FNAME                PIC X(08).
           05  CQ-LNAME                PIC X(08).
           05  CQ-STREET-NBR           PIC 9(06).
           05  CQ-STREET-NAME          PIC X(30).
           05  CQ-CITY                 PIC X(20).
           05  CQ-STATE                PIC X(02).
           05  CQ-ZIP-FIRST-5          PIC X(05).
           05  CQ-ZIP-PLUS-4           PIC X(04).
           05  CQ-GROSS                PIC 9(9)V99.
           05  CQ-FED-TAX              PIC 9(9)V99.
           05  CQ-STATE-TAX            PIC 9(9)V99.
           05  CQ-FICA-TAX             PIC 9(9)V99.
           05  CQ-DEDUCTIONS           PIC 9(9)V99.
           05  CQ-NET                  PIC 9(9)V99.
           05  CQ-YTD-GROSS            PIC 9(11)V99.
           05  CQ-YTD-NET              PIC 9(11)V99.
           05  FILLER                  PIC X(05).

      * The EMPMAS2 layout PAYROL0B reads.
       01  EMP-WS.
           05  EMP-FNAME               PIC X(08).
           05  EMP-LNAME               PIC X(08).
           05  EMP-CITY                PIC X(20).
           05  EMP-STREET-NBR          PIC 9(06).
           05  EMP-STREET-NAME         PIC X(30).
           05  EMP-STATE               PIC X(02).
           05  EMP-ZIP-FIRST-5         PIC X(05).
           05  EMP-ZIP-PLUS-4          PIC X(04).
           05  FILLER                  PIC X(53).
           05  EMP-EMP-ID              PIC 9(06).
           05  FILLER                  PIC X(22).

       01  FLAGS.
           05  CHKCTL-ST               PIC X(02).
               88  CC-NORMAL                           VALUE '00'.
           05  CHKCTL-NEW-ST           PIC X(02).
               88  CN-NORMAL                           VALUE '00'.
           05  CHKREQ-ST               PIC X(02).
               88  CQ-NORMAL                           VALUE '00'.
               88  CQ-FILE-MISSING                     VALUE '35'.
           05  REISSUE-ST              PIC X(02).
               88  RI-NORMAL                           VALUE '00'.
               88  RI-FILE-MISSING                     VALUE '35'.
           05  REISSUE-NEW-ST          PIC X(02).
               88  RN-NORMAL                           VALUE '00'.
           05  EMPMAS2-ST              PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  CHKVOID-ST              PIC X(02).
               88  CV-NORMAL                           VALUE '00'.
               88  CV-FILE-MISSING                     VALUE '35'.
           05  CHKMAST-ST              PIC X(02).
               88  CM-NORMAL                           VALUE '00'.
               88  CM-FILE-MISSING                     VALUE '35'.
           05  CHKMAST-NEW-ST          PIC X(02).
               88  CMN-NORMAL                          VALUE '00'.
           05  CHKPRINT-ST             PIC X(02).
               88  CP-NORMAL                           VALUE '00'.
           05  CHKREG-ST               PIC X(02).
               88  CR-NORMAL                           VALUE '00'.
           05  POSPAY-ST               PIC X(02).
               88  PP-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  CHKREQ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-CHKREQ                      VALUE 'Y'.
           05  REISSUE-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-REISSUE                     VALUE 'Y'.
           05  EMPMAS2-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPMAS2                     VALUE 'Y'.
           05  CHKVOID-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CHKVOID                     VALUE 'Y'.
           05  CHKMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CHKMAST                     VALUE 'Y'.
           05  TRAILER-SEEN-SW         PIC X(01)       VALUE 'N'.
               88  TRAILER-SEEN                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       01  CHKCTL-CARD-WS.
           05  CARD-NEXT-CHECK-NBR     PIC 9(08).
           05  FILLER                  PIC X(72).

       01  CHECK-CONTROL-WS.
           05  NEXT-CHECK-NBR          PIC 9(08)       VALUE 0.
           05  FIRST-CHECK-NBR         PIC 9(08)       VALUE 0.
           05  BANK-ROUTING            PIC 9(09)       VALUE 0.
           05  BANK-ACCOUNT            PIC X(15)       VALUE SPACES.
           05  BANK-NAME               PIC X(30)       VALUE SPACES.

      * Payees by employee id, for the re-issue queue's entries.
       01  PAYEE-TABLE.
           05  PAYEE-ITEM OCCURS 500 TIMES
                   INDEXED BY PY-IDX.
               10  PY-EMP-ID           PIC 9(06).
               10  PY-FNAME            PIC X(08).
               10  PY-LNAME            PIC X(08).
               10  PY-STREET-NBR       PIC 9(06).
               10  PY-STREET-NAME      PIC X(30).
               10  PY-CITY             PIC X(20).
               10  PY-STATE            PIC X(02).
               10  PY-ZIP-FIRST-5      PIC X(05).
               10  PY-ZIP-PLUS-4       PIC X(04).
       77  PAYEE-COUNT                 PIC S9(04) COMP VALUE 0.
       77  PAYEE-FOUND-SUB             PIC S9(04) COMP VALUE 0.

      * Today's void requests, claimed as the master pass meets
      * each check.
       01  VOID-TABLE.
           05  VOID-ITEM OCCURS 200 TIMES
                   INDEXED BY VD-IDX.
               10  VD-CHECK-NBR        PIC 9(08).
               10  VD-ACTION           PIC X(01).
                   88  VD-VOID-ONLY                    VALUE 'V'.
                   88  VD-REPLACE                      VALUE 'R'.
               10  VD-REASON           PIC X(30).
               10  VD-MATCHED          PIC X(01).
                   88  VD-IS-MATCHED                   VALUE 'Y'.
       77  VOID-COUNT                  PIC S9(04) COMP VALUE 0.
       77  VOID-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  VD-SUB                      PIC S9(04) COMP VALUE 0.

      * Replacements owed for checks voided with a re-issue; their
      * numbers are taken as the void is applied so the voided
      * check's master record can name its replacement.
       01  REPLACE-TABLE.
           05  REPLACE-ITEM OCCURS 200 TIMES.
               10  RP-CHECK-NBR        PIC 9(08).
               10  RP-REPLACES         PIC 9(08).
               10  RP-EMP-ID           PIC 9(06).
               10  RP-PERIOD-ID        PIC 9(06).
               10  RP-AMOUNT           PIC 9(9)V99.
               10  RP-FNAME            PIC X(08).
               10  RP-LNAME            PIC X(08).
               10  RP-STREET-NBR       PIC 9(06).
               10  RP-STREET-NAME      PIC X(30).
               10  RP-CITY             PIC X(20).
               10  RP-STATE            PIC X(02).
               10  RP-ZIP-FIRST-5      PIC X(05).
               10  RP-ZIP-PLUS-4       PIC X(04).
       77  REPLACE-COUNT               PIC S9(04) COMP VALUE 0.
       77  RP-SUB                      PIC S9(04) COMP VALUE 0.

      * The check being written, whatever its source.
       01  ISSUE-WS.
           05  ISS-CHECK-NBR           PIC 9(08).
           05  ISS-SOURCE              PIC X(01).
               88  ISS-PAYROLL                         VALUE 'P'.
               88  ISS-REISSUE                         VALUE 'R'.
               88  ISS-REPLACEMENT                     VALUE 'V'.
           05  ISS-EMP-ID              PIC 9(06).
           05  ISS-PERIOD-ID           PIC 9(06).
           05  ISS-AMOUNT              PIC 9(9)V99.
           05  ISS-REPLACES            PIC 9(08).
           05  ISS-QUEUED-DATE         PIC 9(08).
           05  ISS-QUEUED-DATE-X REDEFINES ISS-QUEUED-DATE
                                       PIC X(08).
           05  ISS-REASON              PIC X(03).
           05  ISS-FNAME               PIC X(08).
           05  ISS-LNAME               PIC X(08).
           05  ISS-STREET-NBR          PIC 9(06).
           05  ISS-STREET-NAME         PIC X(30).
           05  ISS-CITY                PIC X(20).
           05  ISS-STATE               PIC X(02).
           05  ISS-ZIP-FIRST-5         PIC X(05).
           05  ISS-ZIP-PLUS-4          PIC X(04).
           05  ISS-GROSS               PIC 9(9)V99.
           05  ISS-FED-TAX             PIC 9(9)V99.
           05  ISS-STATE-TAX           PIC 9(9)V99.
           05  ISS-FICA-TAX            PIC 9(9)V99.
           05  ISS-DEDUCTIONS          PIC 9(9)V99.
           05  ISS-YTD-GROSS           PIC 9(11)V99.
           05  ISS-YTD-NET             PIC 9(11)V99.
       77  ISS-PAYEE-NAME              PIC X(25).

      * Words for the amount line of the check face.
       01  ONES-WORD-VALUES.
           05  FILLER                  PIC X(09)       VALUE 'ONE'.
           05  FILLER                  PIC X(09)       VALUE 'TWO'.
           05  FILLER                  PIC X(09)       VALUE 'THREE'.
           05  FILLER                  PIC X(09)       VALUE 'FOUR'.
           05  FILLER                  PIC X(09)       VALUE 'FIVE'.
           05  FILLER                  PIC X(09)       VALUE 'SIX'.
           05  FILLER                  PIC X(09)       VALUE 'SEVEN'.
           05  FILLER                  PIC X(09)       VALUE 'EIGHT'.
           05  FILLER                  PIC X(09)       VALUE 'NINE'.
           05  FILLER                  PIC X(09)       VALUE 'TEN'.
           05  FILLER                  PIC X(09)       VALUE 'ELEVEN'.
           05  FILLER                  PIC X(09)       VALUE 'TWELVE'.
           05  FILLER                  PIC X(09)       VALUE 'THIRTEEN'.
           05  FILLER                  PIC X(09)       VALUE 'FOURTEEN'.
           05  FILLER                  PIC X(09)       VALUE 'FIFTEEN'.
           05  FILLER                  PIC X(09)       VALUE 'SIXTEEN'.
           05  FILLER                  PIC X(09)
                    VALUE 'SEVENTEEN'.
           05  FILLER                  PIC X(09)       VALUE 'EIGHTEEN'.
           05  FILLER                  PIC X(09)       VALUE 'NINETEEN'.
       01  ONES-WORD-TABLE REDEFINES ONES-WORD-VALUES.
           05  ONES-WORD               PIC X(09) OCCURS 19 TIMES.

       01  TENS-WORD-VALUES.
           05  FILLER                  PIC X(07)       VALUE 'TWENTY'.
           05  FILLER                  PIC X(07)       VALUE 'THIRTY'.
           05  FILLER                  PIC X(07)       VALUE 'FORTY'.
           05  FILLER                  PIC X(07)       VALUE 'FIFTY'.
           05  FILLER                  PIC X(07)       VALUE 'SIXTY'.
           05  FILLER                  PIC X(07)       VALUE 'SEVENTY'.
           05  FILLER                  PIC X(07)       VALUE 'EIGHTY'.
           05  FILLER                  PIC X(07)       VALUE 'NINETY'.
       01  TENS-WORD-TABLE REDEFINES TENS-WORD-VALUES.
           05  TENS-WORD               PIC X(07) OCCURS 8 TIMES.

       01  AMOUNT-SPLIT-WS.
           05  AMT-DOLLARS             PIC 9(09).
           05  AMT-DOLLARS-R REDEFINES AMT-DOLLARS.
               10  AMT-MILLIONS        PIC 9(03).
               10  AMT-THOUSANDS       PIC 9(03).
               10  AMT-UNITS           PIC 9(03).
           05  AMT-CENTS               PIC 9(02).
       77  AMOUNT-WORDS                PIC X(90).
       77  WORDS-PTR                   PIC S9(04) COMP VALUE 1.
       77  GROUP-VALUE                 PIC 9(03) VALUE 0.
       77  GROUP-HUNDREDS              PIC 9(01) VALUE 0.
       77  GROUP-REST                  PIC 9(02) VALUE 0.
       77  GROUP-TENS                  PIC 9(01) VALUE 0.
       77  GROUP-ONES                  PIC 9(01) VALUE 0.

      * Each check is a fixed depth of lines so the stock stays in
      * register on the printer.
       77  FORM-LINES                  PIC S9(04) COMP VALUE 36.
       77  FORM-LINE-COUNT             PIC S9(04) COMP VALUE 0.

       77  REQUESTS-READ               PIC 9(07) VALUE 0.
       77  QUEUE-READ                  PIC 9(07) VALUE 0.
       77  QUEUE-PAID-BEFORE           PIC 9(07) VALUE 0.
       77  VOIDS-READ                  PIC 9(07) VALUE 0.
       77  PAYROLL-CHECKS              PIC 9(07) VALUE 0.
       77  REISSUE-CHECKS              PIC 9(07) VALUE 0.
       77  REPLACEMENT-CHECKS          PIC 9(07) VALUE 0.
       77  QUEUE-CARRIED               PIC 9(07) VALUE 0.
       77  QUEUE-ZERO-CLEARED          PIC 9(07) VALUE 0.
       77  VOIDS-APPLIED               PIC 9(07) VALUE 0.
       77  VOIDS-REJECTED              PIC 9(07) VALUE 0.
       77  MASTER-READ                 PIC 9(07) VALUE 0.
       77  TRAILER-COUNT               PIC 9(07) VALUE 0.
       01  TRAILER-HASH                PIC S9(9)V99 VALUE 0.
       01  REQUEST-HASH                PIC S9(9)V99 VALUE 0.
       01  ISSUED-TOTAL                PIC S9(9)V99 VALUE 0.
       01  VOIDED-TOTAL                PIC S9(9)V99 VALUE 0.
       01  OUTSTANDING-TOTAL           PIC S9(11)V99 VALUE 0.
       77  OUTSTANDING-COUNT           PIC 9(07) VALUE 0.
       77  CM-CTL-COUNT                PIC 9(07) VALUE 0.
       01  CM-CTL-HASH                 PIC S9(9)V99 VALUE 0.
       77  PP-CTL-COUNT                PIC 9(07) VALUE 0.
       01  PP-CTL-HASH                 PIC S9(9)V99 VALUE 0.
       77  REASON-DESC-WS              PIC X(30).

      ******************************************************************
      ***** THE CHECK FORM: EARNINGS STUB, PERFORATION, CHECK FACE
      ***** AND THE MICR LINE.  THE MICR LINE IS PRINTED IN THE E-13B
      ***** FONT, WHERE 'A' IS THE TRANSIT SYMBOL AND 'C' THE ON-US
      ***** SYMBOL.
      ******************************************************************
       01  STUB-HEADER-LINE.
           05  STUB-COMPANY-O          PIC X(20)
                    VALUE 'FAVORITES MUSIC INC'.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'STATEMENT OF EARNINGS'.
           05  FILLER                  PIC X(16)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'CHECK NO. '.
           05  STUB-CHECK-NBR-O        PIC 9(08).

       01  STUB-NAME-LINE.
           05  FILLER                  PIC X(10)
                    VALUE 'EMPLOYEE: '.
           05  STUB-FNAME-O            PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  STUB-LNAME-O            PIC X(08).
           05  FILLER                  PIC X(06)       VALUE '  ID: '.
           05  STUB-EMP-ID-O           PIC 9(06).
           05  FILLER                  PIC X(10)
                    VALUE '  PERIOD: '.
           05  STUB-PERIOD-O           PIC 9(06).
           05  FILLER                  PIC X(12)
                    VALUE '  PAY DATE: '.
           05  STUB-DATE-O             PIC XXXX/XX/XX.

       01  STUB-COL-HEADER.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE '        CURRENT'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE '   YEAR-TO-DATE'.

       01  STUB-AMT-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  STUB-AMT-LABEL          PIC X(28).
           05  STUB-AMT-CUR-O          PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  STUB-AMT-YTD-O          PIC -$$$,$$$,$$9.99.
           05  STUB-AMT-YTD-X REDEFINES STUB-AMT-YTD-O
                                       PIC X(15).

       01  STUB-NOTE-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  STUB-NOTE-O             PIC X(70).

       01  PERFORATION-LINE.
           05  FILLER                  PIC X(40)       VALUE ALL '- '.
           05  FILLER                  PIC X(13)
                    VALUE ' DETACH HERE '.
           05  FILLER                  PIC X(40)       VALUE ALL ' -'.

       01  FACE-COMPANY-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'FAVORITES MUSIC INC'.
           05  FILLER                  PIC X(48)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'CHECK NO. '.
           05  FACE-CHECK-NBR-O        PIC 9(08).

       01  FACE-BANK-LINE.
           05  FACE-BANK-NAME-O        PIC X(30).

       01  FACE-DATE-LINE.
           05  FILLER                  PIC X(52)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE 'DATE  '.
           05  FACE-DATE-O             PIC XXXX/XX/XX.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FACE-AMOUNT-O           PIC $**,***,**9.99.

       01  FACE-WORDS-LINE.
           05  FILLER                  PIC X(05)       VALUE 'PAY  '.
           05  FACE-WORDS-O            PIC X(90).

       01  FACE-PAYEE-LINE.
           05  FILLER                  PIC X(18)
                    VALUE 'TO THE ORDER OF   '.
           05  FACE-PAYEE-O            PIC X(25).

       01  FACE-ADDR-LINE-2.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  FACE-ADDR-NBR-O         PIC Z(5)9.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FACE-ADDR-STREET-O      PIC X(30).

       01  FACE-ADDR-LINE-3.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  FACE-ADDR-CITY-O        PIC X(20).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FACE-ADDR-STATE-O       PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FACE-ADDR-ZIP-O         PIC X(05).
           05  FACE-ADDR-DASH-O        PIC X(01).
           05  FACE-ADDR-PLUS-4-O      PIC X(04).

       01  FACE-SIGNATURE-LINE.
           05  FILLER                  PIC X(18)
                    VALUE 'VOID AFTER 90 DAYS'.
           05  FILLER                  PIC X(34)       VALUE SPACES.
           05  FILLER                  PIC X(34)       VALUE ALL '_'.

       01  FACE-SIGNATURE-CAPTION.
           05  FILLER                  PIC X(59)       VALUE SPACES.
           05  FILLER                  PIC X(20)
                    VALUE 'AUTHORIZED SIGNATURE'.

       01  MICR-LINE.
           05  FILLER                  PIC X(12)       VALUE SPACES.
           05  FILLER                  PIC X(01)       VALUE 'C'.
           05  MICR-CHECK-NBR-O        PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE 'C'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(01)       VALUE 'A'.
           05  MICR-ROUTING-O          PIC 9(09).
           05  FILLER                  PIC X(01)       VALUE 'A'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  MICR-ACCOUNT-O          PIC X(15).
           05  FILLER                  PIC X(01)       VALUE 'C'.

      ******************************************************************
      ***** THE CHECK REGISTER.
      ******************************************************************
       01  REG-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'PAYROLL CHECK REGISTER'.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05  REG-TITLE-DATE-O        PIC XXXX/XX/XX.

       01  REG-COL-HEADER.
           05  FILLER                  PIC X(11)
                    VALUE 'CHECK NO.'.
           05  FILLER                  PIC X(13)
                    VALUE 'ACTION'.
           05  FILLER                  PIC X(08)
                    VALUE 'EMP ID'.
           05  FILLER                  PIC X(27)
                    VALUE 'PAYEE'.
           05  FILLER                  PIC X(17)
                    VALUE '         AMOUNT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(30)
                    VALUE 'NOTE'.

       01  REG-LINE.
           05  REG-CHECK-NBR-O         PIC X(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  REG-ACTION-O            PIC X(11).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REG-EMP-ID-O            PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REG-PAYEE-O             PIC X(25).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REG-AMOUNT-O            PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  REG-NOTE-O              PIC X(40).

       01  REG-TOTAL-LINE.
           05  REG-TOT-LABEL-O         PIC X(32).
           05  REG-TOT-COUNT-O         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  REG-TOT-AMOUNT-O        PIC -$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-VOIDS.
           PERFORM 300-ISSUE-REPLACEMENT
               VARYING RP-SUB FROM 1 BY 1
               UNTIL RP-SUB > REPLACE-COUNT.
           PERFORM 350-ISSUE-PAYROLL-CHECKS
               THRU 350-ISSUE-PAYROLL-CHECKS-X.
           PERFORM 370-ISSUE-REISSUE-CHECKS
               THRU 370-ISSUE-REISSUE-CHECKS-X.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-READ-CHECK-CONTROL.

           OPEN OUTPUT CHKMAST-NEW
           IF NOT CMN-NORMAL
                DISPLAY 'ERROR OPENING CHKMASTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CHKPRINT
           IF NOT CP-NORMAL
                DISPLAY 'ERROR OPENING CHKPRINT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CHKREG
           IF NOT CR-NORMAL
                DISPLAY 'ERROR OPENING CHKREG'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT POSPAY
           IF NOT PP-NORMAL
                DISPLAY 'ERROR OPENING POSPAY'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REISSUE-NEW
           IF NOT RN-NORMAL
                DISPLAY 'ERROR OPENING REISSUEO'
                GO TO 999-RETURN-ERR.

           PERFORM 130-LOAD-PAYEES.
           PERFORM 140-LOAD-VOIDS.

           MOVE BUSINESS-DATE-X TO REG-TITLE-DATE-O.
           WRITE CHKREG-REC FROM REG-TITLE-LINE.
           MOVE SPACES TO CHKREG-REC.
           WRITE CHKREG-REC.
           WRITE CHKREG-REC FROM REG-COL-HEADER.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps that
      * night's business; absent a card the system date stands in.
       110-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-NUM.
           OPEN INPUT BUSDATE.
           IF BD-NORMAL
                READ BUSDATE
                    AT END CONTINUE
                END-READ
                IF BD-NORMAL
                       AND BD-BUSINESS-DATE NUMERIC
                       AND BD-BUSINESS-DATE > 0
                     MOVE BD-BUSINESS-DATE TO BUSINESS-DATE-NUM
                END-IF
                CLOSE BUSDATE
           END-IF.

      * No check is written without a good control card: the next
      * number must be a real number and the drawing account must
      * be on it, or the MICR line would be worthless.
       120-READ-CHECK-CONTROL.
           OPEN INPUT CHKCTL
           IF NOT CC-NORMAL
                DISPLAY 'ERROR OPENING CHKCTL'
                GO TO 999-RETURN-ERR.

           READ CHKCTL
               AT END
                   DISPLAY 'ERROR: CHKCTL IS EMPTY'
                   GO TO 999-RETURN-ERR
           END-READ.

           IF CC-NEXT-CHECK-NBR NOT NUMERIC
                  OR CC-NEXT-CHECK-NBR = ZERO
                  OR CC-BANK-ROUTING NOT NUMERIC
                  OR CC-BANK-ROUTING = ZERO
                  OR CC-BANK-ACCOUNT = SPACES
                DISPLAY 'ERROR: CHKCTL CARD IS INVALID'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE CC-NEXT-CHECK-NBR TO NEXT-CHECK-NBR.
           MOVE CC-NEXT-CHECK-NBR TO FIRST-CHECK-NBR.
           MOVE CC-BANK-ROUTING   TO BANK-ROUTING.
           MOVE CC-BANK-ACCOUNT   TO BANK-ACCOUNT.
           MOVE CC-BANK-NAME      TO BANK-NAME.
           MOVE CHKCTL-REC        TO CHKCTL-CARD-WS.
           CLOSE CHKCTL.

       130-LOAD-PAYEES.
           OPEN INPUT EMPMAS2
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING EMPMAS2'
                GO TO 999-RETURN-ERR.

           PERFORM 410-READ-EMPMAS2.
           PERFORM UNTIL NO-MORE-EMPMAS2
               IF PAYEE-COUNT >= 500
                    DISPLAY 'ERROR: EMPMAS2 HAS MORE THAN 500 '
                            'EMPLOYEES'
                    GO TO 999-RETURN-ERR
               END-IF
               MOVE EMPMAS2-REC TO EMP-WS
               ADD 1 TO PAYEE-COUNT
               MOVE EMP-EMP-ID      TO PY-EMP-ID (PAYEE-COUNT)
               MOVE EMP-FNAME       TO PY-FNAME (PAYEE-COUNT)
               MOVE EMP-LNAME       TO PY-LNAME (PAYEE-COUNT)
               MOVE EMP-STREET-NBR  TO PY-STREET-NBR (PAYEE-COUNT)
               MOVE EMP-STREET-NAME TO PY-STREET-NAME (PAYEE-COUNT)
               MOVE EMP-CITY        TO PY-CITY (PAYEE-COUNT)
               MOVE EMP-STATE       TO PY-STATE (PAYEE-COUNT)
               MOVE EMP-ZIP-FIRST-5 TO PY-ZIP-FIRST-5 (PAYEE-COUNT)
               MOVE EMP-ZIP-PLUS-4  TO PY-ZIP-PLUS-4 (PAYEE-COUNT)
               PERFORM 410-READ-EMPMAS2
           END-PERFORM.

           CLOSE EMPMAS2.

       140-LOAD-VOIDS.
           OPEN INPUT CHKVOID.
           IF NOT CV-NORMAL
                IF CV-FILE-MISSING
                     MOVE 'Y' TO CHKVOID-EOF
                ELSE
                     DISPLAY 'ERROR OPENING CHKVOID'
                     GO TO 999-RETURN-ERR
                END-IF
           ELSE
                PERFORM 420-READ-CHKVOID
           END-IF.

           PERFORM UNTIL NO-MORE-CHKVOID
               IF VOID-COUNT >= 200
                    DISPLAY 'ERROR: CHKVOID HAS MORE THAN 200 '
                            'REQUESTS'
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO VOID-COUNT
               ADD 1 TO VOIDS-READ
               MOVE CV-CHECK-NBR TO VD-CHECK-NBR (VOID-COUNT)
               MOVE CV-ACTION    TO VD-ACTION (VOID-COUNT)
               MOVE CV-REASON    TO VD-REASON (VOID-COUNT)
               MOVE 'N'          TO VD-MATCHED (VOID-COUNT)
               PERFORM 420-READ-CHKVOID
           END-PERFORM.

           IF NOT CV-FILE-MISSING
                CLOSE CHKVOID
           END-IF.

      * The master pass: every check on file is copied to the new
      * master, with today's voids applied as they are met.  A void
      * with a re-issue takes the next check number for its
      * replacement on the spot.  The control card must be ahead of
      * every number already on the master, or two checks would
      * share a number.
       200-APPLY-VOIDS.
           OPEN INPUT CHKMAST.
           IF NOT CM-NORMAL
                IF CM-FILE-MISSING
                     MOVE 'Y' TO CHKMAST-EOF
                ELSE
                     DISPLAY 'ERROR OPENING CHKMAST'
                     GO TO 999-RETURN-ERR
                END-IF
           ELSE
                PERFORM 430-READ-CHKMAST
           END-IF.

           PERFORM 210-APPLY-ONE-MASTER UNTIL NO-MORE-CHKMAST.

           IF NOT CM-FILE-MISSING
                CLOSE CHKMAST
           END-IF.

           PERFORM 230-REJECT-UNMATCHED-VOID
               VARYING VD-SUB FROM 1 BY 1
               UNTIL VD-SUB > VOID-COUNT.

       210-APPLY-ONE-MASTER.
           IF CK-CHECK-NBR >= FIRST-CHECK-NBR
                DISPLAY 'ERROR: CHKCTL NEXT CHECK NUMBER '
                        FIRST-CHECK-NBR ' IS NOT PAST CHECK '
                        CK-CHECK-NBR ' ON CHKMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE 0 TO VOID-FOUND-SUB.
           SET VD-IDX TO 1.
           SEARCH VOID-ITEM VARYING VD-IDX
               AT END
                   CONTINUE
               WHEN VD-IDX > VOID-COUNT
                   CONTINUE
               WHEN VD-CHECK-NBR (VD-IDX) = CK-CHECK-NBR
                    AND NOT VD-IS-MATCHED (VD-IDX)
                   SET VOID-FOUND-SUB TO VD-IDX
           END-SEARCH.

           IF VOID-FOUND-SUB > 0
                MOVE 'Y' TO VD-MATCHED (VOID-FOUND-SUB)
                PERFORM 220-APPLY-VOID
           END-IF.

           PERFORM 440-WRITE-MASTER.
           PERFORM 430-READ-CHKMAST.

      * Only an outstanding check can be voided, and only with a
      * known action.  The bank hears of every void on positive pay.
       220-APPLY-VOID.
           MOVE SPACES TO REASON-DESC-WS.
           IF NOT CK-OUTSTANDING
                MOVE 'CHECK IS NOT OUTSTANDING' TO REASON-DESC-WS
           ELSE
           IF NOT (VD-VOID-ONLY (VOID-FOUND-SUB)
                   OR VD-REPLACE (VOID-FOUND-SUB))
                MOVE 'INVALID VOID ACTION' TO REASON-DESC-WS
           END-IF
           END-IF.

           IF REASON-DESC-WS NOT = SPACES
                PERFORM 235-WRITE-VOID-REJECT
           ELSE
                MOVE BUSINESS-DATE-NUM TO CK-STATUS-DATE
                MOVE VD-REASON (VOID-FOUND-SUB) TO CK-VOID-REASON
                IF VD-REPLACE (VOID-FOUND-SUB)
                     PERFORM 225-QUEUE-REPLACEMENT
                ELSE
                     MOVE 'V' TO CK-STATUS
                END-IF
                ADD 1 TO VOIDS-APPLIED
                ADD CK-AMOUNT TO VOIDED-TOTAL

                INITIALIZE POSPAY-REC
                MOVE 'V'            TO PP-REC-TYPE
                MOVE BANK-ACCOUNT   TO PP-BANK-ACCOUNT
                MOVE CK-CHECK-NBR   TO PP-CHECK-NBR
                MOVE CK-AMOUNT      TO PP-AMOUNT
                MOVE CK-ISSUE-DATE  TO PP-ISSUE-DATE
                PERFORM 450-FORMAT-MASTER-PAYEE
                MOVE ISS-PAYEE-NAME TO PP-PAYEE
                PERFORM 460-WRITE-POSPAY

                MOVE CK-CHECK-NBR   TO REG-CHECK-NBR-O
                MOVE 'VOIDED'       TO REG-ACTION-O
                MOVE CK-EMP-ID      TO REG-EMP-ID-O
                MOVE ISS-PAYEE-NAME TO REG-PAYEE-O
                COMPUTE REG-AMOUNT-O = 0 - CK-AMOUNT
                MOVE SPACES TO REG-NOTE-O
                IF VD-REPLACE (VOID-FOUND-SUB)
                     STRING 'REPLACED BY ' DELIMITED BY SIZE
                            CK-REPLACED-BY DELIMITED BY SIZE
                         INTO REG-NOTE-O
                ELSE
                     MOVE CK-VOID-REASON TO REG-NOTE-O
                END-IF
                WRITE CHKREG-REC FROM REG-LINE
           END-IF.

       225-QUEUE-REPLACEMENT.
           IF REPLACE-COUNT >= 200
                DISPLAY 'ERROR: MORE THAN 200 REPLACEMENT CHECKS'
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO REPLACE-COUNT.
           MOVE NEXT-CHECK-NBR TO RP-CHECK-NBR (REPLACE-COUNT).
           ADD 1 TO NEXT-CHECK-NBR.
           MOVE CK-CHECK-NBR   TO RP-REPLACES (REPLACE-COUNT).
           MOVE CK-EMP-ID      TO RP-EMP-ID (REPLACE-COUNT).
           MOVE CK-PERIOD-ID   TO RP-PERIOD-ID (REPLACE-COUNT).
           MOVE CK-AMOUNT      TO RP-AMOUNT (REPLACE-COUNT).
           MOVE CK-FNAME       TO RP-FNAME (REPLACE-COUNT).
           MOVE CK-LNAME       TO RP-LNAME (REPLACE-COUNT).
           MOVE CK-STREET-NBR  TO RP-STREET-NBR (REPLACE-COUNT).
           MOVE CK-STREET-NAME TO RP-STREET-NAME (REPLACE-COUNT).
           MOVE CK-CITY        TO RP-CITY (REPLACE-COUNT).
           MOVE CK-STATE       TO RP-STATE (REPLACE-COUNT).
           MOVE CK-ZIP-FIRST-5 TO RP-ZIP-FIRST-5 (REPLACE-COUNT).
           MOVE CK-ZIP-PLUS-4  TO RP-ZIP-PLUS-4 (REPLACE-COUNT).
           MOVE 'R' TO CK-STATUS.
           MOVE RP-CHECK-NBR (REPLACE-COUNT) TO CK-REPLACED-BY.

       230-REJECT-UNMATCHED-VOID.
           IF NOT VD-IS-MATCHED (VD-SUB)
                MOVE 'CHECK NOT ON FILE' TO REASON-DESC-WS
                MOVE VD-SUB TO VOID-FOUND-SUB
                INITIALIZE CHKMAST-REC
                MOVE VD-CHECK-NBR (VD-SUB) TO CK-CHECK-NBR
                PERFORM 235-WRITE-VOID-REJECT
           END-IF.

       235-WRITE-VOID-REJECT.
           ADD 1 TO VOIDS-REJECTED.
           MOVE CK-CHECK-NBR    TO REG-CHECK-NBR-O.
           MOVE 'VOID REJECT'   TO REG-ACTION-O.
           MOVE SPACES          TO REG-EMP-ID-O.
           MOVE SPACES          TO REG-PAYEE-O.
           MOVE ZERO            TO REG-AMOUNT-O.
           MOVE REASON-DESC-WS  TO REG-NOTE-O.
           WRITE CHKREG-REC FROM REG-LINE.

      * A replacement goes to the voided check's payee for its
      * amount, under the number taken when the void was applied.
       300-ISSUE-REPLACEMENT.
           INITIALIZE ISSUE-WS.
           MOVE RP-CHECK-NBR (RP-SUB)   TO ISS-CHECK-NBR.
           MOVE 'V'                     TO ISS-SOURCE.
           MOVE RP-REPLACES (RP-SUB)    TO ISS-REPLACES.
           MOVE RP-EMP-ID (RP-SUB)      TO ISS-EMP-ID.
           MOVE RP-PERIOD-ID (RP-SUB)   TO ISS-PERIOD-ID.
           MOVE RP-AMOUNT (RP-SUB)      TO ISS-AMOUNT.
           MOVE RP-FNAME (RP-SUB)       TO ISS-FNAME.
           MOVE RP-LNAME (RP-SUB)       TO ISS-LNAME.
           MOVE RP-STREET-NBR (RP-SUB)  TO ISS-STREET-NBR.
           MOVE RP-STREET-NAME (RP-SUB) TO ISS-STREET-NAME.
           MOVE RP-CITY (RP-SUB)        TO ISS-CITY.
           MOVE RP-STATE (RP-SUB)       TO ISS-STATE.
           MOVE RP-ZIP-FIRST-5 (RP-SUB) TO ISS-ZIP-FIRST-5.
           MOVE RP-ZIP-PLUS-4 (RP-SUB)  TO ISS-ZIP-PLUS-4.
           PERFORM 500-ISSUE-CHECK.
           ADD 1 TO REPLACEMENT-CHECKS.

      * PAYROL0B's requests are proved against their trailer before
      * a single one is printed -- a short file would otherwise
      * leave someone unpaid with nothing to show for it.
       350-ISSUE-PAYROLL-CHECKS.
           OPEN INPUT CHKREQ.
           IF NOT CQ-NORMAL
                IF CQ-FILE-MISSING
                     GO TO 350-ISSUE-PAYROLL-CHECKS-X
                END-IF
                DISPLAY 'ERROR OPENING CHKREQ'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 400-READ-CHKREQ.
           PERFORM UNTIL NO-MORE-CHKREQ
               IF CHKREQ-REC (1:7) = 'CONTROL'
                    MOVE CHKREQ-REC TO CONTROL-REC
                    MOVE CTL-RECORD-COUNT TO TRAILER-COUNT
                    MOVE CTL-AMOUNT-HASH  TO TRAILER-HASH
                    MOVE 'Y' TO TRAILER-SEEN-SW
               ELSE
                    MOVE CHKREQ-REC TO CHKREQ-WS
                    ADD 1 TO REQUESTS-READ
                    ADD CQ-NET TO REQUEST-HASH
               END-IF
               PERFORM 400-READ-CHKREQ
           END-PERFORM.
           CLOSE CHKREQ.

           IF NOT TRAILER-SEEN
                DISPLAY 'ERROR: CHKREQ CONTROL TRAILER MISSING'
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-COUNT NOT = REQUESTS-READ
                DISPLAY 'ERROR: CHKREQ HAS ' REQUESTS-READ
                        ' REQUESTS, CONTROL TRAILER SAYS '
                        TRAILER-COUNT
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-HASH NOT = REQUEST-HASH
                DISPLAY 'ERROR: CHKREQ NET PAY HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE 'N' TO CHKREQ-EOF.
           OPEN INPUT CHKREQ.
           IF NOT CQ-NORMAL
                DISPLAY 'ERROR REOPENING CHKREQ'
                GO TO 999-RETURN-ERR
           END-IF.
           PERFORM 400-READ-CHKREQ.
           PERFORM UNTIL NO-MORE-CHKREQ
               IF CHKREQ-REC (1:7) NOT = 'CONTROL'
                    MOVE CHKREQ-REC TO CHKREQ-WS
                    PERFORM 360-ISSUE-ONE-PAYROLL-CHECK
               END-IF
               PERFORM 400-READ-CHKREQ
           END-PERFORM.
           CLOSE CHKREQ.

       350-ISSUE-PAYROLL-CHECKS-X.
           EXIT.

       360-ISSUE-ONE-PAYROLL-CHECK.
           INITIALIZE ISSUE-WS.
           MOVE 'P'             TO ISS-SOURCE.
           MOVE CQ-EMP-ID       TO ISS-EMP-ID.
           MOVE CQ-PERIOD-ID    TO ISS-PERIOD-ID.
           MOVE CQ-NET          TO ISS-AMOUNT.
           MOVE CQ-FNAME        TO ISS-FNAME.
           MOVE CQ-LNAME        TO ISS-LNAME.
           MOVE CQ-STREET-NBR   TO ISS-STREET-NBR.
           MOVE CQ-STREET-NAME  TO ISS-STREET-NAME.
           MOVE CQ-CITY         TO ISS-CITY.
           MOVE CQ-STATE        TO ISS-STATE.
           MOVE CQ-ZIP-FIRST-5  TO ISS-ZIP-FIRST-5.
           MOVE CQ-ZIP-PLUS-4   TO ISS-ZIP-PLUS-4.
           MOVE CQ-GROSS        TO ISS-GROSS.
           MOVE CQ-FED-TAX      TO ISS-FED-TAX.
           MOVE CQ-STATE-TAX    TO ISS-STATE-TAX.
           MOVE CQ-FICA-TAX     TO ISS-FICA-TAX.
           MOVE CQ-DEDUCTIONS   TO ISS-DEDUCTIONS.
           MOVE CQ-YTD-GROSS    TO ISS-YTD-GROSS.
           MOVE CQ-YTD-NET      TO ISS-YTD-NET.
           PERFORM 500-ISSUE-CHECK.
           ADD 1 TO PAYROLL-CHECKS.

      * The re-issue queue: every entry not already paid is paid now
      * to the payee on the master and marked paid on the new queue.
      * An entry for someone no longer on the master stays unpaid
      * and is listed for the payroll desk.
       370-ISSUE-REISSUE-CHECKS.
           OPEN INPUT REISSUE.
           IF NOT RI-NORMAL
                IF RI-FILE-MISSING
                     GO TO 370-ISSUE-REISSUE-CHECKS-X
                END-IF
                DISPLAY 'ERROR OPENING REISSUE'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 415-READ-REISSUE.
           PERFORM 375-ISSUE-ONE-REISSUE UNTIL NO-MORE-REISSUE.
           CLOSE REISSUE.

       370-ISSUE-REISSUE-CHECKS-X.
           EXIT.

       375-ISSUE-ONE-REISSUE.
           IF RI-PAID
                ADD 1 TO QUEUE-PAID-BEFORE
           ELSE
                ADD 1 TO QUEUE-READ
                PERFORM 377-FIND-PAYEE
                IF RI-NET-AMOUNT = ZERO
                     MOVE 'P' TO RI-PAID-SW
                     ADD 1 TO QUEUE-ZERO-CLEARED
                ELSE
                IF PAYEE-FOUND-SUB = 0
                     ADD 1 TO QUEUE-CARRIED
                     MOVE SPACES           TO REG-CHECK-NBR-O
                     MOVE 'NOT PAID'       TO REG-ACTION-O
                     MOVE RI-EMP-ID        TO REG-EMP-ID-O
                     MOVE SPACES           TO REG-PAYEE-O
                     MOVE RI-NET-AMOUNT    TO REG-AMOUNT-O
                     MOVE 'EMPLOYEE NOT ON EMPMAS2 -- STAYS QUEUED'
                         TO REG-NOTE-O
                     WRITE CHKREG-REC FROM REG-LINE
                ELSE
                     INITIALIZE ISSUE-WS
                     MOVE 'R'              TO ISS-SOURCE
                     MOVE RI-EMP-ID        TO ISS-EMP-ID
                     MOVE RI-PERIOD-ID     TO ISS-PERIOD-ID
                     MOVE RI-NET-AMOUNT    TO ISS-AMOUNT
                     MOVE RI-QUEUED-DATE   TO ISS-QUEUED-DATE
                     MOVE RI-REASON        TO ISS-REASON
                     MOVE PY-FNAME (PAYEE-FOUND-SUB)  TO ISS-FNAME
                     MOVE PY-LNAME (PAYEE-FOUND-SUB)  TO ISS-LNAME
                     MOVE PY-STREET-NBR (PAYEE-FOUND-SUB)
                         TO ISS-STREET-NBR
                     MOVE PY-STREET-NAME (PAYEE-FOUND-SUB)
                         TO ISS-STREET-NAME
                     MOVE PY-CITY (PAYEE-FOUND-SUB)   TO ISS-CITY
                     MOVE PY-STATE (PAYEE-FOUND-SUB)  TO ISS-STATE
                     MOVE PY-ZIP-FIRST-5 (PAYEE-FOUND-SUB)
                         TO ISS-ZIP-FIRST-5
                     MOVE PY-ZIP-PLUS-4 (PAYEE-FOUND-SUB)
                         TO ISS-ZIP-PLUS-4
                     PERFORM 500-ISSUE-CHECK
                     ADD 1 TO REISSUE-CHECKS
                     MOVE 'P' TO RI-PAID-SW
                END-IF
                END-IF
           END-IF.

           WRITE REISSUE-NEW-REC FROM REISSUE-REC.
           PERFORM 415-READ-REISSUE.

       377-FIND-PAYEE.
           MOVE 0 TO PAYEE-FOUND-SUB.
           SET PY-IDX TO 1.
           SEARCH PAYEE-ITEM VARYING PY-IDX
               AT END
                   CONTINUE
               WHEN PY-IDX > PAYEE-COUNT
                   CONTINUE
               WHEN PY-EMP-ID (PY-IDX) = RI-EMP-ID
                   SET PAYEE-FOUND-SUB TO PY-IDX
           END-SEARCH.

       400-READ-CHKREQ.
           READ CHKREQ
               AT END MOVE 'Y' TO CHKREQ-EOF
           END-READ.

           IF NOT (CQ-NORMAL OR NO-MORE-CHKREQ)
                DISPLAY 'ERROR READING CHKREQ'
                GO TO 999-RETURN-ERR
           END-IF.

       410-READ-EMPMAS2.
           READ EMPMAS2
               AT END MOVE 'Y' TO EMPMAS2-EOF
           END-READ.

           IF NOT (EM-NORMAL OR NO-MORE-EMPMAS2)
                DISPLAY 'ERROR READING EMPMAS2'
                GO TO 999-RETURN-ERR
           END-IF.

       415-READ-REISSUE.
           READ REISSUE
               AT END MOVE 'Y' TO REISSUE-EOF
           END-READ.

           IF NOT (RI-NORMAL OR NO-MORE-REISSUE)
                DISPLAY 'ERROR READING REISSUE'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-CHKVOID.
           READ CHKVOID
               AT END MOVE 'Y' TO CHKVOID-EOF
           END-READ.

           IF NOT (CV-NORMAL OR NO-MORE-CHKVOID)
                DISPLAY 'ERROR READING CHKVOID'
                GO TO 999-RETURN-ERR
           END-IF.

      * The master's CONTROL trailer is checked and dropped; the new
      * master gets its own at the end of the run.
       430-READ-CHKMAST.
           READ CHKMAST
               AT END MOVE 'Y' TO CHKMAST-EOF
           END-READ.

           IF NOT (CM-NORMAL OR NO-MORE-CHKMAST)
                DISPLAY 'ERROR READING CHKMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-CHKMAST
                  AND CHKMAST-REC (1:7) = 'CONTROL'
                MOVE CHKMAST-REC TO CONTROL-REC
                IF CTL-RECORD-COUNT NOT = MASTER-READ
                     DISPLAY 'ERROR: CHKMAST HAS ' MASTER-READ
                             ' CHECKS, CONTROL TRAILER SAYS '
                             CTL-RECORD-COUNT
                     GO TO 999-RETURN-ERR
                END-IF
                GO TO 430-READ-CHKMAST
           END-IF.

           IF NOT NO-MORE-CHKMAST
                ADD 1 TO MASTER-READ
           END-IF.

       440-WRITE-MASTER.
           WRITE CHKMAST-NEW-REC FROM CHKMAST-REC.
           ADD 1 TO CM-CTL-COUNT.
           ADD CK-AMOUNT TO CM-CTL-HASH.
           IF CK-OUTSTANDING
                ADD 1 TO OUTSTANDING-COUNT
                ADD CK-AMOUNT TO OUTSTANDING-TOTAL
           END-IF.

       450-FORMAT-MASTER-PAYEE.
           MOVE SPACES TO ISS-PAYEE-NAME.
           STRING CK-FNAME DELIMITED BY SPACE
                  ' '      DELIMITED BY SIZE
                  CK-LNAME DELIMITED BY SPACE
               INTO ISS-PAYEE-NAME.

       460-WRITE-POSPAY.
           ADD 1 TO PP-CTL-COUNT.
           ADD PP-AMOUNT TO PP-CTL-HASH.
           WRITE POSPAY-REC.

      * One check: the next number unless one was already taken,
      * then the printed form, the master record, the positive-pay
      * issue and the register line.
       500-ISSUE-CHECK.
           IF ISS-CHECK-NBR = ZERO
                MOVE NEXT-CHECK-NBR TO ISS-CHECK-NBR
                ADD 1 TO NEXT-CHECK-NBR
           END-IF.
           MOVE SPACES TO ISS-PAYEE-NAME.
           STRING ISS-FNAME DELIMITED BY SPACE
                  ' '       DELIMITED BY SIZE
                  ISS-LNAME DELIMITED BY SPACE
               INTO ISS-PAYEE-NAME.

           MOVE 0 TO FORM-LINE-COUNT.
           PERFORM 510-PRINT-STUB.
           PERFORM 540-PRINT-FACE.
           PERFORM 590-PRINT-FORM-LINE
               UNTIL FORM-LINE-COUNT >= FORM-LINES.

           INITIALIZE CHKMAST-REC.
           MOVE ISS-CHECK-NBR     TO CK-CHECK-NBR.
           MOVE BUSINESS-DATE-NUM TO CK-ISSUE-DATE.
           MOVE ISS-SOURCE        TO CK-SOURCE.
           MOVE ISS-EMP-ID        TO CK-EMP-ID.
           MOVE ISS-PERIOD-ID     TO CK-PERIOD-ID.
           MOVE ISS-AMOUNT        TO CK-AMOUNT.
           MOVE 'O'               TO CK-STATUS.
           MOVE BUSINESS-DATE-NUM TO CK-STATUS-DATE.
           MOVE ISS-REPLACES      TO CK-REPLACES.
           MOVE ZERO              TO CK-REPLACED-BY.
           MOVE ISS-FNAME         TO CK-FNAME.
           MOVE ISS-LNAME         TO CK-LNAME.
           MOVE ISS-STREET-NBR    TO CK-STREET-NBR.
           MOVE ISS-STREET-NAME   TO CK-STREET-NAME.
           MOVE ISS-CITY          TO CK-CITY.
           MOVE ISS-STATE         TO CK-STATE.
           MOVE ISS-ZIP-FIRST-5   TO CK-ZIP-FIRST-5.
           MOVE ISS-ZIP-PLUS-4    TO CK-ZIP-PLUS-4.
           PERFORM 440-WRITE-MASTER.

           INITIALIZE POSPAY-REC.
           MOVE 'I'               TO PP-REC-TYPE.
           MOVE BANK-ACCOUNT      TO PP-BANK-ACCOUNT.
           MOVE ISS-CHECK-NBR     TO PP-CHECK-NBR.
           MOVE ISS-AMOUNT        TO PP-AMOUNT.
           MOVE BUSINESS-DATE-NUM TO PP-ISSUE-DATE.
           MOVE ISS-PAYEE-NAME    TO PP-PAYEE.
           PERFORM 460-WRITE-POSPAY.

           MOVE ISS-CHECK-NBR     TO REG-CHECK-NBR-O.
           MOVE ISS-EMP-ID        TO REG-EMP-ID-O.
           MOVE ISS-PAYEE-NAME    TO REG-PAYEE-O.
           MOVE ISS-AMOUNT        TO REG-AMOUNT-O.
           MOVE SPACES            TO REG-NOTE-O.
           EVALUATE TRUE
               WHEN ISS-PAYROLL
                   MOVE 'PAYROLL'     TO REG-ACTION-O
                   STRING 'NET PAY, PERIOD ' DELIMITED BY SIZE
                          ISS-PERIOD-ID      DELIMITED BY SIZE
                       INTO REG-NOTE-O
               WHEN ISS-REISSUE
                   MOVE 'RE-ISSUE'    TO REG-ACTION-O
                   STRING 'QUEUED ' DELIMITED BY SIZE
                          ISS-QUEUED-DATE DELIMITED BY SIZE
                          ' REASON ' DELIMITED BY SIZE
                          ISS-REASON DELIMITED BY SIZE
                       INTO REG-NOTE-O
               WHEN OTHER
                   MOVE 'REPLACEMENT' TO REG-ACTION-O
                   STRING 'REPLACES ' DELIMITED BY SIZE
                          ISS-REPLACES DELIMITED BY SIZE
                       INTO REG-NOTE-O
           END-EVALUATE.
           WRITE CHKREG-REC FROM REG-LINE.
           ADD ISS-AMOUNT TO ISSUED-TOTAL.

      * The stub: a payroll check carries the period's earnings
      * statement; a re-issue or replacement says what it pays.
       510-PRINT-STUB.
           MOVE ISS-CHECK-NBR TO STUB-CHECK-NBR-O.
           MOVE STUB-HEADER-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

           MOVE ISS-FNAME       TO STUB-FNAME-O.
           MOVE ISS-LNAME       TO STUB-LNAME-O.
           MOVE ISS-EMP-ID      TO STUB-EMP-ID-O.
           MOVE ISS-PERIOD-ID   TO STUB-PERIOD-O.
           MOVE BUSINESS-DATE-X TO STUB-DATE-O.
           MOVE STUB-NAME-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

           IF ISS-PAYROLL
                MOVE STUB-COL-HEADER TO CHKPRINT-REC
                PERFORM 595-WRITE-FORM-LINE
                MOVE 'GROSS PAY' TO STUB-AMT-LABEL
                MOVE ISS-GROSS TO STUB-AMT-CUR-O
                MOVE ISS-YTD-GROSS TO STUB-AMT-YTD-O
                PERFORM 520-WRITE-STUB-AMOUNT
                MOVE 'FEDERAL INCOME TAX' TO STUB-AMT-LABEL
                MOVE ISS-FED-TAX TO STUB-AMT-CUR-O
                MOVE SPACES TO STUB-AMT-YTD-X
                PERFORM 520-WRITE-STUB-AMOUNT
                MOVE 'STATE INCOME TAX' TO STUB-AMT-LABEL
                MOVE ISS-STATE-TAX TO STUB-AMT-CUR-O
                PERFORM 520-WRITE-STUB-AMOUNT
                MOVE 'SOCIAL SECURITY/MEDICARE' TO STUB-AMT-LABEL
                MOVE ISS-FICA-TAX TO STUB-AMT-CUR-O
                PERFORM 520-WRITE-STUB-AMOUNT
                MOVE 'DEDUCTIONS' TO STUB-AMT-LABEL
                MOVE ISS-DEDUCTIONS TO STUB-AMT-CUR-O
                PERFORM 520-WRITE-STUB-AMOUNT
                MOVE 'NET PAY' TO STUB-AMT-LABEL
                MOVE ISS-AMOUNT TO STUB-AMT-CUR-O
                MOVE ISS-YTD-NET TO STUB-AMT-YTD-O
                PERFORM 520-WRITE-STUB-AMOUNT
           ELSE
                MOVE SPACES TO STUB-NOTE-O
                IF ISS-REISSUE
                     IF ISS-REASON = 'HLD'
                          STRING 'RE-ISSUE OF NET PAY HELD FROM '
                                     DELIMITED BY SIZE
                                 'YOUR DIRECT DEPOSIT, PERIOD '
                                     DELIMITED BY SIZE
                                 ISS-PERIOD-ID DELIMITED BY SIZE
                              INTO STUB-NOTE-O
                     ELSE
                          STRING 'RE-ISSUE OF A DIRECT DEPOSIT '
                                     DELIMITED BY SIZE
                                 'YOUR BANK RETURNED (REASON '
                                     DELIMITED BY SIZE
                                 ISS-REASON DELIMITED BY SIZE
                                 ')' DELIMITED BY SIZE
                              INTO STUB-NOTE-O
                     END-IF
                ELSE
                     STRING 'REPLACES VOIDED CHECK NO. '
                                DELIMITED BY SIZE
                            ISS-REPLACES DELIMITED BY SIZE
                         INTO STUB-NOTE-O
                END-IF
                MOVE STUB-NOTE-LINE TO CHKPRINT-REC
                PERFORM 595-WRITE-FORM-LINE
                PERFORM 590-PRINT-FORM-LINE
                MOVE 'AMOUNT PAID' TO STUB-AMT-LABEL
                MOVE ISS-AMOUNT TO STUB-AMT-CUR-O
                MOVE SPACES TO STUB-AMT-YTD-X
                PERFORM 520-WRITE-STUB-AMOUNT
           END-IF.

           PERFORM 590-PRINT-FORM-LINE
               UNTIL FORM-LINE-COUNT >= 14.
           MOVE PERFORATION-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

       520-WRITE-STUB-AMOUNT.
           MOVE STUB-AMT-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.

      * The check face: amount in figures with check protection and
      * in words, the payee and window-envelope address, and the
      * MICR line on the form's last printed line.
       540-PRINT-FACE.
           MOVE ISS-CHECK-NBR TO FACE-CHECK-NBR-O.
           MOVE FACE-COMPANY-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           MOVE BANK-NAME TO FACE-BANK-NAME-O.
           MOVE FACE-BANK-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

           MOVE BUSINESS-DATE-X TO FACE-DATE-O.
           MOVE ISS-AMOUNT TO FACE-AMOUNT-O.
           MOVE FACE-DATE-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

           PERFORM 550-SPELL-AMOUNT.
           MOVE AMOUNT-WORDS TO FACE-WORDS-O.
           MOVE FACE-WORDS-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

           MOVE ISS-PAYEE-NAME  TO FACE-PAYEE-O.
           MOVE FACE-PAYEE-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           MOVE ISS-STREET-NBR  TO FACE-ADDR-NBR-O.
           MOVE ISS-STREET-NAME TO FACE-ADDR-STREET-O.
           MOVE FACE-ADDR-LINE-2 TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           MOVE ISS-CITY        TO FACE-ADDR-CITY-O.
           MOVE ISS-STATE       TO FACE-ADDR-STATE-O.
           MOVE ISS-ZIP-FIRST-5 TO FACE-ADDR-ZIP-O.
           IF ISS-ZIP-PLUS-4 = SPACES
                MOVE SPACE TO FACE-ADDR-DASH-O
           ELSE
                MOVE '-'   TO FACE-ADDR-DASH-O
           END-IF.
           MOVE ISS-ZIP-PLUS-4  TO FACE-ADDR-PLUS-4-O.
           MOVE FACE-ADDR-LINE-3 TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.
           PERFORM 590-PRINT-FORM-LINE.

           MOVE FACE-SIGNATURE-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.
           MOVE FACE-SIGNATURE-CAPTION TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.

           PERFORM 590-PRINT-FORM-LINE
               UNTIL FORM-LINE-COUNT >= FORM-LINES - 2.
           MOVE ISS-CHECK-NBR TO MICR-CHECK-NBR-O.
           MOVE BANK-ROUTING  TO MICR-ROUTING-O.
           MOVE BANK-ACCOUNT  TO MICR-ACCOUNT-O.
           MOVE MICR-LINE TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.

      * The amount in words, e.g. ONE THOUSAND TWO HUNDRED FIVE AND
      * 07/100 DOLLARS, with the rest of the line filled with
      * asterisks so nothing can be written in after it.
       550-SPELL-AMOUNT.
           MOVE ALL '*' TO AMOUNT-WORDS.
           MOVE 1 TO WORDS-PTR.
           COMPUTE AMT-DOLLARS = ISS-AMOUNT.
           COMPUTE AMT-CENTS = (ISS-AMOUNT - AMT-DOLLARS) * 100.

           IF AMT-DOLLARS = ZERO
                STRING 'ZERO ' DELIMITED BY SIZE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
           END-IF.
           IF AMT-MILLIONS > ZERO
                MOVE AMT-MILLIONS TO GROUP-VALUE
                PERFORM 560-SPELL-GROUP
                STRING 'MILLION ' DELIMITED BY SIZE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
           END-IF.
           IF AMT-THOUSANDS > ZERO
                MOVE AMT-THOUSANDS TO GROUP-VALUE
                PERFORM 560-SPELL-GROUP
                STRING 'THOUSAND ' DELIMITED BY SIZE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
           END-IF.
           IF AMT-UNITS > ZERO
                MOVE AMT-UNITS TO GROUP-VALUE
                PERFORM 560-SPELL-GROUP
           END-IF.

           STRING 'AND '     DELIMITED BY SIZE
                  AMT-CENTS  DELIMITED BY SIZE
                  '/100 DOLLARS ' DELIMITED BY SIZE
               INTO AMOUNT-WORDS WITH POINTER WORDS-PTR.

      * One group of three digits in words, each word followed by a
      * space.
       560-SPELL-GROUP.
           DIVIDE GROUP-VALUE BY 100 GIVING GROUP-HUNDREDS
               REMAINDER GROUP-REST.
           IF GROUP-HUNDREDS > ZERO
                STRING ONES-WORD (GROUP-HUNDREDS) DELIMITED BY SPACE
                       ' HUNDRED ' DELIMITED BY SIZE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
           END-IF.
           IF GROUP-REST > ZERO AND GROUP-REST < 20
                STRING ONES-WORD (GROUP-REST) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
           END-IF.
           IF GROUP-REST >= 20
                DIVIDE GROUP-REST BY 10 GIVING GROUP-TENS
                    REMAINDER GROUP-ONES
                STRING TENS-WORD (GROUP-TENS - 1) DELIMITED BY SPACE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
                IF GROUP-ONES > ZERO
                     STRING '-' DELIMITED BY SIZE
                            ONES-WORD (GROUP-ONES) DELIMITED BY SPACE
                         INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
                END-IF
                STRING ' ' DELIMITED BY SIZE
                    INTO AMOUNT-WORDS WITH POINTER WORDS-PTR
           END-IF.

       590-PRINT-FORM-LINE.
           MOVE SPACES TO CHKPRINT-REC.
           PERFORM 595-WRITE-FORM-LINE.

       595-WRITE-FORM-LINE.
           WRITE CHKPRINT-REC.
           ADD 1 TO FORM-LINE-COUNT.

      * Trailers on the new master and the positive-pay file, the
      * advanced control card, and the register's totals.
       900-CLEANUP.
           MOVE 'CONTROL'    TO CTL-ID.
           MOVE CM-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE CM-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE CHKMAST-NEW-REC FROM CONTROL-REC.

           MOVE 'CONTROL'    TO CTL-ID.
           MOVE PP-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE PP-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE POSPAY-REC FROM CONTROL-REC.

           OPEN OUTPUT CHKCTL-NEW
           IF NOT CN-NORMAL
                DISPLAY 'ERROR OPENING CHKCTLO'
                GO TO 999-RETURN-ERR.
           MOVE NEXT-CHECK-NBR TO CARD-NEXT-CHECK-NBR.
           WRITE CHKCTL-NEW-REC FROM CHKCTL-CARD-WS.
           CLOSE CHKCTL-NEW.

           PERFORM 920-PRINT-REGISTER-TOTALS.
           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "PAYROLL CHECKS PRINTED:      " PAYROLL-CHECKS.
           DISPLAY "RE-ISSUE CHECKS PRINTED:     " REISSUE-CHECKS.
           DISPLAY "REPLACEMENT CHECKS PRINTED:  " REPLACEMENT-CHECKS.
           DISPLAY "CHECKS VOIDED:               " VOIDS-APPLIED.
           DISPLAY "VOID REQUESTS REJECTED:      " VOIDS-REJECTED.
           DISPLAY "QUEUE ENTRIES NOT PAID:      " QUEUE-CARRIED.
           DISPLAY "NEXT CHECK NUMBER:           " NEXT-CHECK-NBR.
           IF QUEUE-CARRIED > 0
                DISPLAY "*** WARNING: " QUEUE-CARRIED
                    " RE-ISSUE(S) LEFT UNPAID -- SEE CHKREG ***"
           END-IF.
           CLOSE CHKMAST-NEW, CHKPRINT, CHKREG, POSPAY, REISSUE-NEW.

      * One run-control record for DAYBAL's nightly cross-foot:
      * requests, unpaid queue entries and void requests in; payroll
      * and re-issue checks written as primary; voids applied, queue
      * entries left unpaid and zero-net entries cleared as
      * secondary; void requests rejected; and the dollars issued.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PAYCHECK'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN = REQUESTS-READ + QUEUE-READ
               + VOIDS-READ.
           COMPUTE LED-RECS-OUT-PRIMARY = PAYROLL-CHECKS
               + REISSUE-CHECKS.
           COMPUTE LED-RECS-OUT-SECONDARY = VOIDS-APPLIED
               + QUEUE-CARRIED + QUEUE-ZERO-CLEARED.
           MOVE VOIDS-REJECTED      TO LED-RECS-REJECTED.
           MOVE ISSUED-TOTAL        TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       920-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO CHKREG-REC.
           WRITE CHKREG-REC.
           COMPUTE REG-TOT-COUNT-O = PAYROLL-CHECKS + REISSUE-CHECKS
               + REPLACEMENT-CHECKS.
           MOVE 'CHECKS ISSUED' TO REG-TOT-LABEL-O.
           MOVE ISSUED-TOTAL TO REG-TOT-AMOUNT-O.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'CHECKS VOIDED' TO REG-TOT-LABEL-O.
           MOVE VOIDS-APPLIED TO REG-TOT-COUNT-O.
           MOVE VOIDED-TOTAL TO REG-TOT-AMOUNT-O.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'CHECKS OUTSTANDING ON FILE' TO REG-TOT-LABEL-O.
           MOVE OUTSTANDING-COUNT TO REG-TOT-COUNT-O.
           MOVE OUTSTANDING-TOTAL TO REG-TOT-AMOUNT-O.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'VOID REQUESTS REJECTED' TO REG-TOT-LABEL-O.
           MOVE VOIDS-REJECTED TO REG-TOT-COUNT-O.
           MOVE ZERO TO REG-TOT-AMOUNT-O.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.
           MOVE 'RE-ISSUES LEFT UNPAID' TO REG-TOT-LABEL-O.
           MOVE QUEUE-CARRIED TO REG-TOT-COUNT-O.
           MOVE ZERO TO REG-TOT-AMOUNT-O.
           WRITE CHKREG-REC FROM REG-TOTAL-LINE.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
