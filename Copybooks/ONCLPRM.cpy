      * Shared on-call control card layout for ONCLPARM, set once per
      * on-call period: the period's first and last day, the stipend
      * paid per day on the roster, the pay per callout hour worked,
      * and the client charge per day on the roster.  Callout hours
      * bill at the employee's EMPROJ overtime rate on the project.
       01  ONCALL-PARM-REC.
           05  OP-PERIOD-START         PIC 9(08).
           05  OP-PERIOD-END           PIC 9(08).
           05  OP-STIPEND-PER-DAY      PIC 9(03)V99.
           05  OP-CALLOUT-PAY-RATE     PIC 9(03)V99.
           05  OP-ONCALL-CHARGE-DAY    PIC 9(04)V99.
           05  FILLER                  PIC X(48).
