      * Shared on-call roster record layout for ONCALSCH: one record
      * per project per rostered day, naming the employee on call.
      * ONCALROS writes the roster for the period; ONCALPAY reads it
      * back to edit callouts and pay and bill the period's on-call.
       01  ONCALL-SCHED-REC.
           05  OS-PROJECT              PIC X(04).
           05  OS-ONCALL-DATE          PIC 9(08).
           05  OS-NAME                 PIC X(15).
           05  OS-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(07).
