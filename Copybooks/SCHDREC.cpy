      * Shared scheduled-admission record layout for SCHEDADM, the
      * admitting desk's full list of elective admissions booked
      * ahead.  The whole current schedule is sent every night; an
      * entry is dropped from the file once the patient is admitted
      * or the booking is cancelled.  HOSPEST prices each entry for
      * the patient's pre-admission estimate.
       01  SCHED-ADMIT-REC.
           05  SA-PATIENT-NBR          PIC 9(05).
           05  SA-DIAG-CODE            PIC 9(03).
           05  SA-ROOM-TYPE            PIC X(01).
           05  SA-INS-TYPE             PIC X(03).
           05  SA-PLANNED-DATE         PIC 9(08).
           05  SA-WARD                 PIC X(03).
           05  FILLER                  PIC X(57).
