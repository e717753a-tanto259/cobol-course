      * Shared before-image journal record layout (MCJRNL).  MEDCLAIM
      * journals every add and rewrite it makes to the files it
      * updates in place -- CLMHIST, DEDACCUM, MEMACCUM and SUBRCASE
      * -- ahead of the update itself, stamped with the business date
      * and the run id (the run's start timestamp), and closes a
      * clean run with an end-of-run entry.  MEDBKOUT reads the
      * journal newest-first and puts each file back the way the run
      * found it: an added record is deleted, a rewritten one gets its
      * before image back -- then closes the journal with a
      * backed-out entry.  An image is the record's full length,
      * left-justified.
       01  JOURNAL-REC.
           05  JRN-BUS-DATE            PIC 9(08).
           05  JRN-RUN-ID              PIC X(14).
           05  JRN-SEQ-NO              PIC 9(09).
           05  JRN-FILE-ID             PIC X(08).
               88  JRN-CLMHIST                 VALUE 'CLMHIST '.
               88  JRN-DEDACCUM                VALUE 'DEDACCUM'.
               88  JRN-MEMACCUM                VALUE 'MEMACCUM'.
               88  JRN-SUBRCASE                VALUE 'SUBRCASE'.
           05  JRN-ACTION              PIC X(01).
               88  JRN-RECORD-ADDED            VALUE 'A'.
               88  JRN-RECORD-CHANGED          VALUE 'C'.
               88  JRN-RUN-COMPLETE            VALUE 'E'.
               88  JRN-RUN-BACKED-OUT          VALUE 'B'.
           05  JRN-IMAGE               PIC X(120).
