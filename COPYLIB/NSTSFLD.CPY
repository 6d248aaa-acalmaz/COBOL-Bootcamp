      *-----------------------------------------------------------
      *  NSTSFLD - Night status record, written (one record) to
      *  NIGHTSTS by the end-of-batch control report (ODEV13).  It
      *  says whether the night's run log for the current business
      *  date came through clean: at least one job logged, every
      *  job logged for that business date, and the posting run
      *  (ODEV5), its proof (ODEV16), the maintenance proof (ODEV7),
      *  the GL interface (ODEV24) and the journal history load
      *  (ODEV26) all logged for the date with no reject, and no
      *  month-end bureau run (ODEV30) failed -- NSTS-MISSING counts
      *  the jobs that never logged, NSTS-FAILED those that ended in
      *  error.  Rejects over the ODEV13 threshold are only warned.
      *  The end-of-day roll (ODEV27) advances the business date
      *  only on a clean status for the date it is rolling.
      *-----------------------------------------------------------
       01  NSTS-FIELDS.
           05  NSTS-BUS-DATE      PIC 9(6).
           05  NSTS-STATUS        PIC X(1).
               88  NSTS-CLEAN              VALUE 'C'.
               88  NSTS-NOT-CLEAN          VALUE 'X'.
           05  NSTS-JOBS          PIC 9(5).
           05  NSTS-OFF-DATE      PIC 9(5).
           05  NSTS-MISSING       PIC 9(5).
           05  NSTS-FAILED        PIC 9(5).
           05  FILLER             PIC X(13).
