      *-----------------------------------------------------------
      *  BDATFLD - Business-date control file (BUSDATE).  The
      *  first record is the date record: the current processing
      *  date every batch program dates its run with, in place of
      *  the system clock, and the prior processing date.  Only
      *  the end-of-day roll (ODEV27) advances it, and only once
      *  the end-of-batch report (ODEV13) has found the night
      *  clean; the roll stamps the system date and time it ran.
      *  Every record after the date record is a calendar card
      *  naming one non-processing day (a holiday) with a short
      *  description.  Saturdays and Sundays are never processing
      *  days and are not carded.  Cards may be in any order.
      *-----------------------------------------------------------
       01  BDT-FIELDS.
           05  BDT-REC-TYPE       PIC X(1).
               88  BDT-DATE-REC            VALUE 'D'.
               88  BDT-CALENDAR-REC        VALUE 'H'.
           05  BDT-CURR-DATE      PIC 9(6).
           05  BDT-PRIOR-DATE     PIC 9(6).
           05  BDT-ROLLED-ON      PIC 9(6).
           05  BDT-ROLLED-AT      PIC 9(8).
           05  FILLER             PIC X(13).
       01  BDT-CAL-FIELDS.
           05  BDT-CAL-TYPE       PIC X(1).
           05  BDT-CAL-DATE       PIC 9(6).
           05  BDT-CAL-DESC       PIC X(25).
           05  FILLER             PIC X(8).
