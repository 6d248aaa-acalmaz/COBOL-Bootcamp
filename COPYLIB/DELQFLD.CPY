      *-----------------------------------------------------------
      *  DELQFLD - Delinquency position record, one per account
      *  listed on the monthly delinquency aging run (ODEV17),
      *  written worst first in the same order as the printed
      *  work list.  It carries the days past due and the aging
      *  bucket so the later month-end steps (charge-off, letters,
      *  bureau reporting) work from the same position collections
      *  was given instead of re-aging the cycle-due file.
      *-----------------------------------------------------------
       01  DELQ-FIELDS.
           05  DELQ-ACCT-NO       PIC X(8).
           05  DELQ-RUN-DATE      PIC 9(6).
           05  DELQ-DAYS-PAST     PIC S9(5) COMP-3.
           05  DELQ-BUCKET        PIC X(1).
               88  DELQ-BUCKET-30          VALUE '1'.
               88  DELQ-BUCKET-60          VALUE '2'.
               88  DELQ-BUCKET-90          VALUE '3'.
               88  DELQ-BUCKET-OVER-90     VALUE '4'.
           05  DELQ-DUE-DATE      PIC 9(6).
           05  DELQ-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  DELQ-UNPAID        PIC S9(7)V99 COMP-3.
           05  DELQ-BALANCE       PIC S9(7)V99 COMP-3.
