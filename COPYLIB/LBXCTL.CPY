      *-----------------------------------------------------------
      *  LBXCTL - Lockbox intake control record, written by the
      *  lockbox intake run (ODEV21) beside the POSTFILE credits
      *  it builds: batches read and out of balance, remittance
      *  items read, the count and dollars written as credits,
      *  and the count and dollars left as unapplied cash.  The
      *  credits written plus the unapplied cash equal the bank's
      *  deposit for the day.
      *-----------------------------------------------------------
       01  LCTL-FIELDS.
           05  LCTL-RUN-DATE       PIC 9(6).
           05  LCTL-BATCHES-READ   PIC 9(5).
           05  LCTL-BATCHES-BAD    PIC 9(5).
           05  LCTL-ITEMS-READ     PIC 9(7).
           05  LCTL-POSTS-WRITTEN  PIC 9(7).
           05  LCTL-POSTS-TOT      PIC S9(11)V99 COMP-3.
           05  LCTL-UNAPPLIED      PIC 9(7).
           05  LCTL-UNAPPLIED-TOT  PIC S9(11)V99 COMP-3.
