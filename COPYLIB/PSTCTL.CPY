      *  ACCT-BALANCE total before posting, plus the day's journal
      *  debits, minus the day's journal credits, must equal the
      *  master total after posting, with the suspended money
      *  accounted for on the side.  Payments taken as recoveries
      *  against the charged-off ledger move no balance and are
      *  counted and totalled on their own.
      *  Dispute opens, and closes the merchant won, only touch
      *  the dispute file and are counted in PCTL-POSTS-DISP.  A
      *  returned payment journals a second debit, the returned
      *  item fee, counted in PCTL-FEES and inside the debit total.
      *-----------------------------------------------------------
       01  PCTL-FIELDS.
           05  PCTL-RUN-DATE       PIC 9(6).
           05  PCTL-DEBIT-TOT      PIC S9(11)V99 COMP-3.
           05  PCTL-CREDIT-TOT     PIC S9(11)V99 COMP-3.
           05  PCTL-SUSP-TOT       PIC S9(11)V99 COMP-3.
           05  PCTL-POSTS-RCOV     PIC 9(7).
           05  PCTL-RCOV-TOT       PIC S9(11)V99 COMP-3.
           05  PCTL-POSTS-DISP     PIC 9(7).
           05  PCTL-FEES           PIC 9(7).
           05  PCTL-FEE-TOT        PIC S9(11)V99 COMP-3.
