      *-----------------------------------------------------------
      *  RCOVFLD - Recovery journal record, one per payment the
      *  daily posting run (ODEV5) applied against the charged-off
      *  ledger (CHGOFLD) instead of ACCT-BALANCE.  RCOV-REMAINING
      *  is what the account still owes on the ledger after the
      *  recovery.  The month's recovery journals are concatenated
      *  and read back by the monthly charge-off run (ODEV23) for
      *  the charge-off and recovery report.
      *-----------------------------------------------------------
       01  RCOV-FIELDS.
           05  RCOV-ACCT-NO       PIC X(8).
           05  RCOV-POST-DATE     PIC 9(6).
           05  RCOV-AMOUNT        PIC S9(7)V99 COMP-3.
           05  RCOV-MERCHANT      PIC X(25).
           05  RCOV-REMAINING     PIC S9(7)V99 COMP-3.
