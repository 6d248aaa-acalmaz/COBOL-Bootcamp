      *-----------------------------------------------------------
      *  HOLDFLD - Pending authorization hold, keyed by account,
      *  authorization date and a sequence within the day, so
      *  every hold on one account reads together.  Written by
      *  the authorization run (ODEV22) for each approved amount
      *  and deleted by the daily posting run (ODEV5) when the
      *  purchase it covers posts, or by the suspense run (ODEV15)
      *  when a held purchase is re-applied.  A hold that never
      *  posts is expired by ODEV22 once it is older than its
      *  SYSIN day limit.  Available credit is ACCT-LIMIT less
      *  ACCT-BALANCE less every hold still on this file for the
      *  account.
      *-----------------------------------------------------------
       01  HOLD-FIELDS.
           05  HOLD-KEY.
               10  HOLD-ACCT-NO   PIC X(8).
               10  HOLD-AUTH-DATE PIC 9(6).
               10  HOLD-SEQ       PIC 9(3).
           05  HOLD-AMOUNT        PIC S9(7)V99 COMP-3.
           05  HOLD-MERCHANT      PIC X(25).
           05  HOLD-REQUEST-ID    PIC X(10).
