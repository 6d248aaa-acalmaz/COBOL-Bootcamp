      *-----------------------------------------------------------
      *  NXTNFLD - Account number control record (NXTNUM), the
      *  single record the application intake run (ODEV28) takes
      *  new account numbers from.  An account number is the
      *  seven-digit base followed by a mod-10 check digit
      *  (doubling every other digit from the left, as on a card
      *  number), so a transposed or mis-keyed number fails the
      *  check in ODEV5, ODEV21 and ODEV22 instead of landing on
      *  someone else's account.  NXTN-NEXT-BASE is the next base
      *  to hand out; the record is rewritten at the end of each
      *  intake run with the business date it ran for, and a
      *  second run for the same date is refused.
      *  NXTN-FIRST-BASE is the first base ever handed out, set by
      *  the first intake run from the base the record was seeded
      *  with (seed NXTN-NEXT-BASE above every existing account).
      *  Accounts opened before the intake run were never given a
      *  check digit, so a number whose first seven digits are
      *  below it -- or that is not all digits -- is a legacy
      *  account and is not check-digit tested.  Until the first
      *  intake run has stamped it, NXTN-NEXT-BASE is the boundary.
      *-----------------------------------------------------------
       01  NXTN-FIELDS.
           05  NXTN-NEXT-BASE     PIC 9(7).
           05  NXTN-LAST-RUN-DATE PIC 9(6).
           05  NXTN-LAST-ACCT-NO  PIC X(8).
           05  NXTN-ASSIGNED-TOT  PIC 9(7).
           05  NXTN-FIRST-BASE    PIC 9(7).
           05  FILLER             PIC X(5).
