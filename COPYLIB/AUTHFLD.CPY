      *-----------------------------------------------------------
      *  AUTHFLD - Purchase authorization request, one per
      *  purchase a merchant asks us to approve before it is
      *  taken.  The authorization run (ODEV22) approves or
      *  declines each one against ACCT-STATUS and available
      *  credit and holds the approved amount on the pending
      *  holds file (HOLDFLD) until the purchase posts.
      *-----------------------------------------------------------
       01  AUTH-FIELDS.
           05  AUTH-ACCT-NO       PIC X(8).
           05  AUTH-DATE          PIC 9(6).
           05  AUTH-AMOUNT        PIC S9(7)V99 COMP-3.
           05  AUTH-MERCHANT      PIC X(25).
           05  AUTH-REQUEST-ID    PIC X(10).
