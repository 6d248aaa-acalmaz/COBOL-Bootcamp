      *-----------------------------------------------------------
      *  CHGOFLD - Charged-off ledger record, one per account the
      *  monthly charge-off run (ODEV23) has taken off the books,
      *  carried on a KSDS keyed by CHGO-ACCT-NO.  It holds the
      *  balance written off and the date, and the recoveries the
      *  daily posting run (ODEV5) has since applied against it.
      *  What is still owed on a charged-off account is
      *  CHGO-AMOUNT less CHGO-RECOVERED.
      *-----------------------------------------------------------
       01  CHGO-FIELDS.
           05  CHGO-ACCT-NO       PIC X(8).
           05  CHGO-DATE          PIC 9(6).
           05  CHGO-AMOUNT        PIC S9(7)V99 COMP-3.
           05  CHGO-DAYS-PAST     PIC S9(5) COMP-3.
           05  CHGO-RECOVERED     PIC S9(7)V99 COMP-3.
           05  CHGO-LAST-RCV-DATE PIC 9(6).
           05  CHGO-USA-STATE     PIC X(15).
           05  CHGO-LAST-NAME     PIC X(20).
           05  CHGO-FIRST-NAME    PIC X(15).
