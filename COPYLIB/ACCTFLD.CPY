      *ACCT-STATUS-FIELDS replaces the old 7-byte RESERVED filler.
      *ACCT-STATUS is set by the maintenance process (ODEV3); ODEV1
      *skips closed accounts from the main report and lists them on
      *a separate closed-accounts page.  A charged-off account
      *('W') has had its balance written off to the charged-off
      *ledger by the monthly charge-off run (ODEV23); payments on
      *it post as recoveries against that ledger.
           05  ACCT-STATUS-FIELDS.
               10  ACCT-STATUS    PIC X(1) VALUE 'A'.
                   88  ACCT-STATUS-ACTIVE   VALUE 'A'.
                   88  ACCT-STATUS-CLOSED   VALUE 'C'.
                   88  ACCT-STATUS-FROZEN   VALUE 'F'.
                   88  ACCT-STATUS-CHARGED-OFF VALUE 'W'.
               10  FILLER         PIC X(6).
           05  COMMENTS           PIC X(50).
      *ACCT-CYCLE-FIELDS carries the billing cycle code assigned
