      *-----------------------------------------------------------
      *  EVNTFLD - Account change event, one per change the
      *  maintenance run (ODEV3) actually applied to an account's
      *  status or credit limit, with the status and limit before
      *  and after and the source named on the transaction file
      *  header (ODEV8 for the freeze run, ODEV20 for the line
      *  review, and so on).  ODEV3 writes its events to its own
      *  EVNTNEW; the reconciliation step (ODEV7) adds them
      *  (EXTEND) to ACCTEVT only once that run's new master has
      *  proved, so a run never swapped in leaves no event.  A
      *  transaction ODEV3 rejected never gets here, so the
      *  customer letter run (ODEV29) writes to the customer only
      *  about what really happened to the account.  ODEV29
      *  empties ACCTEVT once every event on it has been dealt
      *  with.
      *-----------------------------------------------------------
       01  EVT-FIELDS.
           05  EVT-ACCT-NO        PIC X(8).
           05  EVT-DATE           PIC 9(6).
           05  EVT-SOURCE         PIC X(8).
           05  EVT-OLD-STATUS     PIC X(1).
               88  EVT-OLD-FROZEN          VALUE 'F'.
               88  EVT-OLD-CLOSED          VALUE 'C'.
           05  EVT-NEW-STATUS     PIC X(1).
               88  EVT-NEW-ACTIVE          VALUE 'A'.
               88  EVT-NEW-CLOSED          VALUE 'C'.
               88  EVT-NEW-FROZEN          VALUE 'F'.
               88  EVT-NEW-CHARGED-OFF     VALUE 'W'.
           05  EVT-OLD-LIMIT      PIC S9(7)V99 COMP-3.
           05  EVT-NEW-LIMIT      PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(6).
