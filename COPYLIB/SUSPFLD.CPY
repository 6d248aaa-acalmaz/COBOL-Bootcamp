      *  master, carries forward what still cannot apply (keeping
      *  the original held date so the aging stays honest), and
      *  ages the file on its report.
      *  A held returned payment or dispute post keeps its
      *  reference date and dispute result for the clerk who
      *  re-keys it; ODEV15 carries it, it never re-applies.
      *-----------------------------------------------------------
       01  SUSP-FIELDS.
           05  SUSP-ACCT-NO       PIC X(8).
           05  SUSP-DC-CODE       PIC X(1).
               88  SUSP-DEBIT              VALUE 'D'.
               88  SUSP-CREDIT             VALUE 'C'.
               88  SUSP-ADJUSTMENT         VALUE 'R' 'O' 'X'.
           05  SUSP-AMOUNT        PIC S9(7)V99 COMP-3.
           05  SUSP-MERCHANT      PIC X(25).
           05  SUSP-REASON        PIC X(30).
           05  SUSP-HELD-DATE     PIC 9(6).
           05  SUSP-REF-DATE      PIC 9(6).
           05  SUSP-DISP-RESULT   PIC X(1).
