      *-----------------------------------------------------------
      *  GLFLD - General ledger interface record, written by the
      *  daily GL interface run (ODEV24) once the posting day has
      *  proved.  The file is a header (GL-REC-TYPE 'H'), one
      *  detail ('D') per chart-of-accounts debit or credit, and a
      *  trailer ('T', GL-TRL-FIELDS) giving the detail count and
      *  the debit and credit totals, which are always equal.
      *  GL-POST-DATE is the posting run date from PSTCTL.
      *-----------------------------------------------------------
       01  GL-FIELDS.
           05  GL-REC-TYPE        PIC X(1).
               88  GL-HEADER               VALUE 'H'.
               88  GL-DETAIL               VALUE 'D'.
               88  GL-TRAILER              VALUE 'T'.
           05  GL-POST-DATE       PIC 9(6).
           05  GL-ACCOUNT         PIC X(10).
           05  GL-DC-CODE         PIC X(1).
               88  GL-DEBIT                VALUE 'D'.
               88  GL-CREDIT               VALUE 'C'.
           05  GL-AMOUNT          PIC S9(11)V99 COMP-3.
           05  GL-MOVE-TYPE       PIC X(4).
           05  GL-DESCRIPTION     PIC X(30).
           05  GL-SOURCE          PIC X(8).
       01  GL-TRL-FIELDS.
           05  GL-TRL-REC-TYPE    PIC X(1).
           05  GL-TRL-POST-DATE   PIC 9(6).
           05  GL-TRL-COUNT       PIC 9(7).
           05  GL-TRL-DEBIT-TOT   PIC S9(13)V99 COMP-3.
           05  GL-TRL-CREDIT-TOT  PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(37).
