      *-----------------------------------------------------------
      *  ADJMFLD - Journal merchant text the daily posting run
      *  (ODEV5) writes for a movement that adjusts an earlier
      *  one: a returned payment reversal, its returned item fee
      *  and a dispute credit.  The date of the payment or
      *  purchase adjusted follows the fixed text, so a later
      *  step can tell which movement it undid.  Move a
      *  JRNL-MERCHANT here and test the 88s.
      *-----------------------------------------------------------
       01  ADJM-FIELDS.
           05  ADJM-TEXT          PIC X(17).
               88  ADJM-RETURNED-PAYMENT   VALUE 'RETURNED PAYMENT '.
               88  ADJM-RETURNED-FEE       VALUE 'RETURNED ITEM FEE'.
               88  ADJM-DISPUTE-CREDIT     VALUE 'DISPUTE CREDIT   '.
           05  ADJM-REF-DATE      PIC 9(6).
           05  FILLER             PIC X(2).
