      *-----------------------------------------------------------
      *  DISPFLD - Cardholder dispute record, one per disputed
      *  purchase, carried on a KSDS keyed by account, purchase
      *  date and a sequence within the day so every dispute on
      *  one account reads together.  Opened and closed by the
      *  daily posting run (ODEV5) from 'O' and 'X' posts.  A
      *  closed dispute stays on the file with its result.  While
      *  a dispute is open its amount is left out of the balance
      *  the finance charge run (ODEV14) charges on and out of
      *  what the delinquency run (ODEV17) ages.
      *-----------------------------------------------------------
       01  DISP-FIELDS.
           05  DISP-KEY.
               10  DISP-ACCT-NO   PIC X(8).
               10  DISP-PURCH-DATE PIC 9(6).
               10  DISP-SEQ       PIC 9(3).
           05  DISP-MERCHANT      PIC X(25).
           05  DISP-AMOUNT        PIC S9(7)V99 COMP-3.
           05  DISP-STATUS        PIC X(1).
               88  DISP-OPEN               VALUE 'O'.
               88  DISP-CLOSED             VALUE 'C'.
           05  DISP-OPEN-DATE     PIC 9(6).
           05  DISP-CLOSE-DATE    PIC 9(6).
           05  DISP-RESULT        PIC X(1).
               88  DISP-CARDHOLDER-WON     VALUE 'C'.
               88  DISP-MERCHANT-WON       VALUE 'M'.
           05  DISP-CREDIT-AMT    PIC S9(7)V99 COMP-3.
