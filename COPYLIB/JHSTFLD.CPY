      *-----------------------------------------------------------
      *  JHSTFLD - Journal history record, one per movement on
      *  the daily posting journals, carried on a KSDS keyed by
      *  account, post date and a sequence so every movement on
      *  one account reads together in date order.  Loaded each
      *  night by the history load (ODEV26) from the ODEV5
      *  journal and the ODEV15 re-presented journal, and rolled
      *  off by month once past the retention period.  Programs
      *  that need an account's movements read them here by key
      *  instead of sorting the month's concatenated journals.
      *  The sequence is the posting date the movement was loaded
      *  for plus its position in that night's load, so a load
      *  that is run again after a failure lands every record on
      *  the key it already has.  Field for field from JHST-DC-CODE
      *  on this mirrors JRNLFLD and must be kept in step with it.
      *-----------------------------------------------------------
       01  JHST-FIELDS.
           05  JHST-KEY.
               10  JHST-ACCT-NO   PIC X(8).
               10  JHST-POST-DATE PIC 9(6).
               10  JHST-SEQ.
                   15  JHST-LOAD-DATE PIC 9(6).
                   15  JHST-LOAD-SEQ  PIC 9(7).
           05  JHST-DC-CODE       PIC X(1).
               88  JHST-DEBIT              VALUE 'D'.
               88  JHST-CREDIT             VALUE 'C'.
           05  JHST-AMOUNT        PIC S9(7)V99 COMP-3.
           05  JHST-MERCHANT      PIC X(25).
           05  JHST-NEW-BALANCE   PIC S9(7)V99 COMP-3.
           05  JHST-SOURCE        PIC X(1).
               88  JHST-FROM-POSTING       VALUE 'P'.
               88  JHST-FROM-SUSPENSE      VALUE 'S'.
