      *-----------------------------------------------------------
      *  CORRFLD - Correspondence log, one record per letter the
      *  customer letter run (ODEV29) has dealt with, carried on a
      *  KSDS keyed by account, the date of the event the letter
      *  is about and the letter type, so every letter on one
      *  account reads together in date order.  The key is what
      *  stops the same letter going out twice for the same event:
      *  a past-due letter is dated by the payment due date that
      *  was missed, every other letter by the date ODEV3 applied
      *  the change.  A letter that could not be mailed (no usable
      *  mailing address, account gone from the master) is logged
      *  as not mailed so it is not tried again every night.  The
      *  inquiry (ODEV4) lists the log under each account.
      *-----------------------------------------------------------
       01  CORR-FIELDS.
           05  CORR-KEY.
               10  CORR-ACCT-NO   PIC X(8).
               10  CORR-EVENT-DATE PIC 9(6).
               10  CORR-LETTER-TYPE PIC X(6).
           05  CORR-SENT-DATE     PIC 9(6).
           05  CORR-SOURCE        PIC X(8).
           05  CORR-RESULT        PIC X(1).
               88  CORR-MAILED             VALUE 'M'.
               88  CORR-NOT-MAILED         VALUE 'N'.
           05  CORR-TITLE         PIC X(40).
           05  FILLER             PIC X(5).
