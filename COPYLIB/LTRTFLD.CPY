      *-----------------------------------------------------------
      *  LTRTFLD - Customer letter template card, read by the
      *  customer letter run (ODEV29) from its LTRTMPL parameter
      *  file.  Each letter type is a title card (line 00, the
      *  subject line printed under the mailing block; its first
      *  40 characters go on the correspondence log) and up to 20
      *  body cards (lines 01-20), printed in line-number order.
      *  The wording is changed by changing the cards, not the
      *  program.  A card with '*' in column 1 is a comment.
      *  A body card may name one figure to be printed after its
      *  text (the text is taken up to the first double space):
      *    M  minimum due          U  amount past due
      *    D  days past due        T  payment due date
      *    B  balance              L  new credit limit
      *    O  old credit limit     E  date of the change
      *  Letter types:
      *    PASTD1  30 days past due      PASTD2  60 days past due
      *    PASTD3  90 days past due      PASTD4  over 90 days
      *    FREEZE  account frozen        UNFRZ   freeze lifted
      *    LIMUP   limit raised          LIMDN   limit lowered
      *    CLOSED  account closed
      *-----------------------------------------------------------
       01  LTRT-FIELDS.
           05  LTRT-LETTER-TYPE   PIC X(6).
           05  FILLER             PIC X(1).
           05  LTRT-LINE-NO       PIC X(2).
           05  LTRT-LINE-NO-N REDEFINES LTRT-LINE-NO
                                  PIC 9(2).
           05  FILLER             PIC X(1).
           05  LTRT-FILL-CODE     PIC X(1).
               88  LTRT-FILL-VALID         VALUE SPACE 'M' 'U' 'D'
                                           'T' 'B' 'L' 'O' 'E'.
           05  FILLER             PIC X(1).
           05  LTRT-TEXT          PIC X(60).
           05  FILLER             PIC X(8).
