      *-----------------------------------------------------------
      *  GLMFLD - GL chart-of-accounts mapping card, read by the
      *  daily GL interface run (ODEV24) from its GLMAP parameter
      *  file.  One card per movement type gives the GL account
      *  debited and the GL account credited for that type's
      *  total; finance changes the chart by changing the cards,
      *  not the program.  A card with '*' in column 1 is a
      *  comment.  Movement types:
      *    PURC  purchases posted          FINC  finance charges
      *    PAYM  payments posted           RCOV  charge-off
      *                                          recoveries
      *    SUSD  purchases held            SUSC  payments held
      *    SODR  held purchases applied    SOCR  held payments
      *                                          applied
      *    PREV  returned payments         RFEE  returned item
      *                                          fees
      *    DCRD  dispute credits
      *-----------------------------------------------------------
       01  GLM-FIELDS.
           05  GLM-MOVE-TYPE      PIC X(4).
           05  FILLER             PIC X(1).
           05  GLM-DEBIT-ACCT     PIC X(10).
           05  FILLER             PIC X(1).
           05  GLM-CREDIT-ACCT    PIC X(10).
           05  FILLER             PIC X(1).
           05  GLM-DESCRIPTION    PIC X(30).
           05  FILLER             PIC X(23).
