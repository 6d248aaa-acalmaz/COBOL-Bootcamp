      *-----------------------------------------------------------
      *  LBOXFLD - Bank lockbox remittance file, 80-byte records
      *  in batches.  Each batch opens with a header (type 'H')
      *  giving the batch number and the bank's deposit date,
      *  carries one item (type 'D') per check with the account
      *  number read off the payment coupon, and closes with a
      *  trailer (type 'T') giving the bank's item count and
      *  dollar total for the batch.  The lockbox intake run
      *  (ODEV21) proves every batch against its trailer before
      *  any item in it is posted.
      *-----------------------------------------------------------
       01  LBOX-HDR-FIELDS.
           05  LBOX-HDR-TYPE      PIC X(1).
               88  LBOX-BATCH-HDR          VALUE 'H'.
               88  LBOX-ITEM               VALUE 'D'.
               88  LBOX-BATCH-TRL          VALUE 'T'.
           05  LBOX-HDR-BATCH-NO  PIC 9(5).
           05  LBOX-DEPOSIT-DATE  PIC 9(6).
           05  LBOX-BANK-ID       PIC X(8).
           05  FILLER             PIC X(60).
       01  LBOX-ITEM-FIELDS.
           05  LBOX-ITEM-TYPE     PIC X(1).
           05  LBOX-ITEM-BATCH-NO PIC 9(5).
           05  LBOX-ITEM-SEQ      PIC 9(4).
           05  LBOX-COUPON-ACCT   PIC X(8).
           05  LBOX-CHECK-AMT     PIC 9(7)V99.
           05  LBOX-CHECK-NO      PIC X(10).
           05  LBOX-REMIT-NAME    PIC X(20).
           05  LBOX-REMIT-ZIP     PIC X(5).
           05  FILLER             PIC X(18).
       01  LBOX-TRL-FIELDS.
           05  LBOX-TRL-TYPE      PIC X(1).
           05  LBOX-TRL-BATCH-NO  PIC 9(5).
           05  LBOX-TRL-COUNT     PIC 9(5).
           05  LBOX-TRL-AMOUNT    PIC 9(9)V99.
           05  FILLER             PIC X(58).
