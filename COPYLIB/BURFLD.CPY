      *-----------------------------------------------------------
      *  BURFLD - Credit bureau reporting record, written by the
      *  month-end bureau run (ODEV30).  The file is a header
      *  (BUR-REC-TYPE 'H', BUR-HDR-FIELDS), one detail ('D') per
      *  reportable account, and a trailer ('T', BUR-TRL-FIELDS).
      *  All fields are character or zoned decimal so the file
      *  goes out as plain text.
      *  A detail is an account on the master at month-end, or one
      *  the maintenance run (ODEV3) purged to PURGACCT during the
      *  month.  BUR-BALANCE is the ledger balance (ACCT-BALANCE),
      *  which for a charged-off account is zero; what is still
      *  owed on it is BUR-CHGO-OWED, from the charged-off ledger.
      *  Account status codes:
      *    11  CURRENT                 71  30 DAYS PAST DUE
      *    78  60 DAYS PAST DUE        80  90 DAYS PAST DUE
      *    82  OVER 90 DAYS PAST DUE   13  CLOSED, NOTHING OWED
      *    97  CHARGED OFF             DA  PURGED THIS MONTH
      *  Special comment codes, on an account still owing:
      *    FZ  CREDIT LINE FROZEN      CL  CLOSED, BALANCE OWED
      *  The trailer's master counts and balance totals, reported
      *  plus excepted, equal the ODEV10 snapshot for the same
      *  month-end, which the trailer also carries.
      *-----------------------------------------------------------
       01  BUR-FIELDS.
           05  BUR-REC-TYPE       PIC X(1).
               88  BUR-HEADER              VALUE 'H'.
               88  BUR-DETAIL              VALUE 'D'.
               88  BUR-TRAILER             VALUE 'T'.
           05  BUR-ACCT-NO        PIC X(8).
           05  BUR-AS-OF-DATE     PIC 9(6).
           05  BUR-LAST-NAME      PIC X(20).
           05  BUR-FIRST-NAME     PIC X(15).
           05  BUR-STREET-ADDR    PIC X(25).
           05  BUR-CITY-COUNTY    PIC X(20).
           05  BUR-STATE-CODE     PIC X(2).
           05  BUR-CLIENT-ZIP     PIC X(5).
           05  BUR-CREDIT-LIMIT   PIC S9(7)V99.
           05  BUR-BALANCE        PIC S9(7)V99.
           05  BUR-MIN-DUE        PIC S9(7)V99.
           05  BUR-PAST-DUE       PIC S9(7)V99.
           05  BUR-PAYMENTS       PIC S9(7)V99.
           05  BUR-DAYS-PAST      PIC 9(5).
           05  BUR-CHGO-OWED      PIC S9(7)V99.
           05  BUR-ACCT-STATUS    PIC X(2).
               88  BUR-CURRENT             VALUE '11'.
               88  BUR-PAST-DUE-30         VALUE '71'.
               88  BUR-PAST-DUE-60         VALUE '78'.
               88  BUR-PAST-DUE-90         VALUE '80'.
               88  BUR-PAST-DUE-OVER-90    VALUE '82'.
               88  BUR-CLOSED-PAID         VALUE '13'.
               88  BUR-CHARGED-OFF         VALUE '97'.
               88  BUR-PURGED              VALUE 'DA'.
           05  BUR-SPECIAL-COMMENT PIC X(2).
               88  BUR-COMMENT-FROZEN      VALUE 'FZ'.
               88  BUR-COMMENT-CLOSED      VALUE 'CL'.
           05  BUR-OUR-STATUS     PIC X(1).
           05  FILLER             PIC X(34).
       01  BUR-HDR-FIELDS.
           05  BUR-HDR-REC-TYPE   PIC X(1).
           05  BUR-HDR-CREDITOR   PIC X(8).
           05  BUR-HDR-MONTH      PIC 9(4).
           05  BUR-HDR-AS-OF-DATE PIC 9(6).
           05  BUR-HDR-RUN-DATE   PIC 9(6).
           05  FILLER             PIC X(175).
       01  BUR-TRL-FIELDS.
           05  BUR-TRL-REC-TYPE   PIC X(1).
           05  BUR-TRL-MONTH      PIC 9(4).
           05  BUR-TRL-DETAIL-COUNT  PIC 9(7).
           05  BUR-TRL-LIVE-COUNT    PIC 9(7).
           05  BUR-TRL-LIVE-BALANCE  PIC S9(11)V99.
           05  BUR-TRL-PURGED-COUNT  PIC 9(7).
           05  BUR-TRL-PURGED-BALANCE PIC S9(11)V99.
           05  BUR-TRL-EXCL-COUNT    PIC 9(7).
           05  BUR-TRL-EXCL-BALANCE  PIC S9(11)V99.
           05  BUR-TRL-SNAP-COUNT    PIC 9(7).
           05  BUR-TRL-SNAP-BALANCE  PIC S9(11)V99.
           05  FILLER             PIC X(108).
