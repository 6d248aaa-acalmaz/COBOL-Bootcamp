      *-----------------------------------------------------------
      *  APPLFLD - New-customer application record, one per
      *  application received, read by the application intake
      *  run (ODEV28).  The applicant's mailing block mirrors
      *  ACCTFLD CLIENT-ADDR field for field.  The requested limit
      *  is zoned (no packed fields on a file keyed outside the
      *  system); the cycle preference is the billing cycle code
      *  the applicant asked for, blank for the default cycle.
      *  No account number is carried -- the intake run assigns
      *  it from the next-number control record (NXTNFLD).
      *-----------------------------------------------------------
       01  APPL-FIELDS.
           05  APPL-ID            PIC X(10).
           05  APPL-RECV-DATE     PIC 9(6).
           05  APPL-LAST-NAME     PIC X(20).
           05  APPL-FIRST-NAME    PIC X(15).
           05  APPL-CLIENT-ADDR.
               10  APPL-STREET-ADDR  PIC X(25).
               10  APPL-CITY-COUNTY  PIC X(20).
               10  APPL-USA-STATE    PIC X(15).
               10  APPL-CLIENT-ZIP   PIC X(5).
           05  APPL-REQ-LIMIT     PIC 9(7)V99.
           05  APPL-CYCLE-PREF    PIC X(1).
           05  FILLER             PIC X(4).
