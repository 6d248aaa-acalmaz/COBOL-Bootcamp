               88  TRAN-STATUS-ACTIVE      VALUE 'A'.
               88  TRAN-STATUS-CLOSED      VALUE 'C'.
               88  TRAN-STATUS-FROZEN      VALUE 'F'.
      *A change to 'W' is the charge-off transaction written by the
      *monthly charge-off run; the maintenance run zeroes the
      *balance it writes off.
               88  TRAN-STATUS-CHARGED-OFF VALUE 'W'.
           05  TRAN-COMMENTS      PIC X(50).
      *TRAN-ACCT-CYCLE sets the billing cycle code; blank leaves
      *the master value alone on a change and defaults to cycle
