      *  keyed by POST-ACCT-NO, used to post purchases (debits)
      *  and payments (credits) against ACCT-BALANCE on the
      *  Z95625.DATA account master.
      *  Three further post types adjust an earlier movement and
      *  name it by POST-REF-DATE:
      *    'R'  payment reversal -- a returned payment.  REF-DATE
      *         and AMOUNT are the date and amount of the payment
      *         credit being reversed.
      *    'O'  dispute open -- REF-DATE and MERCHANT are the date
      *         and merchant of the purchase disputed, AMOUNT the
      *         amount in dispute.
      *    'X'  dispute close -- same REF-DATE and MERCHANT as the
      *         open; POST-DISP-RESULT 'C' (cardholder wins) credits
      *         AMOUNT back, 'M' (merchant wins) moves nothing.
      *  REF-DATE and DISP-RESULT are spaces/zero on a 'D' or 'C'.
      *-----------------------------------------------------------
       01  POST-FIELDS.
           05  POST-ACCT-NO       PIC X(8).
           05  POST-DC-CODE       PIC X(1).
               88  POST-DEBIT              VALUE 'D'.
               88  POST-CREDIT             VALUE 'C'.
               88  POST-REVERSAL           VALUE 'R'.
               88  POST-DISPUTE-OPEN       VALUE 'O'.
               88  POST-DISPUTE-CLOSE      VALUE 'X'.
           05  POST-AMOUNT        PIC S9(7)V99 COMP-3.
           05  POST-MERCHANT      PIC X(25).
           05  POST-REF-DATE      PIC 9(6).
           05  POST-DISP-RESULT   PIC X(1).
               88  POST-CARDHOLDER-WINS    VALUE 'C'.
               88  POST-MERCHANT-WINS      VALUE 'M'.
