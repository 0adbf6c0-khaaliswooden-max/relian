           05  RC-TOTAL-SVC-CHARGES PIC S9(13)V99.
           05  RC-BALANCE-FLAG      PIC X(1).
           05  RC-RETURN-CODE       PIC 9(4).
      * Reversals post apart from the deposit and withdrawal totals
      * above, so a backed-out item is never counted twice: the
      * count of reversals posted, the deposits they took back, and
      * the withdrawals they put back.
           05  RC-REVERSAL-COUNT    PIC 9(7).
           05  RC-TOTAL-REV-DEPOSITS PIC S9(13)V99.
           05  RC-TOTAL-REV-WITHDRAWS PIC S9(13)V99.
