      *-----------------------------------------------------------------
      *    STOPREC - one stop-payment order on the stop master
      *    (Stop-Data.txt), keyed by account ID + first check number
      *    so an account can carry several stops at once.  A stop
      *    covers the checks STP-CHECK-FROM through STP-CHECK-TO (the
      *    same number twice for a single check) and, when
      *    STP-AMOUNT is nonzero, only a check for exactly that
      *    amount.  Placed and revoked through Account-Maint, matched
      *    by Basic-Banking against every debit carrying a check
      *    number.  A stop lapses - the posting run drops it - on
      *    its expiry date.  Copy under a 01 level in the FD.
      *-----------------------------------------------------------------
           05 STP-KEY.
               10 STP-STD-ID PIC 9(8).
               10 STP-CHECK-FROM PIC 9(10).
           05 STP-CHECK-TO PIC 9(10).
           05 STP-AMOUNT PIC 9(7)V99.
           05 STP-PLACED-DATE PIC 9(8).
           05 STP-EXPIRY-DATE PIC 9(8).
