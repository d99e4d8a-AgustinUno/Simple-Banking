      *        R05 orphan - no matching master account
      *        R06 transfer pair voided
      *        R07 transfer refused for insufficient funds
      *        R08 stop payment - the check hit a stop order
      *        R09 non-numeric check number
      *        R10 bad reversal - outside a REVERSAL batch, or the
      *            original item's date/sequence not numeric
      *        R11 reversal refused - original item not on file, not
      *            a customer deposit/withdrawal, or amount differs
      *        R12 reversal refused - original item already reversed
      *        R99 other - see the reject report
      *    A reversal detail (DC 'R') comes back the way it went in:
      *    RTN-XFR-ID carries the original item's date and
      *    RTN-CHECK-NO its sequence number, left-justified.
      *-----------------------------------------------------------------
           05 RTN-TYPE PIC X(1).
           05 RTN-BODY PIC X(39).
               10 RTN-AMOUNT PIC X(9).
               10 RTN-XFR-ID PIC X(8).
               10 RTN-REASON-CODE PIC X(3).
               10 RTN-CHECK-NO PIC X(10).
           05 RTN-TRAILER-BODY REDEFINES RTN-BODY.
               10 RTN-TRL-COUNT PIC 9(6).
               10 RTN-TRL-HASH PIC 9(10).
