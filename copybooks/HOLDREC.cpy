      *-----------------------------------------------------------------
      *    HOLDREC - one hold on an account's funds, on the hold
      *    master (Hold-Data.txt), keyed by account ID + hold
      *    sequence so an account can carry several holds at once.
      *    Placed and released through Account-Maint, summed by
      *    Basic-Banking into the account's available balance (ledger
      *    balance less every hold on file), shown by Teller-Inq.  A
      *    hold stays on file until it is released or the posting run
      *    reaches its expiry date and drops it; an expiry date of
      *    zero means the hold stands until released.
      *    HLD-PENDING-NO is the pending-maintenance number of the
      *    approved action that placed the hold, so Account-Maint
      *    run a second time for the same file knows it is on file
      *    already.  Copy under a 01 level in the FD.
      *-----------------------------------------------------------------
           05 HLD-KEY.
               10 HLD-STD-ID PIC 9(8).
               10 HLD-SEQ PIC 9(4).
           05 HLD-AMOUNT PIC 9(7)V99.
           05 HLD-REASON PIC X(2).
               88 HLD-RSN-CHECK       VALUE 'CK'.
               88 HLD-RSN-LEGAL       VALUE 'LG'.
               88 HLD-RSN-PLEDGE      VALUE 'PL'.
               88 HLD-RSN-OTHER       VALUE 'OT'.
               88 HLD-RSN-VALID       VALUE 'CK' 'LG' 'PL' 'OT'.
           05 HLD-PLACED-DATE PIC 9(8).
           05 HLD-EXPIRY-DATE PIC 9(8).
           05 HLD-PENDING-NO PIC 9(8).
