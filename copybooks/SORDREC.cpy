      *-----------------------------------------------------------------
      *    SORDREC - one standing order on the standing-order master
      *    (Standing-Order-Data.txt), keyed by the from-account ID +
      *    order sequence so an account can carry several orders at
      *    once.  Set up, suspended, resumed, skipped and ended
      *    through Account-Maint; read nightly by Sched-Gen, which
      *    turns each order falling due on the business date into a
      *    transfer on the SCHED batch and rolls SOR-NEXT-DUE on to
      *    the following occurrence.
      *        SOR-FREQ 'W' weekly, every seventh day from the start
      *                 'M' monthly, on the start date's day
      *                 'D' monthly, on day SOR-DAY
      *    A monthly day past the end of a short month falls on that
      *    month's last day.  SOR-NEXT-DUE of zero means not yet
      *    scheduled - a new or resumed order - and Sched-Gen works
      *    out the first occurrence on or after the business date.
      *    SOR-END-DATE of zero means the order runs until ended.
      *    SOR-LAST-DATE is the last business date an item was
      *    generated for.  SOR-PENDING-NO is the pending-maintenance
      *    number of the approved action that set the order up, so
      *    Account-Maint run a second time for the same file knows
      *    it is on file already.  Copy under a 01 level in the FD.
      *-----------------------------------------------------------------
           05 SOR-KEY.
               10 SOR-FROM-ID PIC 9(8).
               10 SOR-SEQ PIC 9(4).
           05 SOR-TO-ID PIC 9(8).
           05 SOR-AMOUNT PIC 9(7)V99.
           05 SOR-FREQ PIC X(1).
               88 SOR-WEEKLY          VALUE 'W'.
               88 SOR-MONTHLY         VALUE 'M'.
               88 SOR-DAY-OF-MONTH    VALUE 'D'.
               88 SOR-FREQ-VALID      VALUE 'W' 'M' 'D'.
           05 SOR-DAY PIC 9(2).
           05 SOR-START-DATE PIC 9(8).
           05 SOR-END-DATE PIC 9(8).
           05 SOR-NEXT-DUE PIC 9(8).
           05 SOR-STATUS PIC X(1).
               88 SOR-ACTIVE          VALUE 'A'.
               88 SOR-SUSPENDED       VALUE 'S'.
               88 SOR-ENDED           VALUE 'E'.
      *    'Y' = pass over the next occurrence without generating it
           05 SOR-SKIP-NEXT PIC X(1).
           05 SOR-SET-UP-DATE PIC 9(8).
           05 SOR-LAST-DATE PIC 9(8).
           05 SOR-PENDING-NO PIC 9(8).
