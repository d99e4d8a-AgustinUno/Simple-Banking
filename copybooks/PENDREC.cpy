      *-----------------------------------------------------------------
      *    PENDREC - one maintenance action awaiting or past its
      *    second signature, on the pending-maintenance file
      *    (Maint-Pending.txt), keyed by the pending number
      *    Maint-Entry gives it.  The maker is the operator who
      *    entered it; the checker, a different operator, approves or
      *    rejects it through Maint-Approve.  Maint-Release hands
      *    approved actions to Account-Maint and marks them released
      *    on the business date, and ages items still pending.
      *        PND-STATUS 'P' pending, 'A' approved, 'R' rejected by
      *                   the checker, 'L' released to Account-Maint
      *    PND-MAINT is the Maintenance-Data.txt action image, in the
      *    layout Account-Maint reads it, with the action, account ID,
      *    name, code and cash broken out for the screens and reports.
      *    Copy under a 01 level in the FD.
      *-----------------------------------------------------------------
           05 PND-NO PIC 9(8).
           05 PND-STATUS PIC X(1).
               88 PND-PENDING         VALUE 'P'.
               88 PND-APPROVED        VALUE 'A'.
               88 PND-REJECTED        VALUE 'R'.
               88 PND-RELEASED        VALUE 'L'.
           05 PND-MAKER-ID PIC X(8).
           05 PND-ENTRY-DATE PIC 9(8).
           05 PND-ENTRY-TIME PIC 9(6).
           05 PND-CHECKER-ID PIC X(8).
           05 PND-DECIDE-DATE PIC 9(8).
           05 PND-DECIDE-TIME PIC 9(6).
           05 PND-REJECT-REASON PIC X(24).
           05 PND-RELEASE-DATE PIC 9(8).
           05 PND-MAINT.
               10 PND-ACTION PIC X(1).
               10 PND-STD-ID PIC 9(8).
               10 PND-STD-NAME PIC X(24).
               10 PND-CODE PIC X(1).
               10 PND-STD-CASH PIC S9(7)V99.
               10 PND-DETAIL PIC X(75).
