      *-----------------------------------------------------------------
      *    RELREC - one account-to-customer link on the relationship
      *    file (Relationship-Data.txt), keyed by customer number +
      *    account ID so a customer's accounts read back in order,
      *    with REL-STD-ID as an alternate key (duplicates allowed)
      *    so an account's customers can be found from the account.
      *    An account can carry several customers - one primary at
      *    most, any number of joint holders and guarantors.  Linked,
      *    re-roled and dropped through Account-Maint, which also
      *    files the account's type on each of its links in
      *    REL-CLOSED-CODE when it closes, since the closed master
      *    only carries 'X'.  Copy under a 01 level in the FD.
      *-----------------------------------------------------------------
           05 REL-KEY.
               10 REL-CUST-NO PIC 9(8).
               10 REL-STD-ID PIC 9(8).
           05 REL-ROLE PIC X(1).
               88 REL-PRIMARY         VALUE 'P'.
               88 REL-JOINT           VALUE 'J'.
               88 REL-GUARANTOR       VALUE 'G'.
               88 REL-ROLE-VALID      VALUE 'P' 'J' 'G'.
           05 REL-LINK-DATE PIC 9(8).
           05 REL-CLOSED-CODE PIC A(1).
