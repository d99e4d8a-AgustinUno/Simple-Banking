      *-----------------------------------------------------------------
      *    CUSTREC - one customer on the customer master
      *    (Customer-Data.txt), keyed by the customer's own number,
      *    independent of any account ID.  Set up and changed through
      *    Account-Maint; the customer's accounts hang off it on the
      *    relationship file (RELREC), which Cust-Inq walks.  Copy
      *    under a 01 level in the FD.
      *-----------------------------------------------------------------
           05 CUS-CUST-NO PIC 9(8).
           05 CUS-NAME PIC X(24).
           05 CUS-PHONE PIC X(10).
           05 CUS-SET-UP-DATE PIC 9(8).
           05 CUS-CHANGE-DATE PIC 9(8).
