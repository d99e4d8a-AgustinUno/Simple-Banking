      *              kept on the customer address master
      *              (Cust-Addr-Data.txt, keyed by account ID) that
      *              the statement mailing extract joins against
      *        'H' = place a hold on the account's funds - amount,
      *              reason and expiry date - on the hold master
      *              (Hold-Data.txt), stamped placed on the business
      *              date off Run-Control.txt
      *        'R' = release one hold, by the hold sequence number
      *              Teller-Inq shows against it
      *        'S' = place a stop payment on one check or a range of
      *              checks, optionally for one amount only, on the
      *              stop master (Stop-Data.txt); it lapses on its
      *              expiry date, or WS-STOP-LAPSE-DAYS after the
      *              business date when none is given
      *        'W' = withdraw a stop, by its first check number
      *        'O' = standing orders out of the account, on the
      *              standing-order master (Standing-Order-Data.txt)
      *              Sched-Gen generates from: set one up (to
      *              account, amount, frequency, start and end
      *              dates), or suspend, resume, skip the next
      *              occurrence of, or end one by its order sequence.
      *              Closing an account ends every order out of it
      *              and every order paying into it.
      *        'T' = set or change the taxpayer ID (SSN or EIN) on
      *              the account's customer address master record,
      *              which must already carry an address; Tax-Year
      *              reports the year's interest under it
      *        'K' = set up or change a customer on the customer
      *              master (Customer-Data.txt) - name and phone -
      *              under the customer number carried in the
      *              account ID column.  Customer actions are applied
      *              in a pass of their own ahead of the merge, so an
      *              account can be linked to a customer set up in
      *              the same run.
      *        'L' = link the account to a customer on the
      *              relationship file (Relationship-Data.txt) as
      *              primary, joint or guarantor, change the role of
      *              a link, or drop it.  Closing an account files its
      *              type on each of its links for Cust-Inq.
      *    Maintenance-Data.txt is built nightly by Maint-Release from
      *    the actions a second operator has approved (Maint-Entry,
      *    Maint-Approve); each action carries its maker and checker,
      *    and both are listed under it on AUDIT-FILE.  An action
      *    missing either signature, or signed by one operator as
      *    both, never went through approval and rejects as NOT
      *    APPROVED.
      *    Both master files and the maintenance file are assumed
      *    sorted ascending by account ID, so everything merges in a
      *    single pass the same way APPLY-TRANSACTIONS matches
                RECORD KEY IS CAD-STD-ID
                FILE STATUS IS WS-ADDR-STATUS.

      *    HOLD-FILE - the hold master Basic-Banking posts against,
      *    keyed by account ID + hold sequence.
                SELECT HOLD-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Hold-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

      *    STOP-FILE - the stop-payment master Basic-Banking matches
      *    check debits against, keyed by account ID + first check.
                SELECT STOP-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Stop-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STP-KEY
                FILE STATUS IS WS-STOP-STATUS.

      *    SORDER-FILE - the standing-order master Sched-Gen reads,
      *    keyed by from-account ID + order sequence.
                SELECT SORDER-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Standing-Order-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SOR-KEY
                FILE STATUS IS WS-SORDER-STATUS.

      *    CUSTOMER-FILE - the customer master, keyed by customer
      *    number.
                SELECT CUSTOMER-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Customer-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUS-CUST-NO
                FILE STATUS IS WS-CUSTOMER-STATUS.

      *    RELATION-FILE - account-to-customer links, keyed by
      *    customer number + account ID, and by account ID alone.
                SELECT RELATION-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Relationship-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REL-KEY
                ALTERNATE RECORD KEY IS REL-STD-ID WITH DUPLICATES
                FILE STATUS IS WS-RELATION-STATUS.

      *    DORMANT-FILE - Dormant-Scan's dormant master, read only,
      *    for the type a dormant account had before it went quiet.
      *    Not there until the first scan.
                SELECT DORMANT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Dormant-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DMT-STD-ID
                FILE STATUS IS WS-DORMANT-STATUS.

      *    RUN-CONTROL-FILE - read only, for the business date a new
      *    hold, stop or standing order is stamped as placed on.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    MAINT-FILE - one record per maintenance action, sorted
      *    ascending by MNT-STD-ID.  Name/code/cash are only required
      *    where the action uses them ('A' uses all three, 'N' the
      *    name, 'C' the code, 'X' none, 'H' and 'R' the hold
      *    fields, 'S' and 'W' the stop fields, 'O' the
      *    standing-order fields, 'T' the taxpayer ID, 'K' the name
      *    and customer fields and 'L' the link fields laid over the
      *    address columns).
       FD MAINT-FILE RECORDING MODE F.
       01  MAINT-RECORD.
           05 MNT-ACTION PIC X(1).
               88 MNT-ACT-CODE        VALUE 'C'.
               88 MNT-ACT-CLOSE       VALUE 'X'.
               88 MNT-ACT-ADDR        VALUE 'M'.
               88 MNT-ACT-HOLD        VALUE 'H'.
               88 MNT-ACT-RELEASE     VALUE 'R'.
               88 MNT-ACT-STOP        VALUE 'S'.
               88 MNT-ACT-REVOKE      VALUE 'W'.
               88 MNT-ACT-ORDER       VALUE 'O'.
               88 MNT-ACT-TIN         VALUE 'T'.
               88 MNT-ACT-CUSTOMER    VALUE 'K'.
               88 MNT-ACT-LINK        VALUE 'L'.
               88 MNT-ACT-VALID       VALUE 'A' 'N' 'C' 'X' 'M'
                                            'H' 'R' 'S' 'W' 'O'
                                            'T' 'K' 'L'.
           05 MNT-STD-ID PIC 9(8).
           05 MNT-STD-NAME PIC X(24).
           05 MNT-CODE PIC A(1).
           05 MNT-STD-CASH PIC S9(7)V99.
      *    Mailing address, used by 'M' only; the other actions
      *    leave these columns as filler.
           05 MNT-ADDRESS.
               10 MNT-ADDR-1 PIC X(24).
               10 MNT-ADDR-2 PIC X(24).
               10 MNT-CITY PIC X(16).
               10 MNT-STATE PIC X(2).
               10 MNT-ZIP PIC X(9).
      *    Hold fields, over the same columns.  'H' uses amount,
      *    reason (HOLDREC codes) and expiry date (zero = until
      *    released); 'R' only the sequence of the hold to release.
           05 MNT-HOLD-DATA REDEFINES MNT-ADDRESS.
               10 MNT-HOLD-SEQ PIC 9(4).
               10 MNT-HOLD-AMOUNT PIC 9(7)V99.
               10 MNT-HOLD-REASON PIC X(2).
               10 MNT-HOLD-EXPIRY PIC 9(8).
               10 FILLER PIC X(52).
      *    Stop fields, over the same columns.  'S' uses the first
      *    check, the last check (zero = the first check only), the
      *    amount (zero = any amount) and expiry date (zero = the
      *    standard lapse); 'W' only the first check of the stop.
           05 MNT-STOP-DATA REDEFINES MNT-ADDRESS.
               10 MNT-STOP-CHECK-FROM PIC 9(10).
               10 MNT-STOP-CHECK-TO PIC 9(10).
               10 MNT-STOP-AMOUNT PIC 9(7)V99.
               10 MNT-STOP-EXPIRY PIC 9(8).
               10 FILLER PIC X(38).
      *    Standing-order fields, over the same columns.  The
      *    function says what 'O' does: 'N' sets up a new order
      *    from every field but the sequence (the day only for
      *    frequency 'D'; an end date of zero runs until ended);
      *    'S' suspend, 'R' resume, 'K' skip the next occurrence and
      *    'E' end use only the sequence of the order.
           05 MNT-ORDER-DATA REDEFINES MNT-ADDRESS.
               10 MNT-SO-FUNCTION PIC X(1).
                   88 MNT-SO-NEW          VALUE 'N'.
                   88 MNT-SO-SUSPEND      VALUE 'S'.
                   88 MNT-SO-RESUME       VALUE 'R'.
                   88 MNT-SO-SKIP         VALUE 'K'.
                   88 MNT-SO-END          VALUE 'E'.
                   88 MNT-SO-CHANGE       VALUE 'S' 'R' 'K' 'E'.
               10 MNT-SO-SEQ PIC 9(4).
               10 MNT-SO-TO-ID PIC 9(8).
               10 MNT-SO-AMOUNT PIC 9(7)V99.
               10 MNT-SO-FREQ PIC X(1).
               10 MNT-SO-DAY PIC 9(2).
               10 MNT-SO-START PIC 9(8).
               10 MNT-SO-END-DATE PIC 9(8).
               10 FILLER PIC X(34).
      *    Taxpayer ID, over the same columns: nine digits, and 'S'
      *    for a social security number or 'E' for an employer ID.
           05 MNT-TIN-DATA REDEFINES MNT-ADDRESS.
               10 MNT-TIN PIC X(9).
               10 MNT-TIN-TYPE PIC X(1).
                   88 MNT-TIN-TYPE-VALID  VALUE 'S' 'E'.
               10 FILLER PIC X(65).
      *    Customer fields, over the same columns, for 'K': 'N' sets
      *    up the customer numbered in MNT-STD-ID with the name in
      *    MNT-STD-NAME; 'C' changes the name and phone, a blank
      *    field leaving what is on file.
           05 MNT-CUST-DATA REDEFINES MNT-ADDRESS.
               10 MNT-CUS-FUNCTION PIC X(1).
                   88 MNT-CUS-NEW         VALUE 'N'.
                   88 MNT-CUS-CHANGE      VALUE 'C'.
               10 MNT-CUS-PHONE PIC X(10).
               10 FILLER PIC X(64).
      *    Link fields, over the same columns, for 'L': 'A' links
      *    the account to the customer in the role given, 'C'
      *    changes the role of the link, 'D' drops it.
           05 MNT-LINK-DATA REDEFINES MNT-ADDRESS.
               10 MNT-REL-FUNCTION PIC X(1).
                   88 MNT-REL-ADD         VALUE 'A'.
                   88 MNT-REL-CHANGE      VALUE 'C'.
                   88 MNT-REL-DROP        VALUE 'D'.
               10 MNT-REL-CUST-NO PIC 9(8).
               10 MNT-REL-ROLE PIC X(1).
               10 FILLER PIC X(65).
      *    Both signatures, from the pending-maintenance file: the
      *    operator who entered the action and the one who approved
      *    it, each with the date and time, and the pending number.
           05 MNT-MAKER-ID PIC X(8).
           05 MNT-ENTRY-DATE PIC 9(8).
           05 MNT-ENTRY-TIME PIC 9(6).
           05 MNT-CHECKER-ID PIC X(8).
           05 MNT-DECIDE-DATE PIC 9(8).
           05 MNT-DECIDE-TIME PIC 9(6).
           05 MNT-PENDING-NO PIC 9(8).

       FD ACTIVE-IN RECORDING MODE F.
       01  ACTIVE-RECORD.
       01  AUDIT-RECORD PIC X(80).

      *    CUST-ADDR-FILE - the customer address master, keyed by
      *    account ID, in the layout Stmt-Mail reads.  CAD-TIN and
      *    CAD-TIN-TYPE are blank until a 'T' sets them.
       FD CUST-ADDR-FILE RECORDING MODE F.
       01  CUST-ADDR-RECORD.
           05 CAD-STD-ID PIC 9(8).
           05 CAD-CITY PIC X(16).
           05 CAD-STATE PIC X(2).
           05 CAD-ZIP PIC X(9).
           05 CAD-TIN PIC X(9).
           05 CAD-TIN-TYPE PIC X(1).

       FD HOLD-FILE RECORDING MODE F.
       01  HOLD-RECORD.
               COPY HOLDREC.

       FD STOP-FILE RECORDING MODE F.
       01  STOP-RECORD.
               COPY STOPREC.

       FD SORDER-FILE RECORDING MODE F.
       01  SORDER-RECORD.
               COPY SORDREC.

       FD CUSTOMER-FILE RECORDING MODE F.
       01  CUSTOMER-RECORD.
               COPY CUSTREC.

       FD RELATION-FILE RECORDING MODE F.
       01  RELATION-RECORD.
               COPY RELREC.

      *    DORMANT-FILE - the layout Dormant-Scan writes.
       FD DORMANT-FILE RECORDING MODE F.
       01  DORMANT-RECORD.
           05 DMT-STD-ID PIC 9(8).
           05 DMT-ORIG-CODE PIC A(1).
           05 DMT-LAST-DATE PIC 9(8).
           05 DMT-MARK-DATE PIC 9(8).
           05 DMT-STATUS PIC X(1).

       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

       WORKING-STORAGE SECTION.
       01 MAINT-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
       01 WS-ADDR-STATUS PIC X(2) VALUE SPACES.
       01 WS-HOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-STOP-STATUS PIC X(2) VALUE SPACES.
       01 WS-SORDER-STATUS PIC X(2) VALUE SPACES.
       01 WS-CUSTOMER-STATUS PIC X(2) VALUE SPACES.
       01 WS-RELATION-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-DORMANT-STATUS PIC X(2) VALUE SPACES.
      *    'N' when no dormant master exists yet.
       01 WS-DORMANT-OPEN PIC A(1) VALUE 'N'.
      *    The type filed on a closing account's links.
       01 WS-CLOSED-TYPE PIC A(1) VALUE SPACE.
      *    'Y' when the hold or order an action sets up is already
      *    on file under its pending number - this file applied once
      *    before.
       01 WS-ALREADY-FILED PIC A(1) VALUE 'N'.
      *    Business date off the run control, and the hold lookup
      *    work fields: WS-HOLD-NEXT-SEQ is one past the highest
      *    sequence the account already has on file.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-HOLD-NEXT-SEQ PIC 9(4) VALUE 0.
       01 WS-HOLD-SCAN-SWITCH PIC A(1) VALUE 'N'.
      *    A stop placed without an expiry date lapses this many days
      *    after the business date it was placed on.
       01 WS-STOP-LAPSE-DAYS PIC 9(3) VALUE 180.
      *    Standing-order work fields: the next free order sequence
      *    for the account, and the start date taken apart for a
      *    monthly order's day.
       01 WS-SO-NEXT-SEQ PIC 9(4) VALUE 0.
       01 WS-SO-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-SO-START-DATE PIC 9(8) VALUE 0.
       01 WS-SO-START-PARTS REDEFINES WS-SO-START-DATE.
           05 SO-START-YYYY PIC 9(4).
           05 SO-START-MM PIC 9(2).
           05 SO-START-DD PIC 9(2).
      *    Relationship work fields: the scan of an account's links
      *    by the alternate key, and whether it found a primary other
      *    than the link being edited.
       01 WS-REL-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-PRIMARY-FOUND PIC A(1) VALUE 'N'.
       01 WS-VALID-SWITCH PIC A(1) VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(23) VALUE SPACES.
       01 WS-CHANGED-SWITCH PIC A(1) VALUE 'N'.
      *    'Y' when WS-MASTER-RECORD came off CLOSED-IN: it takes
      *    part in the edits but is never written to MASTER-OUT.
       01 WS-MST-FROM-CLOSED PIC A(1) VALUE 'N'.
      *    'Y' while the change being applied closes the account, by
      *    'X' or by a code change to X, taken before the code moves.
       01 WS-CLOSING-SWITCH PIC A(1) VALUE 'N'.
      *    Last ID written to MASTER-OUT.  The output stream is
      *    ascending, so a second add for an ID already written always
      *    follows it immediately and can be caught here instead of
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-STD-CASH PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(14) VALUE SPACES.
      *    Second line under each applied action: who entered it and
      *    who approved it.
       01 WS-SIGN-OFF-LINE.
           05 FILLER PIC X(8) VALUE "  MAKER ".
           05 SGN-MAKER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SGN-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SGN-ENTRY-TIME PIC 9(6).
           05 FILLER PIC X(9) VALUE " CHECKER ".
           05 SGN-CHECKER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SGN-DECIDE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SGN-DECIDE-TIME PIC 9(6).
           05 FILLER PIC X(5) VALUE " PND ".
           05 SGN-PENDING-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-AUDIT-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ACTIONS READ:".
           05 AUD-TOT-READ PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.
           OPEN INPUT MAINT-FILE
           OPEN INPUT ACTIVE-IN
           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-IN OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLOSED-IN
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "CLOSED-IN OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-OUT
           OPEN I-O CUST-ADDR-FILE
           IF WS-ADDR-STATUS = "35"
               OPEN OUTPUT CUST-ADDR-FILE
               CLOSE CUST-ADDR-FILE
               OPEN I-O CUST-ADDR-FILE
           END-IF
           IF WS-ADDR-STATUS NOT = "00"
               DISPLAY "CUST-ADDR OPEN FAILED, STATUS "
                   WS-ADDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The hold master accumulates the same way.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLD FILE OPEN FAILED, STATUS "
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    And the stop master.
           OPEN I-O STOP-FILE
           IF WS-STOP-STATUS = "35"
               OPEN OUTPUT STOP-FILE
               CLOSE STOP-FILE
               OPEN I-O STOP-FILE
           END-IF
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "STOP FILE OPEN FAILED, STATUS "
                   WS-STOP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    And the standing-order master.
           OPEN I-O SORDER-FILE
           IF WS-SORDER-STATUS = "35"
               OPEN OUTPUT SORDER-FILE
               CLOSE SORDER-FILE
               OPEN I-O SORDER-FILE
           END-IF
           IF WS-SORDER-STATUS NOT = "00"
               DISPLAY "STANDING ORDER OPEN FAILED, STATUS "
                   WS-SORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    And the customer master and relationship file.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "CUSTOMER FILE OPEN FAILED, STATUS "
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RELATION-FILE
           IF WS-RELATION-STATUS = "35"
               OPEN OUTPUT RELATION-FILE
               CLOSE RELATION-FILE
               OPEN I-O RELATION-FILE
           END-IF
           IF WS-RELATION-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP OPEN FAILED, STATUS "
                   WS-RELATION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DORMANT-FILE
           IF WS-DORMANT-STATUS = "00"
               MOVE 'Y' TO WS-DORMANT-OPEN
           ELSE
               IF WS-DORMANT-STATUS NOT = "35"
                   DISPLAY "DORMANT FILE OPEN FAILED, STATUS "
                       WS-DORMANT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM APPLY-CUSTOMER-ACTIONS
           PERFORM READ-MAINT
           PERFORM READ-ACTIVE
           PERFORM READ-CLOSED
           CLOSE MASTER-OUT
           CLOSE MAINT-REJECT
           CLOSE AUDIT-FILE
           CLOSE CUST-ADDR-FILE
           CLOSE HOLD-FILE
           CLOSE STOP-FILE
           CLOSE SORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE RELATION-FILE
           IF WS-DORMANT-OPEN = 'Y'
               CLOSE DORMANT-FILE
           END-IF.
           STOP RUN.

      *    The business date this maintenance is being applied for -
      *    the same run control Basic-Banking posts under.  Whether
      *    that date has already posted does not matter here: the
      *    date is only stamped on new holds, stops and standing
      *    orders.
       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN CONTROL OPEN FAILED, STATUS "
                   WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "RUN CONTROL FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
           CLOSE RUN-CONTROL-FILE.

      *    Customer actions, in one pass over the maintenance file
      *    ahead of the merge: a customer is not an account and has
      *    no place in the account stream, and a link made later in
      *    the run may name a customer set up here.  The file is
      *    then reopened for the merge, which steps over them.
       APPLY-CUSTOMER-ACTIONS.
           PERFORM UNTIL MAINT-EOF-SWITCH = 'Y'
               READ MAINT-FILE
                   AT END
                       MOVE 'Y' TO MAINT-EOF-SWITCH
                   NOT AT END
                       IF MNT-ACT-CUSTOMER
                           PERFORM VALIDATE-CUSTOMER
                           IF WS-VALID-SWITCH = 'Y'
                               PERFORM APPLY-CUSTOMER
                           ELSE
                               PERFORM WRITE-MAINT-REJECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-FILE
           OPEN INPUT MAINT-FILE
           MOVE 'N' TO MAINT-EOF-SWITCH.

      *    A new customer needs a number not already on the master
      *    and a name; a change needs the customer on file.  The
      *    keyed read leaves the record in CUSTOMER-RECORD for the
      *    REWRITE.
       VALIDATE-CUSTOMER.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF MNT-MAKER-ID = SPACES OR MNT-CHECKER-ID = SPACES
                   OR MNT-CHECKER-ID = MNT-MAKER-ID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NOT APPROVED' TO WS-REJECT-REASON
           ELSE
           IF MNT-STD-ID NOT NUMERIC OR MNT-STD-ID = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID CUSTOMER NO' TO WS-REJECT-REASON
           ELSE
           IF NOT MNT-CUS-NEW AND NOT MNT-CUS-CHANGE
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID CUST FUNCTION' TO WS-REJECT-REASON
           ELSE
           IF MNT-CUS-NEW AND MNT-STD-NAME = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'BLANK NAME' TO WS-REJECT-REASON
           ELSE
               MOVE MNT-STD-ID TO CUS-CUST-NO
               READ CUSTOMER-FILE KEY IS CUS-CUST-NO
                   INVALID KEY
                       IF MNT-CUS-CHANGE
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'CUSTOMER NOT ON FILE'
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       IF MNT-CUS-NEW
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'DUPLICATE CUSTOMER'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

      *    File the new customer, or change the one VALIDATE-CUSTOMER
      *    read, and list it on the audit file under its customer
      *    number.
       APPLY-CUSTOMER.
           IF MNT-CUS-NEW
               MOVE MNT-STD-ID TO CUS-CUST-NO
               MOVE MNT-STD-NAME TO CUS-NAME
               MOVE MNT-CUS-PHONE TO CUS-PHONE
               MOVE WS-RUN-DATE TO CUS-SET-UP-DATE
               MOVE WS-RUN-DATE TO CUS-CHANGE-DATE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'CUST SET UP' TO AUD-ACTION
           ELSE
               IF MNT-STD-NAME NOT = SPACES
                   MOVE MNT-STD-NAME TO CUS-NAME
               END-IF
               IF MNT-CUS-PHONE NOT = SPACES
                   MOVE MNT-CUS-PHONE TO CUS-PHONE
               END-IF
               MOVE WS-RUN-DATE TO CUS-CHANGE-DATE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'CUST CHANGE' TO AUD-ACTION
           END-IF
           ADD 1 TO WS-ACTIONS-APPLIED
           MOVE CUS-CUST-NO TO AUD-STD-ID
           MOVE CUS-NAME TO AUD-STD-NAME
           MOVE SPACE TO AUD-CODE
           MOVE 0 TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           PERFORM WRITE-SIGN-OFF-LINE.

      *    Walk the merged master stream ascending by ID.  For each
      *    master record, adds below its ID slot in first, then
      *    changes against its ID apply to it, then the record is
       VALIDATE-CHANGE.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF MNT-MAKER-ID = SPACES OR MNT-CHECKER-ID = SPACES
                   OR MNT-CHECKER-ID = MNT-MAKER-ID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NOT APPROVED' TO WS-REJECT-REASON
           ELSE
           IF NOT MNT-ACT-VALID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ACTION' TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID CODE' TO WS-REJECT-REASON
           ELSE
           IF MNT-ACT-ADDR
                   AND (MNT-ADDR-1 = SPACES
                   OR MNT-CITY = SPACES)
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'BLANK ADDRESS' TO WS-REJECT-REASON
           ELSE
               IF MNT-ACT-HOLD
                   PERFORM VALIDATE-HOLD
               ELSE
                   IF MNT-ACT-RELEASE
                       PERFORM VALIDATE-RELEASE
                   ELSE
                       IF MNT-ACT-STOP
                           PERFORM VALIDATE-STOP
                       ELSE
                           IF MNT-ACT-REVOKE
                               PERFORM VALIDATE-REVOKE
                           ELSE
                               IF MNT-ACT-ORDER
                                   PERFORM VALIDATE-ORDER
                               ELSE
                                   IF MNT-ACT-TIN
                                       PERFORM VALIDATE-TIN
                                   ELSE
                                   IF MNT-ACT-LINK
                                       PERFORM VALIDATE-LINK
                                   END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A hold restricts spendable funds, so it only means
      *    anything on a deposit account - checking, savings, or a
      *    dormant one (which posts under its original deposit type).
      *    The amount must be positive, the reason one of the HOLDREC
      *    codes, and an expiry date, when given, must fall after the
      *    business date or the hold would drop before it ever held.
       VALIDATE-HOLD.
           MOVE MNT-HOLD-REASON TO HLD-REASON
           IF WS-MST-CODE NOT = 'C' AND WS-MST-CODE NOT = 'S'
                   AND WS-MST-CODE NOT = 'D'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'HOLD ACCT TYPE' TO WS-REJECT-REASON
           ELSE
           IF MNT-HOLD-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NON-NUMERIC HOLD AMOUNT' TO WS-REJECT-REASON
           ELSE
           IF MNT-HOLD-AMOUNT = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ZERO HOLD AMOUNT' TO WS-REJECT-REASON
           ELSE
           IF NOT HLD-RSN-VALID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID HOLD REASON' TO WS-REJECT-REASON
           ELSE
               IF MNT-HOLD-EXPIRY NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               ELSE
                   IF MNT-HOLD-EXPIRY NOT = 0
                           AND MNT-HOLD-EXPIRY NOT > WS-RUN-DATE
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'INVALID EXPIRY DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    The hold being released has to be on file under this
      *    account; the keyed read leaves it in HOLD-RECORD for the
      *    audit line and the DELETE.
       VALIDATE-RELEASE.
           IF MNT-HOLD-SEQ NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
           ELSE
               MOVE MNT-STD-ID TO HLD-STD-ID
               MOVE MNT-HOLD-SEQ TO HLD-SEQ
               READ HOLD-FILE KEY IS HLD-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
               END-READ
           END-IF.

      *    A stop only means anything where checks are paid - the
      *    same deposit accounts a hold can sit on.  The first check
      *    must be a real number, a last check, when given, can not
      *    come before it, and an expiry date, when given, must fall
      *    after the business date.  A second stop starting on the
      *    same check is refused; withdraw the first and re-place it.
       VALIDATE-STOP.
           IF WS-MST-CODE NOT = 'C' AND WS-MST-CODE NOT = 'S'
                   AND WS-MST-CODE NOT = 'D'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'STOP ACCT TYPE' TO WS-REJECT-REASON
           ELSE
           IF MNT-STOP-CHECK-FROM NOT NUMERIC
                   OR MNT-STOP-CHECK-FROM = 0
                   OR MNT-STOP-CHECK-TO NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID CHECK NUMBER' TO WS-REJECT-REASON
           ELSE
           IF MNT-STOP-CHECK-TO NOT = 0
                   AND MNT-STOP-CHECK-TO < MNT-STOP-CHECK-FROM
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID CHECK RANGE' TO WS-REJECT-REASON
           ELSE
           IF MNT-STOP-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NON-NUMERIC STOP AMOUNT' TO WS-REJECT-REASON
           ELSE
           IF MNT-STOP-EXPIRY NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
           ELSE
               IF MNT-STOP-EXPIRY NOT = 0
                       AND MNT-STOP-EXPIRY NOT > WS-RUN-DATE
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               ELSE
                   MOVE MNT-STD-ID TO STP-STD-ID
                   MOVE MNT-STOP-CHECK-FROM TO STP-CHECK-FROM
                   READ STOP-FILE KEY IS STP-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'STOP ALREADY ON FILE'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    The stop being withdrawn has to be on file under this
      *    account; the keyed read leaves it in STOP-RECORD for the
      *    audit line and the DELETE.
       VALIDATE-REVOKE.
           IF MNT-STOP-CHECK-FROM NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'STOP NOT FOUND' TO WS-REJECT-REASON
           ELSE
               MOVE MNT-STD-ID TO STP-STD-ID
               MOVE MNT-STOP-CHECK-FROM TO STP-CHECK-FROM
               READ STOP-FILE KEY IS STP-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'STOP NOT FOUND' TO WS-REJECT-REASON
               END-READ
           END-IF.

      *    A new standing order is edited field by field; a change to
      *    one needs the order on file in a state the function can
      *    act on.
       VALIDATE-ORDER.
           IF MNT-SO-NEW
               PERFORM VALIDATE-NEW-ORDER
           ELSE
           IF NOT MNT-SO-CHANGE
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ORDER FUNCTION' TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-ORDER-CHANGE
           END-IF
           END-IF.

      *    A standing order pays out as an internal transfer, so the
      *    from-account must be one a transfer can draw on - checking
      *    or savings - and the to-account a different, numeric ID.
      *    Whether the to-account exists and can take the transfer
      *    is settled at posting, the way every transfer's is.  A
      *    start date in the past would owe occurrences already
      *    gone; an end date, when given, can not come before the
      *    start.
       VALIDATE-NEW-ORDER.
           MOVE MNT-SO-FREQ TO SOR-FREQ
           IF WS-MST-CODE NOT = 'C' AND WS-MST-CODE NOT = 'S'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ORDER ACCT TYPE' TO WS-REJECT-REASON
           ELSE
           IF MNT-SO-TO-ID NOT NUMERIC
                   OR MNT-SO-TO-ID = 0
                   OR MNT-SO-TO-ID = MNT-STD-ID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ORDER TO ACCT' TO WS-REJECT-REASON
           ELSE
           IF MNT-SO-AMOUNT NOT NUMERIC
                   OR MNT-SO-AMOUNT = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ORDER AMOUNT' TO WS-REJECT-REASON
           ELSE
           IF NOT SOR-FREQ-VALID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON
           ELSE
           IF SOR-DAY-OF-MONTH
                   AND (MNT-SO-DAY NOT NUMERIC
                   OR MNT-SO-DAY = 0
                   OR MNT-SO-DAY > 31)
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ORDER DAY' TO WS-REJECT-REASON
           ELSE
           IF MNT-SO-START NOT NUMERIC
                   OR MNT-SO-START < WS-RUN-DATE
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID START DATE' TO WS-REJECT-REASON
           ELSE
               IF MNT-SO-END-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'INVALID END DATE' TO WS-REJECT-REASON
               ELSE
                   IF MNT-SO-END-DATE NOT = 0
                           AND MNT-SO-END-DATE < MNT-SO-START
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'INVALID END DATE' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    The order has to be on file under this account; the keyed
      *    read leaves it in SORDER-RECORD for the REWRITE.  Suspend
      *    and skip act on a running order, resume on a suspended
      *    one, and an ended order stays ended.
       VALIDATE-ORDER-CHANGE.
           IF MNT-SO-SEQ NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
           ELSE
               MOVE MNT-STD-ID TO SOR-FROM-ID
               MOVE MNT-SO-SEQ TO SOR-SEQ
               READ SORDER-FILE KEY IS SOR-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               IF (MNT-SO-SUSPEND OR MNT-SO-SKIP)
                       AND NOT SOR-ACTIVE
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'ORDER NOT ACTIVE' TO WS-REJECT-REASON
               ELSE
               IF MNT-SO-RESUME AND NOT SOR-SUSPENDED
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'ORDER NOT SUSPENDED' TO WS-REJECT-REASON
               ELSE
                   IF MNT-SO-END AND SOR-ENDED
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'ORDER ALREADY ENDED' TO WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    A taxpayer ID is nine digits, not all zero, with its
      *    type; it goes on the address master record, so the
      *    account needs an address on file first - a tax form is no
      *    use without somewhere to mail it.  The keyed read leaves
      *    the record in CUST-ADDR-RECORD for the REWRITE.
       VALIDATE-TIN.
           IF MNT-TIN NOT NUMERIC OR MNT-TIN = '000000000'
                   OR NOT MNT-TIN-TYPE-VALID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID TAXPAYER ID' TO WS-REJECT-REASON
           ELSE
               MOVE MNT-STD-ID TO CAD-STD-ID
               READ CUST-ADDR-FILE KEY IS CAD-STD-ID
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'NO ADDRESS ON FILE' TO WS-REJECT-REASON
               END-READ
           END-IF.

       APPLY-ONE-CHANGE.
           MOVE 'N' TO WS-CLOSING-SWITCH
           IF (MNT-ACT-CLOSE OR (MNT-ACT-CODE AND ACCT-CLOSED))
                   AND WS-MST-CODE NOT = 'X'
               MOVE 'Y' TO WS-CLOSING-SWITCH
               PERFORM FILE-CLOSED-CODE
           END-IF
           IF MNT-ACT-NAME
               MOVE MNT-STD-NAME TO WS-MST-STD-NAME
               MOVE 'NAME CHANGE' TO AUD-ACTION
               PERFORM APPLY-ADDRESS
               MOVE 'ADDR CHANGE' TO AUD-ACTION
           END-IF
           IF MNT-ACT-TIN
               MOVE 'TIN CHANGE' TO AUD-ACTION
           END-IF
           IF MNT-ACT-LINK
               IF MNT-REL-ADD
                   MOVE 'LINK ADDED' TO AUD-ACTION
               END-IF
               IF MNT-REL-CHANGE
                   MOVE 'ROLE CHANGE' TO AUD-ACTION
               END-IF
               IF MNT-REL-DROP
                   MOVE 'LINK DROPPED' TO AUD-ACTION
               END-IF
           END-IF
           IF MNT-ACT-HOLD
               MOVE 'HOLD PLACED' TO AUD-ACTION
           END-IF
           IF MNT-ACT-RELEASE
               MOVE 'HOLD RELEASE' TO AUD-ACTION
           END-IF
           IF MNT-ACT-STOP
               MOVE 'STOP PLACED' TO AUD-ACTION
           END-IF
           IF MNT-ACT-REVOKE
               MOVE 'STOP REVOKED' TO AUD-ACTION
           END-IF
           IF MNT-ACT-ORDER
               IF MNT-SO-NEW
                   MOVE 'SO SET UP' TO AUD-ACTION
               END-IF
               IF MNT-SO-SUSPEND
                   MOVE 'SO SUSPEND' TO AUD-ACTION
               END-IF
               IF MNT-SO-RESUME
                   MOVE 'SO RESUME' TO AUD-ACTION
               END-IF
               IF MNT-SO-SKIP
                   MOVE 'SO SKIP' TO AUD-ACTION
               END-IF
               IF MNT-SO-END
                   MOVE 'SO END' TO AUD-ACTION
               END-IF
           END-IF
           ADD 1 TO WS-ACTIONS-APPLIED
           PERFORM WRITE-AUDIT-LINE
           PERFORM WRITE-SIGN-OFF-LINE
           IF MNT-ACT-HOLD
               PERFORM APPLY-HOLD
           END-IF
           IF MNT-ACT-RELEASE
               PERFORM APPLY-RELEASE
           END-IF
           IF MNT-ACT-STOP
               PERFORM APPLY-STOP
           END-IF
           IF MNT-ACT-REVOKE
               PERFORM APPLY-REVOKE
           END-IF
           IF MNT-ACT-ORDER
               IF MNT-SO-NEW
                   PERFORM APPLY-NEW-ORDER
               ELSE
                   PERFORM APPLY-ORDER-CHANGE
               END-IF
           END-IF
           IF WS-CLOSING-SWITCH = 'Y'
               PERFORM END-ACCOUNT-ORDERS
           END-IF
           IF MNT-ACT-TIN
               PERFORM APPLY-TIN
           END-IF
           IF MNT-ACT-LINK
               PERFORM APPLY-LINK
           END-IF.

      *    File the new hold under the account's next free sequence,
      *    found by walking the account's existing holds off a START
      *    at sequence zero.  A hold already on file under this
      *    action's pending number was placed by an earlier run of
      *    the same file and is only audited again.  The audit line
      *    after the account's carries the hold itself.
       APPLY-HOLD.
           MOVE 1 TO WS-HOLD-NEXT-SEQ
           MOVE 'N' TO WS-ALREADY-FILED
           MOVE MNT-STD-ID TO HLD-STD-ID
           MOVE 0 TO HLD-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-SWITCH
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-HOLD-SCAN-SWITCH = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                   NOT AT END
                       IF HLD-STD-ID NOT = MNT-STD-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                       ELSE
                       IF HLD-PENDING-NO = MNT-PENDING-NO
                           MOVE 'Y' TO WS-ALREADY-FILED
                           MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                       ELSE
                           COMPUTE WS-HOLD-NEXT-SEQ = HLD-SEQ + 1
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ALREADY-FILED = 'N'
               MOVE MNT-STD-ID TO HLD-STD-ID
               MOVE WS-HOLD-NEXT-SEQ TO HLD-SEQ
               MOVE MNT-HOLD-AMOUNT TO HLD-AMOUNT
               MOVE MNT-HOLD-REASON TO HLD-REASON
               MOVE WS-RUN-DATE TO HLD-PLACED-DATE
               MOVE MNT-HOLD-EXPIRY TO HLD-EXPIRY-DATE
               MOVE MNT-PENDING-NO TO HLD-PENDING-NO
               WRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           PERFORM WRITE-HOLD-AUDIT-LINE.

      *    VALIDATE-RELEASE left the hold in the record area.
       APPLY-RELEASE.
           DELETE HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM WRITE-HOLD-AUDIT-LINE.

      *    Second audit line for a hold action: the hold sequence in
      *    the name column and the held amount in the cash column.
       WRITE-HOLD-AUDIT-LINE.
           MOVE HLD-STD-ID TO AUD-STD-ID
           MOVE SPACES TO AUD-STD-NAME
           STRING "HOLD " DELIMITED BY SIZE
               HLD-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HLD-REASON DELIMITED BY SIZE
               INTO AUD-STD-NAME
           MOVE SPACE TO AUD-CODE
           MOVE HLD-AMOUNT TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    File the new stop.  A single check is stored as a range
      *    of one, and a stop with no expiry date is given the
      *    standard lapse off the business date.
       APPLY-STOP.
           MOVE MNT-STD-ID TO STP-STD-ID
           MOVE MNT-STOP-CHECK-FROM TO STP-CHECK-FROM
           IF MNT-STOP-CHECK-TO = 0
               MOVE MNT-STOP-CHECK-FROM TO STP-CHECK-TO
           ELSE
               MOVE MNT-STOP-CHECK-TO TO STP-CHECK-TO
           END-IF
           MOVE MNT-STOP-AMOUNT TO STP-AMOUNT
           MOVE WS-RUN-DATE TO STP-PLACED-DATE
           IF MNT-STOP-EXPIRY = 0
               COMPUTE STP-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-STOP-LAPSE-DAYS)
           ELSE
               MOVE MNT-STOP-EXPIRY TO STP-EXPIRY-DATE
           END-IF
           WRITE STOP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM WRITE-STOP-AUDIT-LINE.

      *    VALIDATE-REVOKE left the stop in the record area.
       APPLY-REVOKE.
           DELETE STOP-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM WRITE-STOP-AUDIT-LINE.

      *    Second audit line for a stop action: the check range in
      *    the name column and the stop amount (zero for any amount)
      *    in the cash column.
       WRITE-STOP-AUDIT-LINE.
           MOVE STP-STD-ID TO AUD-STD-ID
           MOVE SPACES TO AUD-STD-NAME
           STRING "CK " DELIMITED BY SIZE
               STP-CHECK-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STP-CHECK-TO DELIMITED BY SIZE
               INTO AUD-STD-NAME
           MOVE SPACE TO AUD-CODE
           MOVE STP-AMOUNT TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    File the new order under the account's next free
      *    sequence, found the way APPLY-HOLD finds a hold's.  It
      *    goes on file unscheduled (next due zero) for Sched-Gen to
      *    work out its first occurrence; a monthly order keeps the
      *    start date's day as its day of the month.  An order
      *    already on file under this action's pending number was
      *    set up by an earlier run of the same file and is only
      *    audited again.
       APPLY-NEW-ORDER.
           MOVE 1 TO WS-SO-NEXT-SEQ
           MOVE 'N' TO WS-ALREADY-FILED
           MOVE MNT-STD-ID TO SOR-FROM-ID
           MOVE 0 TO SOR-SEQ
           MOVE 'N' TO WS-SO-SCAN-SWITCH
           START SORDER-FILE KEY IS NOT LESS THAN SOR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SO-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-SO-SCAN-SWITCH = 'Y'
               READ SORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SO-SCAN-SWITCH
                   NOT AT END
                       IF SOR-FROM-ID NOT = MNT-STD-ID
                           MOVE 'Y' TO WS-SO-SCAN-SWITCH
                       ELSE
                       IF SOR-PENDING-NO = MNT-PENDING-NO
                           MOVE 'Y' TO WS-ALREADY-FILED
                           MOVE 'Y' TO WS-SO-SCAN-SWITCH
                       ELSE
                           COMPUTE WS-SO-NEXT-SEQ = SOR-SEQ + 1
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ALREADY-FILED = 'N'
               PERFORM BUILD-NEW-ORDER
               WRITE SORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           PERFORM WRITE-ORDER-AUDIT-LINE.

       BUILD-NEW-ORDER.
           MOVE MNT-STD-ID TO SOR-FROM-ID
           MOVE WS-SO-NEXT-SEQ TO SOR-SEQ
           MOVE MNT-SO-TO-ID TO SOR-TO-ID
           MOVE MNT-SO-AMOUNT TO SOR-AMOUNT
           MOVE MNT-SO-FREQ TO SOR-FREQ
           MOVE MNT-SO-START TO WS-SO-START-DATE
           IF SOR-DAY-OF-MONTH
               MOVE MNT-SO-DAY TO SOR-DAY
           ELSE
           IF SOR-MONTHLY
               MOVE SO-START-DD TO SOR-DAY
           ELSE
               MOVE 0 TO SOR-DAY
           END-IF
           END-IF
           MOVE MNT-SO-START TO SOR-START-DATE
           MOVE MNT-SO-END-DATE TO SOR-END-DATE
           MOVE 0 TO SOR-NEXT-DUE
           MOVE 'A' TO SOR-STATUS
           MOVE 'N' TO SOR-SKIP-NEXT
           MOVE WS-RUN-DATE TO SOR-SET-UP-DATE
           MOVE 0 TO SOR-LAST-DATE
           MOVE MNT-PENDING-NO TO SOR-PENDING-NO.

      *    VALIDATE-ORDER-CHANGE left the order in the record area.
      *    A resumed order goes back to unscheduled, so Sched-Gen
      *    picks it up from its next occurrence on or after the
      *    business date instead of paying out the ones missed while
      *    it was suspended.
       APPLY-ORDER-CHANGE.
           IF MNT-SO-SUSPEND
               MOVE 'S' TO SOR-STATUS
           END-IF
           IF MNT-SO-RESUME
               MOVE 'A' TO SOR-STATUS
               MOVE 0 TO SOR-NEXT-DUE
           END-IF
           IF MNT-SO-SKIP
               MOVE 'Y' TO SOR-SKIP-NEXT
           END-IF
           IF MNT-SO-END
               MOVE 'E' TO SOR-STATUS
           END-IF
           REWRITE SORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM WRITE-ORDER-AUDIT-LINE.

      *    A closed account can not fund a transfer, so every order
      *    out of it that has not already ended ends with it, each
      *    on an audit line of its own.  Nor may it take one in -
      *    money paid into a closed account only goes out again on
      *    the official check - so the orders other accounts pay
      *    into it end too.
       END-ACCOUNT-ORDERS.
           MOVE MNT-STD-ID TO SOR-FROM-ID
           MOVE 0 TO SOR-SEQ
           MOVE 'N' TO WS-SO-SCAN-SWITCH
           START SORDER-FILE KEY IS NOT LESS THAN SOR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SO-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-SO-SCAN-SWITCH = 'Y'
               READ SORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SO-SCAN-SWITCH
                   NOT AT END
                       IF SOR-FROM-ID NOT = MNT-STD-ID
                           MOVE 'Y' TO WS-SO-SCAN-SWITCH
                       ELSE
                           IF NOT SOR-ENDED
                               MOVE 'E' TO SOR-STATUS
                               REWRITE SORDER-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                               MOVE 'SO END' TO AUD-ACTION
                               PERFORM WRITE-ORDER-AUDIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM END-ORDERS-INTO-ACCOUNT.

      *    The orders paying into the account.  The file is keyed on
      *    the paying account only, so this is a full pass of it.
       END-ORDERS-INTO-ACCOUNT.
           MOVE 0 TO SOR-FROM-ID
           MOVE 0 TO SOR-SEQ
           MOVE 'N' TO WS-SO-SCAN-SWITCH
           START SORDER-FILE KEY IS NOT LESS THAN SOR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SO-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-SO-SCAN-SWITCH = 'Y'
               READ SORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SO-SCAN-SWITCH
                   NOT AT END
                       IF SOR-TO-ID = MNT-STD-ID AND NOT SOR-ENDED
                           MOVE 'E' TO SOR-STATUS
                           REWRITE SORDER-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           MOVE 'SO END' TO AUD-ACTION
                           PERFORM WRITE-ORDER-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *    Second audit line for a standing-order action: the order
      *    sequence, to-account and frequency in the name column and
      *    the order amount in the cash column.
       WRITE-ORDER-AUDIT-LINE.
           MOVE SOR-FROM-ID TO AUD-STD-ID
           MOVE SPACES TO AUD-STD-NAME
           STRING "SO " DELIMITED BY SIZE
               SOR-SEQ DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               SOR-TO-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOR-FREQ DELIMITED BY SIZE
               INTO AUD-STD-NAME
           MOVE SPACE TO AUD-CODE
           MOVE SOR-AMOUNT TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    Set or replace the account's mailing address on the
      *    address master - a WRITE for a first address, a REWRITE
      *    when one is already on file.  Reading it first keeps a
      *    taxpayer ID already on the record.
       APPLY-ADDRESS.
           MOVE MNT-STD-ID TO CAD-STD-ID
           READ CUST-ADDR-FILE KEY IS CAD-STD-ID
               INVALID KEY
                   MOVE SPACES TO CAD-TIN
                   MOVE SPACE TO CAD-TIN-TYPE
           END-READ
           MOVE MNT-STD-ID TO CAD-STD-ID
           MOVE MNT-ADDR-1 TO CAD-ADDR-1
           MOVE MNT-ADDR-2 TO CAD-ADDR-2
                   END-REWRITE
           END-WRITE.

      *    VALIDATE-TIN left the address record in the record area.
      *    The second audit line shows only the ID's type and last
      *    four digits - the audit file is not the place for a full
      *    taxpayer ID.
       APPLY-TIN.
           MOVE MNT-TIN TO CAD-TIN
           MOVE MNT-TIN-TYPE TO CAD-TIN-TYPE
           REWRITE CUST-ADDR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE CAD-STD-ID TO AUD-STD-ID
           MOVE SPACES TO AUD-STD-NAME
           STRING "TIN " DELIMITED BY SIZE
               CAD-TIN-TYPE DELIMITED BY SIZE
               " ENDING " DELIMITED BY SIZE
               CAD-TIN(6:4) DELIMITED BY SIZE
               INTO AUD-STD-NAME
           MOVE SPACE TO AUD-CODE
           MOVE 0 TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    A link names a customer on the customer master and a role;
      *    a new link can not already be on file, and a change or
      *    drop needs it there.  An account has one primary customer
      *    at most, so a link made or changed to primary is refused
      *    while another customer holds that role on the account.
       VALIDATE-LINK.
           IF NOT MNT-REL-ADD AND NOT MNT-REL-CHANGE
                   AND NOT MNT-REL-DROP
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID LINK FUNCTION' TO WS-REJECT-REASON
           ELSE
           IF MNT-REL-CUST-NO NOT NUMERIC OR MNT-REL-CUST-NO = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
           ELSE
           IF NOT MNT-REL-DROP AND MNT-REL-ROLE NOT = 'P'
                   AND MNT-REL-ROLE NOT = 'J'
                   AND MNT-REL-ROLE NOT = 'G'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ROLE' TO WS-REJECT-REASON
           ELSE
               MOVE MNT-REL-CUST-NO TO CUS-CUST-NO
               READ CUSTOMER-FILE KEY IS CUS-CUST-NO
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               END-READ
           END-IF
           END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               MOVE MNT-REL-CUST-NO TO REL-CUST-NO
               MOVE MNT-STD-ID TO REL-STD-ID
               READ RELATION-FILE KEY IS REL-KEY
                   INVALID KEY
                       IF NOT MNT-REL-ADD
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'LINK NOT FOUND' TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       IF MNT-REL-ADD
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'LINK ALREADY ON FILE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-VALID-SWITCH = 'Y' AND NOT MNT-REL-DROP
                   AND MNT-REL-ROLE = 'P'
               PERFORM CHECK-OTHER-PRIMARY
               IF WS-PRIMARY-FOUND = 'Y'
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'ACCOUNT HAS A PRIMARY' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    Walk the account's links by the alternate key looking for
      *    a primary held by any customer but the one being linked.
       CHECK-OTHER-PRIMARY.
           MOVE 'N' TO WS-PRIMARY-FOUND
           MOVE MNT-STD-ID TO REL-STD-ID
           MOVE 'N' TO WS-REL-SCAN-SWITCH
           START RELATION-FILE KEY IS NOT LESS THAN REL-STD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REL-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-REL-SCAN-SWITCH = 'Y'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REL-SCAN-SWITCH
                   NOT AT END
                       IF REL-STD-ID NOT = MNT-STD-ID
                           MOVE 'Y' TO WS-REL-SCAN-SWITCH
                       ELSE
                           IF REL-PRIMARY
                                   AND REL-CUST-NO NOT = MNT-REL-CUST-NO
                               MOVE 'Y' TO WS-PRIMARY-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Make, re-role or drop the link.  The primary check may
      *    have moved the record area, so a change or drop reads the
      *    link again by its key first.
       APPLY-LINK.
           MOVE MNT-REL-CUST-NO TO REL-CUST-NO
           MOVE MNT-STD-ID TO REL-STD-ID
           IF MNT-REL-ADD
               MOVE MNT-REL-ROLE TO REL-ROLE
               MOVE WS-RUN-DATE TO REL-LINK-DATE
               MOVE SPACE TO REL-CLOSED-CODE
               WRITE RELATION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               READ RELATION-FILE KEY IS REL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF MNT-REL-CHANGE
                   MOVE MNT-REL-ROLE TO REL-ROLE
                   REWRITE RELATION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   DELETE RELATION-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF
           PERFORM WRITE-LINK-AUDIT-LINE.

      *    Second audit line for a link action: the customer and the
      *    role in the name column.
       WRITE-LINK-AUDIT-LINE.
           MOVE REL-STD-ID TO AUD-STD-ID
           MOVE SPACES TO AUD-STD-NAME
           STRING "CUST " DELIMITED BY SIZE
               REL-CUST-NO DELIMITED BY SIZE
               " ROLE " DELIMITED BY SIZE
               REL-ROLE DELIMITED BY SIZE
               INTO AUD-STD-NAME
           MOVE SPACE TO AUD-CODE
           MOVE 0 TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    The closed master only carries 'X', so the type the
      *    account had when it closed goes on each of its links for
      *    Cust-Inq to show.  A dormant account files the type it
      *    had before it went dormant, off the dormant master, and
      *    stays 'D' only if the scan has no record of it.
       FILE-CLOSED-CODE.
           MOVE WS-MST-CODE TO WS-CLOSED-TYPE
           IF WS-MST-CODE = 'D' AND WS-DORMANT-OPEN = 'Y'
               MOVE MNT-STD-ID TO DMT-STD-ID
               READ DORMANT-FILE KEY IS DMT-STD-ID
                   NOT INVALID KEY
                       MOVE DMT-ORIG-CODE TO WS-CLOSED-TYPE
               END-READ
           END-IF
           MOVE MNT-STD-ID TO REL-STD-ID
           MOVE 'N' TO WS-REL-SCAN-SWITCH
           START RELATION-FILE KEY IS NOT LESS THAN REL-STD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REL-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-REL-SCAN-SWITCH = 'Y'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REL-SCAN-SWITCH
                   NOT AT END
                       IF REL-STD-ID NOT = MNT-STD-ID
                           MOVE 'Y' TO WS-REL-SCAN-SWITCH
                       ELSE
                           MOVE WS-CLOSED-TYPE TO REL-CLOSED-CODE
                           REWRITE RELATION-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      *    Edit and write a brand-new account straight to MASTER-OUT.
      *    Name, code and opening cash all have to pass the same edits
      *    VALIDATE-RECORD applies downstream, so the add can't create
       APPLY-ADD.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF MNT-MAKER-ID = SPACES OR MNT-CHECKER-ID = SPACES
                   OR MNT-CHECKER-ID = MNT-MAKER-ID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'NOT APPROVED' TO WS-REJECT-REASON
           ELSE
           IF MNT-STD-ID = WS-LAST-WRITTEN-ID
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'DUPLICATE ID' TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-VALID-SWITCH = 'Y'
               MOVE MNT-STD-ID TO MST-STD-ID
               MOVE MNT-STD-NAME TO MST-STD-NAME
               MOVE MNT-CODE TO AUD-CODE
               MOVE MNT-STD-CASH TO AUD-STD-CASH
               WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
               PERFORM WRITE-SIGN-OFF-LINE
           ELSE
               PERFORM WRITE-MAINT-REJECT
           END-IF.
           MOVE WS-MST-STD-CASH TO AUD-STD-CASH
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.

      *    Maker and checker of the action just audited.  Every
      *    applied action has passed the NOT APPROVED edit, so both
      *    signatures are there to list.
       WRITE-SIGN-OFF-LINE.
           MOVE MNT-MAKER-ID TO SGN-MAKER-ID
           MOVE MNT-ENTRY-DATE TO SGN-ENTRY-DATE
           MOVE MNT-ENTRY-TIME TO SGN-ENTRY-TIME
           MOVE MNT-CHECKER-ID TO SGN-CHECKER-ID
           MOVE MNT-DECIDE-DATE TO SGN-DECIDE-DATE
           MOVE MNT-DECIDE-TIME TO SGN-DECIDE-TIME
           MOVE MNT-PENDING-NO TO SGN-PENDING-NO
           WRITE AUDIT-RECORD FROM WS-SIGN-OFF-LINE.

       WRITE-MAINT-REJECT.
           MOVE MNT-ACTION TO MREJ-ACTION
           MOVE MNT-STD-ID TO MREJ-STD-ID
           MOVE WS-ACTIONS-REJECTED TO AUD-TOT-REJECTED
           WRITE AUDIT-RECORD FROM WS-AUDIT-TOTAL-LINE.

      *    Next action for the merge.  Customer actions were applied
      *    in their own pass ahead of it and are stepped over here.
       READ-MAINT.
           PERFORM READ-MAINT-RECORD
           PERFORM UNTIL MAINT-EOF-SWITCH = 'Y'
                          OR NOT MNT-ACT-CUSTOMER
               PERFORM READ-MAINT-RECORD
           END-PERFORM.

       READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO MAINT-EOF-SWITCH
