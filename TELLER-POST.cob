       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Teller-Post.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Teller transaction capture.  The teller signs on with a
      *    teller ID and the opening cash in the drawer, then keys
      *    the counter's work at the prompt:
      *        D - cash deposit to an account;
      *        W - cash withdrawal from an account;
      *        T - transfer between two accounts (no cash moves);
      *        X - sign off.
      *    Every account is read live off Active-Output.txt as it is
      *    keyed, so an unknown or closed account is turned away at
      *    the window instead of rejecting at Tran-Edit or posting.
      *    A withdrawal or transfer out for more than the available
      *    balance (ledger less the holds on Hold-Data.txt, as
      *    Teller-Inq shows it) is warned and goes ahead only if the
      *    teller confirms it - posting still decides it overnight.
      *    The session's items are held in storage as they are keyed
      *    and nothing is written until sign-off, when the session
      *    goes to Teller-Batch-Data.txt in one piece as one 'TELLER'
      *    batch in the Tran-Batch-Data layout - header, one detail
      *    per item, trailer - which Tran-Edit reads beside the
      *    channel feed.  Tellers working at the same time so never
      *    interleave their details, and a session that does not
      *    sign off leaves nothing half-written behind it.  The first
      *    session of a new business date starts the file afresh;
      *    later sessions that day add their batches after it.
      *    At sign-off the teller counts the drawer and the drawer
      *    sheet (Teller-Drawer-Sheet.txt, which also lists each item
      *    keyed) shows opening cash, cash in, cash out, the
      *    expected drawer total, the counted amount and the over or
      *    short.  An over or short is journaled against CASH OVER
      *    SHORT on Teller-GL-Data.txt, which Basic-Banking carries
      *    into the day's GL-Journal.txt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

                SELECT ACTIVE-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Active-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACT-STD-ID
                FILE STATUS IS WS-ACTIVE-STATUS.

                SELECT HOLD-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Hold-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

      *    TELLER-BATCH - the day's teller batches, in the layout
      *    Tran-Edit reads as BATCH-FILE.
                SELECT OPTIONAL TELLER-BATCH
       ASSIGN TO "/home/lloyd/Desktop/Code/Teller-Batch-Data.txt"
                FILE STATUS IS WS-BATCH-STATUS.

                SELECT OPTIONAL DRAWER-SHEET
       ASSIGN TO "/home/lloyd/Desktop/Code/Teller-Drawer-Sheet.txt".

      *    TELLER-GL-FILE - drawer over/short journal pairs, dated
      *    for the business date they belong to.
                SELECT OPTIONAL TELLER-GL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Teller-GL-Data.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

       FD ACTIVE-IN RECORDING MODE F.
       01  ACTIVE-RECORD.
           05 ACT-STD-ID PIC 9(8).
           05 ACT-STD-NAME PIC X(24).
           05 ACT-CODE PIC A(1).
           05 ACT-STD-CASH PIC S9(7)V99.

       FD HOLD-FILE RECORDING MODE F.
       01  HOLD-RECORD.
               COPY HOLDREC.

      *    TELLER-BATCH - 'H' header, 'D' details, 'T' trailer, laid
      *    out as Tran-Edit's BATCH-RECORD.  A deposit is a 'C'
      *    detail, a withdrawal a 'D' with no check number, a
      *    transfer a 'T' with BTH-XFR-ID the to-account.  The
      *    trailer follows the channel convention: each detail's
      *    account (the from-account of a transfer) into the hash,
      *    and a transfer's amount into both the debits and the
      *    credits.
       FD TELLER-BATCH RECORDING MODE F.
       01  BATCH-RECORD.
           05 BTH-TYPE PIC X(1).
               88 BTH-HEADER          VALUE 'H'.
           05 BTH-BODY PIC X(38).
           05 BTH-HEADER-BODY REDEFINES BTH-BODY.
               10 BTH-SOURCE PIC X(8).
               10 BTH-DATE PIC 9(8).
               10 FILLER PIC X(22).
           05 BTH-DETAIL-BODY REDEFINES BTH-BODY.
               10 BTH-STD-ID PIC 9(8).
               10 BTH-DC-IND PIC X(1).
               10 BTH-AMOUNT PIC 9(7)V99.
               10 BTH-XFR-ID PIC 9(8).
               10 BTH-CHECK-NO-X PIC X(10).
               10 FILLER PIC X(2).
           05 BTH-TRAILER-BODY REDEFINES BTH-BODY.
               10 BTH-TRL-COUNT PIC 9(6).
               10 BTH-TRL-HASH PIC 9(10).
               10 BTH-TRL-DEBITS PIC 9(9)V99.
               10 BTH-TRL-CREDITS PIC 9(9)V99.

       FD DRAWER-SHEET RECORDING MODE F.
       01  DRAWER-SHEET-RECORD PIC X(80).

      *    TELLER-GL-FILE - Basic-Banking's GL-RECORD layout.
       FD TELLER-GL-FILE RECORDING MODE F.
       01  GL-RECORD.
           05 GL-RUN-DATE PIC 9(8).
           05 GL-ACCOUNT PIC X(16).
           05 GL-DC-IND PIC X(1).
           05 GL-AMOUNT PIC S9(9)V99.
           05 GL-DESC PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-HOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-BATCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      *    'N' when no hold master exists yet - nothing is held.
       01 WS-HOLD-OPEN PIC A(1) VALUE 'N'.
       01 WS-HOLD-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AVAILABLE PIC S9(9)V99 VALUE 0.
      *    The batch source Tran-Edit knows the counter by.
       01 WS-TELLER-SOURCE PIC X(8) VALUE 'TELLER'.
       01 WS-TELLER-ID PIC X(8) VALUE SPACES.
       01 WS-COMMAND PIC X(8) VALUE SPACES.
       01 WS-DONE-SWITCH PIC A(1) VALUE 'N'.
       01 WS-REPLY PIC X(1) VALUE SPACES.
      *    Account keyed and looked up: WS-ACCOUNT-OK is 'Y' once it
      *    is on file and open for business.
       01 WS-ACCOUNT-ENTRY PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-OK PIC A(1) VALUE 'N'.
       01 WS-ITEM-STD-ID PIC 9(8) VALUE 0.
       01 WS-ITEM-XFR-ID PIC 9(8) VALUE 0.
       01 WS-ITEM-CASH PIC S9(7)V99 VALUE 0.
       01 WS-ITEM-CODE PIC A(1) VALUE SPACE.
       01 WS-ITEM-DC-IND PIC X(1) VALUE SPACE.
      *    A transfer's from-account, held while the to-account is
      *    keyed and looked up.
       01 WS-FROM-STD-ID PIC 9(8) VALUE 0.
       01 WS-FROM-CASH PIC S9(7)V99 VALUE 0.
       01 WS-FROM-CODE PIC A(1) VALUE SPACE.
      *    Amount keyed as dollars and cents, e.g. 125.50 or 40,
      *    broken down and checked digit by digit before use.
       01 WS-AMOUNT-ENTRY PIC X(12) VALUE SPACES.
       01 WS-AMOUNT-OK PIC A(1) VALUE 'N'.
       01 WS-AMT-DOLLARS-X PIC X(12) VALUE SPACES.
       01 WS-AMT-CENTS-X PIC X(12) VALUE SPACES.
       01 WS-AMT-DOLLAR-LEN PIC 9(2) VALUE 0.
       01 WS-AMT-CENT-LEN PIC 9(2) VALUE 0.
       01 WS-AMT-BUILD.
           05 WS-AMT-BUILD-DOLLARS PIC X(7) JUSTIFIED RIGHT.
           05 WS-AMT-BUILD-CENTS PIC X(2).
       01 WS-AMT-BUILD-NUM REDEFINES WS-AMT-BUILD PIC 9(7)V99.
       01 WS-ITEM-AMOUNT PIC 9(7)V99 VALUE 0.
      *    The session's items, held until sign-off writes the batch
      *    and the drawer sheet.  A session that fills the table
      *    must sign off and a new one sign on.
       01 WS-ITEM-MAX PIC 9(3) VALUE 500.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 ITM-STD-ID PIC 9(8).
               10 ITM-DC-IND PIC X(1).
               10 ITM-AMOUNT PIC 9(7)V99.
               10 ITM-XFR-ID PIC 9(8).
               10 ITM-TYPE PIC X(12).
               10 ITM-NOTE PIC X(20).
       01 WS-ITEM-IX PIC 9(3) VALUE 0.
      *    Batch controls, accumulated as items are taken.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(10) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
      *    The drawer.
       01 WS-OPENING-CASH PIC 9(9)V99 VALUE 0.
       01 WS-CASH-IN PIC 9(9)V99 VALUE 0.
       01 WS-CASH-OUT PIC 9(9)V99 VALUE 0.
       01 WS-EXPECTED-CASH PIC S9(9)V99 VALUE 0.
       01 WS-COUNTED-CASH PIC 9(9)V99 VALUE 0.
       01 WS-OVER-SHORT PIC S9(9)V99 VALUE 0.
      *    Over/short journal pair.
       01 WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-GL-DESC PIC X(24) VALUE SPACES.
       01 WS-GL-DR-ACCOUNT PIC X(16) VALUE SPACES.
       01 WS-GL-CR-ACCOUNT PIC X(16) VALUE SPACES.
      *    The code byte the ACCTCODE conditions decode.
       01 WS-ACCT-CODE PIC A(1) VALUE SPACE.
               COPY ACCTCODE.
       01 WS-DISPLAY-LINE.
           05 DSP-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-STD-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-ACCT-TYPE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-BALANCE PIC -Z,ZZZ,ZZ9.99.
       01 WS-AVAILABLE-LINE.
           05 FILLER PIC X(24) VALUE "  AVAILABLE BALANCE ".
           05 DSP-AVAILABLE PIC -Z,ZZZ,ZZ9.99.
       01 WS-SHEET-HEADING.
           05 FILLER PIC X(14) VALUE "TELLER DRAWER ".
           05 SHT-TELLER-ID PIC X(8).
           05 FILLER PIC X(17) VALUE "  BUSINESS DATE ".
           05 SHT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-SHEET-ITEM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SHT-ITEM-TYPE PIC X(12).
           05 SHT-ITEM-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SHT-ITEM-XFR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SHT-ITEM-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SHT-ITEM-NOTE PIC X(20).
           05 FILLER PIC X(12) VALUE SPACES.
       01 WS-SHEET-AMOUNT-LINE.
           05 SHT-LABEL PIC X(24).
           05 SHT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(41) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.
           OPEN INPUT ACTIVE-IN
           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-IN OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "HOLD FILE OPEN FAILED, STATUS "
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM SIGN-ON.

           PERFORM UNTIL WS-DONE-SWITCH = 'Y'
               DISPLAY "D DEPOSIT, W WITHDRAWAL, T TRANSFER, "
                   "X SIGN OFF"
               MOVE SPACES TO WS-COMMAND
               ACCEPT WS-COMMAND
               IF WS-COMMAND = 'X' OR WS-COMMAND = 'x'
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
               IF WS-DETAIL-COUNT NOT < WS-ITEM-MAX
                   DISPLAY "SESSION FULL - SIGN OFF AND SIGN ON AGAIN"
               ELSE
               IF WS-COMMAND = 'D' OR WS-COMMAND = 'd'
                   PERFORM KEY-DEPOSIT
               ELSE
               IF WS-COMMAND = 'W' OR WS-COMMAND = 'w'
                   PERFORM KEY-WITHDRAWAL
               ELSE
                   IF WS-COMMAND = 'T' OR WS-COMMAND = 't'
                       PERFORM KEY-TRANSFER
                   ELSE
                       DISPLAY "UNKNOWN COMMAND"
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

           PERFORM SIGN-OFF.

           CLOSE ACTIVE-IN
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           STOP RUN.

      *    Business date, validated the way Basic-Banking validates
      *    its run control: a date already posted has had its batch
      *    taken, and the counter must not capture into it.
       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN CONTROL OPEN FAILED, STATUS "
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "RUN CONTROL FILE IS EMPTY"
                   STOP RUN
           END-READ
           IF RUN-POSTED-FLAG = 'P'
               DISPLAY "TRANSACTIONS ALREADY POSTED FOR "
                   RUN-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
           CLOSE RUN-CONTROL-FILE.

      *    Teller ID and the cash the drawer opens with.
       SIGN-ON.
           PERFORM UNTIL WS-TELLER-ID NOT = SPACES
               DISPLAY "ENTER YOUR TELLER ID:"
               MOVE SPACES TO WS-TELLER-ID
               ACCEPT WS-TELLER-ID
           END-PERFORM
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK = 'Y'
               DISPLAY "OPENING CASH IN DRAWER:"
               PERFORM ACCEPT-AMOUNT
           END-PERFORM
           MOVE WS-ITEM-AMOUNT TO WS-OPENING-CASH.

      *    The teller batch file holds one business date's sessions.
      *    If what is on it now belongs to another date (or nothing
      *    is there), start it afresh; otherwise add to it.  Opened
      *    at sign-off only, for the length of one session's write.
       OPEN-TELLER-BATCH.
           MOVE SPACES TO BATCH-RECORD
           OPEN INPUT TELLER-BATCH
           IF WS-BATCH-STATUS = "00"
               READ TELLER-BATCH
                   AT END
                       MOVE SPACES TO BATCH-RECORD
               END-READ
           END-IF
           CLOSE TELLER-BATCH
           IF BTH-HEADER AND BTH-DATE = WS-RUN-DATE
               OPEN EXTEND TELLER-BATCH
           ELSE
               OPEN OUTPUT TELLER-BATCH
           END-IF
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "TELLER BATCH OPEN FAILED, STATUS "
                   WS-BATCH-STATUS
               STOP RUN
           END-IF.

       KEY-DEPOSIT.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACCOUNT-OK = 'Y'
               PERFORM ACCEPT-ITEM-AMOUNT
               IF WS-AMOUNT-OK = 'Y'
                   PERFORM CONFIRM-ITEM
                   IF WS-REPLY = 'Y'
                       MOVE 'C' TO WS-ITEM-DC-IND
                       MOVE 0 TO WS-ITEM-XFR-ID
                       MOVE 'DEPOSIT' TO SHT-ITEM-TYPE
                       MOVE SPACES TO SHT-ITEM-NOTE
                       PERFORM STORE-ITEM
                       ADD WS-ITEM-AMOUNT TO WS-CREDIT-TOTAL
                       ADD WS-ITEM-AMOUNT TO WS-CASH-IN
                   END-IF
               END-IF
           END-IF.

       KEY-WITHDRAWAL.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACCOUNT-OK = 'Y'
               PERFORM ACCEPT-ITEM-AMOUNT
               IF WS-AMOUNT-OK = 'Y'
                   PERFORM CHECK-AVAILABLE
                   PERFORM CONFIRM-ITEM
                   IF WS-REPLY = 'Y'
                       MOVE 'D' TO WS-ITEM-DC-IND
                       MOVE 0 TO WS-ITEM-XFR-ID
                       MOVE 'WITHDRAWAL' TO SHT-ITEM-TYPE
                       PERFORM STORE-ITEM
                       ADD WS-ITEM-AMOUNT TO WS-DEBIT-TOTAL
                       ADD WS-ITEM-AMOUNT TO WS-CASH-OUT
                   END-IF
               END-IF
           END-IF.

      *    Both accounts must be on file and must differ; no cash
      *    crosses the counter, so the drawer is untouched.
       KEY-TRANSFER.
           DISPLAY "TRANSFER FROM:"
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACCOUNT-OK = 'Y'
               MOVE WS-ITEM-STD-ID TO WS-FROM-STD-ID
               MOVE WS-ITEM-CASH TO WS-FROM-CASH
               MOVE WS-ITEM-CODE TO WS-FROM-CODE
               DISPLAY "TRANSFER TO:"
               PERFORM ACCEPT-ACCOUNT
      *    The to-account becomes the counterparty, and the item is
      *    the from-account's again.
               MOVE WS-ITEM-STD-ID TO WS-ITEM-XFR-ID
               MOVE WS-FROM-STD-ID TO WS-ITEM-STD-ID
               MOVE WS-FROM-CASH TO WS-ITEM-CASH
               MOVE WS-FROM-CODE TO WS-ITEM-CODE
               IF WS-ACCOUNT-OK = 'Y'
                       AND WS-ITEM-STD-ID = WS-ITEM-XFR-ID
                   DISPLAY "CANNOT TRANSFER TO THE SAME ACCOUNT"
                   MOVE 'N' TO WS-ACCOUNT-OK
               END-IF
           END-IF
           IF WS-ACCOUNT-OK = 'Y'
               PERFORM ACCEPT-ITEM-AMOUNT
               IF WS-AMOUNT-OK = 'Y'
                   PERFORM CHECK-AVAILABLE
                   PERFORM CONFIRM-ITEM
                   IF WS-REPLY = 'Y'
                       MOVE 'T' TO WS-ITEM-DC-IND
                       MOVE 'TRANSFER' TO SHT-ITEM-TYPE
                       PERFORM STORE-ITEM
                       ADD WS-ITEM-AMOUNT TO WS-DEBIT-TOTAL
                       ADD WS-ITEM-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.

      *    Keyed read of the account.  A closed account is turned
      *    away; a dormant one is taken - the posting run wakes it -
      *    but the teller is told.
       ACCEPT-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-OK
           DISPLAY "ACCOUNT ID:"
           MOVE SPACES TO WS-ACCOUNT-ENTRY
           ACCEPT WS-ACCOUNT-ENTRY
           IF WS-ACCOUNT-ENTRY IS NOT NUMERIC
               DISPLAY "ACCOUNT ID MUST BE 8 DIGITS"
           ELSE
               MOVE WS-ACCOUNT-ENTRY TO ACT-STD-ID
               READ ACTIVE-IN KEY IS ACT-STD-ID
                   INVALID KEY
                       DISPLAY "ACCOUNT " WS-ACCOUNT-ENTRY
                           " NOT FOUND"
                   NOT INVALID KEY
                       PERFORM SHOW-ACCOUNT
               END-READ
           END-IF.

       SHOW-ACCOUNT.
           MOVE ACT-STD-ID TO DSP-STD-ID
           MOVE ACT-STD-NAME TO DSP-STD-NAME
           MOVE ACT-CODE TO WS-ACCT-CODE
           PERFORM DECODE-ACCT-TYPE
           MOVE ACT-STD-CASH TO DSP-BALANCE
           DISPLAY WS-DISPLAY-LINE
           IF ACCT-CLOSED
               DISPLAY "ACCOUNT IS CLOSED"
           ELSE
               IF ACCT-DORMANT
                   DISPLAY "ACCOUNT IS DORMANT - ACTIVITY WILL "
                       "REACTIVATE IT"
               END-IF
               MOVE 'Y' TO WS-ACCOUNT-OK
               MOVE ACT-STD-ID TO WS-ITEM-STD-ID
               MOVE ACT-STD-CASH TO WS-ITEM-CASH
               MOVE ACT-CODE TO WS-ITEM-CODE
           END-IF.

       ACCEPT-ITEM-AMOUNT.
           DISPLAY "AMOUNT:"
           PERFORM ACCEPT-AMOUNT
           IF WS-AMOUNT-OK = 'Y' AND WS-ITEM-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
               MOVE 'N' TO WS-AMOUNT-OK
           END-IF.

      *    Dollars, an optional point and up to two places of cents,
      *    right-justified into WS-AMT-BUILD and tested NUMERIC.
       ACCEPT-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-OK
           MOVE SPACES TO WS-AMOUNT-ENTRY
           ACCEPT WS-AMOUNT-ENTRY
           MOVE SPACES TO WS-AMT-DOLLARS-X
           MOVE SPACES TO WS-AMT-CENTS-X
           MOVE 0 TO WS-AMT-DOLLAR-LEN
           MOVE 0 TO WS-AMT-CENT-LEN
           UNSTRING WS-AMOUNT-ENTRY DELIMITED BY '.' OR SPACE
               INTO WS-AMT-DOLLARS-X COUNT IN WS-AMT-DOLLAR-LEN
                    WS-AMT-CENTS-X COUNT IN WS-AMT-CENT-LEN
           END-UNSTRING
           IF WS-AMT-DOLLAR-LEN > 7 OR WS-AMT-CENT-LEN > 2
                   OR (WS-AMT-DOLLAR-LEN = 0 AND WS-AMT-CENT-LEN = 0)
               DISPLAY "INVALID AMOUNT"
           ELSE
               IF WS-AMT-DOLLAR-LEN = 0
                   MOVE ZEROS TO WS-AMT-BUILD-DOLLARS
               ELSE
                   MOVE WS-AMT-DOLLARS-X(1:WS-AMT-DOLLAR-LEN)
                       TO WS-AMT-BUILD-DOLLARS
                   INSPECT WS-AMT-BUILD-DOLLARS
                       REPLACING LEADING SPACE BY '0'
               END-IF
               IF WS-AMT-CENT-LEN = 0
                   MOVE ZEROS TO WS-AMT-BUILD-CENTS
               ELSE
                   IF WS-AMT-CENT-LEN = 1
                       MOVE WS-AMT-CENTS-X(1:1)
                           TO WS-AMT-BUILD-CENTS(1:1)
                       MOVE '0' TO WS-AMT-BUILD-CENTS(2:1)
                   ELSE
                       MOVE WS-AMT-CENTS-X(1:2) TO WS-AMT-BUILD-CENTS
                   END-IF
               END-IF
               IF WS-AMT-BUILD IS NUMERIC
                   MOVE WS-AMT-BUILD-NUM TO WS-ITEM-AMOUNT
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   DISPLAY "INVALID AMOUNT"
               END-IF
           END-IF.

      *    Available balance - ledger less every hold on file - for
      *    the account money is leaving.  A loan has no balance to
      *    draw against in this sense and is not warned.
       CHECK-AVAILABLE.
           MOVE WS-ITEM-CODE TO WS-ACCT-CODE
           IF NOT ACCT-LOAN
               PERFORM SUM-HOLDS
               COMPUTE WS-AVAILABLE = WS-ITEM-CASH - WS-HOLD-TOTAL
               IF WS-ITEM-AMOUNT > WS-AVAILABLE
                   MOVE WS-AVAILABLE TO DSP-AVAILABLE
                   DISPLAY "WARNING - AMOUNT EXCEEDS AVAILABLE BALANCE"
                   DISPLAY WS-AVAILABLE-LINE
                   MOVE 'OVER AVAILABLE' TO SHT-ITEM-NOTE
               ELSE
                   MOVE SPACES TO SHT-ITEM-NOTE
               END-IF
           ELSE
               MOVE SPACES TO SHT-ITEM-NOTE
           END-IF.

       SUM-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           IF WS-HOLD-OPEN = 'Y'
               MOVE WS-ITEM-STD-ID TO HLD-STD-ID
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
                           IF HLD-STD-ID NOT = WS-ITEM-STD-ID
                               MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                           ELSE
                               ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CONFIRM-ITEM.
           DISPLAY "POST THIS ITEM? (Y/N)"
           MOVE SPACE TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY = 'y'
               MOVE 'Y' TO WS-REPLY
           END-IF
           IF WS-REPLY NOT = 'Y'
               DISPLAY "ITEM NOT POSTED"
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-RECORD
           MOVE 'H' TO BTH-TYPE
           MOVE WS-TELLER-SOURCE TO BTH-SOURCE
           MOVE WS-RUN-DATE TO BTH-DATE
           WRITE BATCH-RECORD.

      *    Take one confirmed item into the session table, with the
      *    type and note its drawer sheet line will carry.
       STORE-ITEM.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-ITEM-STD-ID TO ITM-STD-ID(WS-DETAIL-COUNT)
           MOVE WS-ITEM-DC-IND TO ITM-DC-IND(WS-DETAIL-COUNT)
           MOVE WS-ITEM-AMOUNT TO ITM-AMOUNT(WS-DETAIL-COUNT)
           MOVE WS-ITEM-XFR-ID TO ITM-XFR-ID(WS-DETAIL-COUNT)
           MOVE SHT-ITEM-TYPE TO ITM-TYPE(WS-DETAIL-COUNT)
           MOVE SHT-ITEM-NOTE TO ITM-NOTE(WS-DETAIL-COUNT)
           ADD WS-ITEM-STD-ID TO WS-HASH-TOTAL.

      *    The whole session as one batch - header, the details
      *    from the table, trailer - written and closed in one go.
       WRITE-TELLER-BATCH.
           PERFORM OPEN-TELLER-BATCH
           PERFORM WRITE-BATCH-HEADER
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-DETAIL-COUNT
               PERFORM WRITE-BATCH-DETAIL
           END-PERFORM
           PERFORM WRITE-BATCH-TRAILER
           CLOSE TELLER-BATCH.

       WRITE-BATCH-DETAIL.
           MOVE SPACES TO BATCH-RECORD
           MOVE 'D' TO BTH-TYPE
           MOVE ITM-STD-ID(WS-ITEM-IX) TO BTH-STD-ID
           MOVE ITM-DC-IND(WS-ITEM-IX) TO BTH-DC-IND
           MOVE ITM-AMOUNT(WS-ITEM-IX) TO BTH-AMOUNT
           IF ITM-DC-IND(WS-ITEM-IX) = 'T'
               MOVE ITM-XFR-ID(WS-ITEM-IX) TO BTH-XFR-ID
           END-IF
           WRITE BATCH-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-RECORD
           MOVE 'T' TO BTH-TYPE
           MOVE WS-DETAIL-COUNT TO BTH-TRL-COUNT
           MOVE WS-HASH-TOTAL TO BTH-TRL-HASH
           MOVE WS-DEBIT-TOTAL TO BTH-TRL-DEBITS
           MOVE WS-CREDIT-TOTAL TO BTH-TRL-CREDITS
           WRITE BATCH-RECORD.

       WRITE-SHEET-ITEM.
           MOVE ITM-TYPE(WS-ITEM-IX) TO SHT-ITEM-TYPE
           MOVE ITM-STD-ID(WS-ITEM-IX) TO SHT-ITEM-STD-ID
           IF ITM-DC-IND(WS-ITEM-IX) = 'T'
               MOVE ITM-XFR-ID(WS-ITEM-IX) TO SHT-ITEM-XFR-ID
           ELSE
               MOVE SPACES TO SHT-ITEM-XFR-ID
           END-IF
           MOVE ITM-AMOUNT(WS-ITEM-IX) TO SHT-ITEM-AMOUNT
           MOVE ITM-NOTE(WS-ITEM-IX) TO SHT-ITEM-NOTE
           WRITE DRAWER-SHEET-RECORD FROM WS-SHEET-ITEM-LINE.

      *    Count the drawer, then write the session out - the batch,
      *    the drawer sheet and any over/short journal - each file
      *    opened, written and closed in one go.  Over is counted
      *    above expected, short below.
       SIGN-OFF.
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK = 'Y'
               DISPLAY "COUNTED CASH IN DRAWER:"
               PERFORM ACCEPT-AMOUNT
           END-PERFORM
           MOVE WS-ITEM-AMOUNT TO WS-COUNTED-CASH
           COMPUTE WS-EXPECTED-CASH =
               WS-OPENING-CASH + WS-CASH-IN - WS-CASH-OUT
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH
           PERFORM WRITE-TELLER-BATCH
           OPEN EXTEND DRAWER-SHEET
           MOVE WS-TELLER-ID TO SHT-TELLER-ID
           MOVE WS-RUN-DATE TO SHT-RUN-DATE
           WRITE DRAWER-SHEET-RECORD FROM WS-SHEET-HEADING
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-DETAIL-COUNT
               PERFORM WRITE-SHEET-ITEM
           END-PERFORM
           MOVE 'OPENING CASH' TO SHT-LABEL
           MOVE WS-OPENING-CASH TO SHT-AMOUNT
           PERFORM WRITE-SHEET-AMOUNT
           MOVE 'CASH IN' TO SHT-LABEL
           MOVE WS-CASH-IN TO SHT-AMOUNT
           PERFORM WRITE-SHEET-AMOUNT
           MOVE 'CASH OUT' TO SHT-LABEL
           MOVE WS-CASH-OUT TO SHT-AMOUNT
           PERFORM WRITE-SHEET-AMOUNT
           MOVE 'EXPECTED DRAWER TOTAL' TO SHT-LABEL
           MOVE WS-EXPECTED-CASH TO SHT-AMOUNT
           PERFORM WRITE-SHEET-AMOUNT
           MOVE 'COUNTED' TO SHT-LABEL
           MOVE WS-COUNTED-CASH TO SHT-AMOUNT
           PERFORM WRITE-SHEET-AMOUNT
           IF WS-OVER-SHORT < 0
               MOVE 'SHORT' TO SHT-LABEL
           ELSE
               MOVE 'OVER' TO SHT-LABEL
           END-IF
           MOVE WS-OVER-SHORT TO SHT-AMOUNT
           PERFORM WRITE-SHEET-AMOUNT
           MOVE SPACES TO DRAWER-SHEET-RECORD
           WRITE DRAWER-SHEET-RECORD
           CLOSE DRAWER-SHEET
           OPEN EXTEND TELLER-GL-FILE
           PERFORM WRITE-OVER-SHORT-GL
           CLOSE TELLER-GL-FILE.

       WRITE-SHEET-AMOUNT.
           DISPLAY WS-SHEET-AMOUNT-LINE
           WRITE DRAWER-SHEET-RECORD FROM WS-SHEET-AMOUNT-LINE.

      *    An over is cash the books did not know about: debit CASH,
      *    credit CASH OVER SHORT.  A short the other way round.  A
      *    drawer that balances journals nothing.
       WRITE-OVER-SHORT-GL.
           IF WS-OVER-SHORT NOT = 0
               MOVE SPACES TO WS-GL-DESC
               IF WS-OVER-SHORT > 0
                   MOVE WS-OVER-SHORT TO WS-GL-AMOUNT
                   MOVE 'CASH' TO WS-GL-DR-ACCOUNT
                   MOVE 'CASH OVER SHORT' TO WS-GL-CR-ACCOUNT
                   STRING 'TELLER ' WS-TELLER-ID ' OVER'
                       DELIMITED BY SIZE INTO WS-GL-DESC
               ELSE
                   COMPUTE WS-GL-AMOUNT = 0 - WS-OVER-SHORT
                   MOVE 'CASH OVER SHORT' TO WS-GL-DR-ACCOUNT
                   MOVE 'CASH' TO WS-GL-CR-ACCOUNT
                   STRING 'TELLER ' WS-TELLER-ID ' SHORT'
                       DELIMITED BY SIZE INTO WS-GL-DESC
               END-IF
               PERFORM WRITE-GL-PAIR
           END-IF.

       WRITE-GL-PAIR.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-DR-ACCOUNT TO GL-ACCOUNT
           MOVE 'D' TO GL-DC-IND
           MOVE WS-GL-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-DESC TO GL-DESC
           WRITE GL-RECORD
           MOVE WS-GL-CR-ACCOUNT TO GL-ACCOUNT
           MOVE 'C' TO GL-DC-IND
           WRITE GL-RECORD.

      *    Decode the one-byte account code into the word the teller
      *    reads to the customer, using the ACCTCODE conditions.
       DECODE-ACCT-TYPE.
           IF ACCT-CHECKING
               MOVE 'CHECKING' TO DSP-ACCT-TYPE
           ELSE
           IF ACCT-SAVINGS
               MOVE 'SAVINGS' TO DSP-ACCT-TYPE
           ELSE
           IF ACCT-LOAN
               MOVE 'LOAN' TO DSP-ACCT-TYPE
           ELSE
           IF ACCT-CLOSED
               MOVE 'CLOSED' TO DSP-ACCT-TYPE
           ELSE
               IF ACCT-DORMANT
                   MOVE 'DORMANT' TO DSP-ACCT-TYPE
               ELSE
                   MOVE 'UNKNOWN' TO DSP-ACCT-TYPE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
