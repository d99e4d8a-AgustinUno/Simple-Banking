      *    each batch balances against its own trailer, releases or
      *    holds on its own, and gets its own section on the run
      *    sheet, so one channel's bad file no longer sinks the
      *    whole day.  The standing-order batch Sched-Gen builds
      *    (Sched-Batch-Data.txt, source SCHED) is read after the
      *    channel feed as more batches of the same train, when it
      *    is there, and so are the TELLER batches Teller-Post writes
      *    to Teller-Batch-Data.txt, one per teller session.  Those
      *    two files are only rebuilt when their producer runs, so a
      *    SCHED or TELLER batch dated other than the business date
      *    on Run-Control.txt is a leftover from an earlier night
      *    and is held as a stale batch, never posted again.  This
      *    program:
      *        - verifies the trailer against what actually arrived,
      *          so a truncated transfer is caught before posting;
      *        - validates TRAN-DC-IND and TRAN-AMOUNT on each detail,
      *          and the check number a debit may carry, so a check
      *          reaches posting with its serial for the stop-payment
      *          match;
      *        - explodes each 'T' internal-transfer detail into its
      *          debit and credit legs, edited as a pair so a transfer
      *          can never release on one side only;
      *        - passes 'R' reversal details, which only a batch from
      *          the REVERSAL source may carry, through to posting
      *          with the key of the item they reverse;
      *        - sorts the details ascending by TRAN-STD-ID and writes
      *          them to Transaction-Data.txt in the layout
      *          Basic-Banking already reads, because its single-pass
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BATCH-FILE - each input feed in turn, assigned by name:
      *    the channel feed, which must be there, then the generated
      *    feeds, which may not be.
                SELECT OPTIONAL BATCH-FILE
       ASSIGN TO WS-BATCH-PATH
                FILE STATUS IS WS-FEED-STATUS.

                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

                SELECT SORT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Tran-Sort-Work.tmp".
               10 BTH-SOURCE PIC X(8).
               10 BTH-DATE PIC 9(8).
               10 FILLER PIC X(22).
      *    A detail's BTH-DC-IND is 'D', 'C', 'R' for a reversal
      *    (below), or 'T' for an internal transfer, where BTH-STD-ID
      *    is the from-account and BTH-XFR-ID the to-account.  D/C
      *    details leave BTH-XFR-ID as filler.  A 'D' paying a check
      *    carries the check's serial in BTH-CHECK-NO; blank means no
      *    check (ATM, cash, ACH debits), and the number is ignored on
      *    any other type.
           05 BTH-DETAIL-BODY REDEFINES BTH-BODY.
               10 BTH-STD-ID PIC 9(8).
               10 BTH-DC-IND PIC X(1).
               10 BTH-AMOUNT PIC 9(7)V99.
               10 BTH-XFR-ID PIC 9(8).
               10 BTH-CHECK-NO-X PIC X(10).
               10 BTH-CHECK-NO REDEFINES BTH-CHECK-NO-X PIC 9(10).
               10 FILLER PIC X(2).
      *    An 'R' detail reverses one item already posted:
      *    BTH-STD-ID is the account, BTH-AMOUNT the original
      *    item's amount, and BTH-REV-DATE/BTH-REV-SEQ its history
      *    key (business date and sequence within the day).  Only a
      *    REVERSAL batch carries them, and it carries nothing else.
           05 BTH-REVERSAL-BODY REDEFINES BTH-BODY.
               10 FILLER PIC X(18).
               10 BTH-REV-DATE PIC 9(8).
               10 BTH-REV-SEQ PIC 9(4).
               10 FILLER PIC X(8).
           05 BTH-TRAILER-BODY REDEFINES BTH-BODY.
               10 BTH-TRL-COUNT PIC 9(6).
               10 BTH-TRL-HASH PIC 9(10).
               10 BTH-TRL-DEBITS PIC 9(9)V99.
               10 BTH-TRL-CREDITS PIC 9(9)V99.
      *    A REVERSAL batch controls its reversal amount in
      *    BTH-TRL-DEBITS, with BTH-TRL-CREDITS zero.

       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

      *    SRT-BATCH-NO rides along so the output side can tell which
      *    batch a detail came from and drop the ones whose batch was
           05 SRT-XFR-ID PIC 9(8).
           05 SRT-BATCH-NO PIC 9(3).
           05 SRT-SOURCE PIC X(8).
           05 SRT-CHECK-NO PIC 9(10).
           05 SRT-REV-DATE PIC 9(8).
           05 SRT-REV-SEQ PIC 9(4).

      *    TRAN-OUT - the edited, sorted feed in the exact layout
      *    Basic-Banking reads as TRAN-RECORD.  TRAN-XFR-ID is zero
      *    TRAN-SOURCE carries the batch source downstream so
      *    Basic-Banking can route its own rejects back to the
      *    channel that sent the item.
      *    TRAN-CHECK-NO is the check serial on a 'D' that pays a
      *    check, zero on everything else.
      *    TRAN-REV-DATE/TRAN-REV-SEQ name the item an 'R' reverses,
      *    zero on everything else.
       FD TRAN-OUT RECORDING MODE F.
       01  TRAN-RECORD.
           05 TRAN-STD-ID PIC 9(8).
           05 TRAN-AMOUNT PIC 9(7)V99.
           05 TRAN-XFR-ID PIC 9(8).
           05 TRAN-SOURCE PIC X(8).
           05 TRAN-CHECK-NO PIC 9(10).
           05 TRAN-REV-DATE PIC 9(8).
           05 TRAN-REV-SEQ PIC 9(4).

      *    EDIT-REJECT - details that fail their item edits, with a
      *    reason, so the channel can be told what to resend.

       WORKING-STORAGE SECTION.
       01 BATCH-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-BATCH-PATH PIC X(60) VALUE SPACES.
       01 WS-FEED-STATUS PIC X(2) VALUE SPACES.
       01 WS-FEED-REQUIRED PIC A(1) VALUE 'Y'.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 SORT-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-BATCH-VALID PIC A(1) VALUE 'Y'.
       01 WS-TRAILER-SEEN PIC A(1) VALUE 'N'.
       01 WS-BATCH-SOURCE PIC X(8) VALUE SPACES.
       01 WS-BATCH-DATE PIC 9(8) VALUE 0.
       01 WS-BATCH-STATUS PIC X(30) VALUE SPACES.
      *    The one batch source allowed to carry reversals.
       01 WS-REVERSAL-SOURCE PIC X(8) VALUE 'REVERSAL'.
      *    The generated sources, which must carry today's date.
       01 WS-SCHED-SOURCE PIC X(8) VALUE 'SCHED'.
       01 WS-TELLER-SOURCE PIC X(8) VALUE 'TELLER'.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
      *    Hash total of TRAN-STD-ID: plain sum, low-order ten digits,
      *    matching how the channels compute BTH-TRL-HASH.
               10 BT-DETAILS PIC 9(6).
               10 BT-REJECTS PIC 9(6).
               10 BT-RELEASED PIC 9(6).
               10 BT-REV-AMOUNT PIC 9(9)V99.
               10 BT-VALID PIC A(1).
               10 BT-STATUS PIC X(30).
       01 WS-BATCH-IX PIC 9(3) VALUE 0.
       01 WS-BATCHES-HELD PIC 9(3) VALUE 0.
      *    Run totals of the reversals released to posting.
       01 WS-REV-RELEASED PIC 9(6) VALUE 0.
       01 WS-REV-AMOUNT PIC 9(9)V99 VALUE 0.
      *    Item rejects staged per batch for the channel's return
      *    file, raw field images so non-numeric garbage goes back
      *    exactly as it arrived.
               10 RTE-AMOUNT PIC X(9).
               10 RTE-XFR-ID PIC X(8).
               10 RTE-REASON-CODE PIC X(3).
               10 RTE-CHECK-NO PIC X(10).
       01 WS-RTN-IX PIC 9(3) VALUE 0.
       01 WS-RTN-HASH PIC 9(10) VALUE 0.
       01 WS-RTN-ID-NUM PIC 9(8) VALUE 0.
           05 FILLER PIC X(20) VALUE "BATCH STATUS:".
           05 RPT-STATUS PIC X(30).
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-REPORT-REV-LINE.
           05 FILLER PIC X(20) VALUE "REVERSAL AMOUNT:".
           05 RPT-REV-BATCH-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(24) VALUE SPACES.
       01 WS-REPORT-REV-SUM-LINE.
           05 FILLER PIC X(20) VALUE "REVERSALS RELEASED:".
           05 RPT-REV-RELEASED PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT:".
           05 RPT-REV-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE SPACES.
       01 WS-REPORT-SUM-LINE.
           05 FILLER PIC X(20) VALUE "BATCHES READ:".
           05 RPT-BATCHES PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.
           OPEN OUTPUT EDIT-REJECT
           OPEN OUTPUT EDIT-REPORT.

           CLOSE EDIT-REPORT.
           STOP RUN.

      *    Business date the generated batches must carry.  Only the
      *    date is wanted here - whether the day has posted is for
      *    Basic-Banking to decide.
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

      *    Read each input feed in turn - the channel feed, then the
      *    standing-order batch, then the counter's teller batches -
      *    as one train of batches.
       EDIT-BATCH.
           MOVE "/home/lloyd/Desktop/Code/Tran-Batch-Data.txt"
               TO WS-BATCH-PATH
           MOVE 'Y' TO WS-FEED-REQUIRED
           PERFORM EDIT-FEED
           MOVE "/home/lloyd/Desktop/Code/Sched-Batch-Data.txt"
               TO WS-BATCH-PATH
           MOVE 'N' TO WS-FEED-REQUIRED
           PERFORM EDIT-FEED
           MOVE "/home/lloyd/Desktop/Code/Teller-Batch-Data.txt"
               TO WS-BATCH-PATH
           MOVE 'N' TO WS-FEED-REQUIRED
           PERFORM EDIT-FEED.

      *    Read one feed as a train of header/detail/trailer
      *    batches, one per channel, editing each batch on its own.
      *    A generated feed that is not there (status 05) simply
      *    reads empty; the channel feed is not optional.
       EDIT-FEED.
           OPEN INPUT BATCH-FILE
           IF WS-FEED-STATUS = "05" AND WS-FEED-REQUIRED = 'Y'
               DISPLAY "BATCH FEED MISSING: " WS-BATCH-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FEED-STATUS NOT = "00" AND WS-FEED-STATUS NOT = "05"
               DISPLAY "BATCH FEED OPEN FAILED, STATUS "
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO BATCH-EOF-SWITCH
           PERFORM READ-BATCH
           PERFORM UNTIL BATCH-EOF-SWITCH = 'Y'
               PERFORM EDIT-ONE-BATCH
      *    controls, so letting the trailer comparison report the
      *    resulting mismatch would mask the real cause.  The channel
      *    fixes and resends that one batch either way.
      *    A SCHED or TELLER batch not dated today is stale - the
      *    file it sits in was not rebuilt tonight and the batch has
      *    been offered before - so it is held from the header on,
      *    its details consumed without editing, rejects or returns.
       EDIT-ONE-BATCH.
           IF WS-BATCH-NO NOT < WS-BATCH-MAX
               DISPLAY "BATCH TABLE FULL - RAISE WS-BATCH-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-NO
           IF BTH-HEADER
               MOVE BTH-SOURCE TO WS-BATCH-SOURCE
               MOVE BTH-DATE TO WS-BATCH-DATE
               IF (WS-BATCH-SOURCE = WS-SCHED-SOURCE
                       OR WS-BATCH-SOURCE = WS-TELLER-SOURCE)
                       AND WS-BATCH-DATE NOT = WS-RUN-DATE
                   MOVE 'N' TO WS-BATCH-VALID
                   MOVE 'STALE BATCH - HELD' TO WS-BATCH-STATUS
               END-IF
               PERFORM READ-BATCH
           ELSE
               MOVE 'N' TO WS-BATCH-VALID
           MOVE WS-DETAIL-COUNT TO BT-DETAILS(WS-BATCH-NO)
           MOVE WS-REJECT-COUNT TO BT-REJECTS(WS-BATCH-NO)
           MOVE 0 TO BT-RELEASED(WS-BATCH-NO)
           IF WS-BATCH-SOURCE = WS-REVERSAL-SOURCE
               MOVE WS-DEBIT-TOTAL TO BT-REV-AMOUNT(WS-BATCH-NO)
           ELSE
               MOVE 0 TO BT-REV-AMOUNT(WS-BATCH-NO)
           END-IF
           MOVE WS-BATCH-VALID TO BT-VALID(WS-BATCH-NO)
           MOVE WS-BATCH-STATUS TO BT-STATUS(WS-BATCH-NO)
      *    Give the channel its returns in machine form - a
      *    the batch at end of input.
       EDIT-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           IF BTH-DC-IND = 'R' OR WS-BATCH-SOURCE = WS-REVERSAL-SOURCE
               PERFORM EDIT-REVERSAL
           ELSE
           IF BTH-DC-IND = 'T'
               PERFORM EDIT-TRANSFER
           ELSE
               PERFORM EDIT-ONE-SIDED
           END-IF
           END-IF.

       EDIT-ONE-SIDED.
           ELSE
               IF BTH-DC-IND = 'D'
                   ADD BTH-AMOUNT TO WS-DEBIT-TOTAL
                   IF BTH-CHECK-NO-X NOT = SPACES
                           AND BTH-CHECK-NO NOT NUMERIC
                       MOVE 'NON-NUMERIC CHECK NO' TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF BTH-DC-IND = 'C'
                       ADD BTH-AMOUNT TO WS-CREDIT-TOTAL
               MOVE 0 TO SRT-XFR-ID
               MOVE WS-BATCH-NO TO SRT-BATCH-NO
               MOVE WS-BATCH-SOURCE TO SRT-SOURCE
               IF BTH-DC-IND = 'D' AND BTH-CHECK-NO-X NOT = SPACES
                   MOVE BTH-CHECK-NO TO SRT-CHECK-NO
               ELSE
                   MOVE 0 TO SRT-CHECK-NO
               END-IF
               MOVE 0 TO SRT-REV-DATE
               MOVE 0 TO SRT-REV-SEQ
               RELEASE SORT-RECORD
           ELSE
               PERFORM WRITE-EDIT-REJECT
               MOVE BTH-XFR-ID TO SRT-XFR-ID
               MOVE WS-BATCH-NO TO SRT-BATCH-NO
               MOVE WS-BATCH-SOURCE TO SRT-SOURCE
               MOVE 0 TO SRT-CHECK-NO
               MOVE 0 TO SRT-REV-DATE
               MOVE 0 TO SRT-REV-SEQ
               RELEASE SORT-RECORD
               MOVE BTH-XFR-ID TO SRT-STD-ID
               MOVE 'C' TO SRT-DC-IND
               PERFORM WRITE-EDIT-REJECT
           END-IF.

      *    An 'R' detail reverses one item already posted, named by
      *    its history key.  Reversals are released only under the
      *    REVERSAL source, so back-office corrections travel in
      *    their own batch under their own controls and never mix
      *    with a channel's customer items: an 'R' anywhere else,
      *    or anything but an 'R' in a REVERSAL batch, rejects.
      *    Whether the original exists, matches, and is still
      *    unreversed is for Basic-Banking to decide against the
      *    history file.  Control convention: the amount into the
      *    debit total, credits zero.
       EDIT-REVERSAL.
           IF BTH-STD-ID NOT NUMERIC
               MOVE 'NON-NUMERIC ID' TO WS-REJECT-REASON
           ELSE
           ADD BTH-STD-ID TO WS-HASH-TOTAL
           IF BTH-AMOUNT NOT NUMERIC
               MOVE 'NON-NUMERIC AMOUNT' TO WS-REJECT-REASON
           ELSE
           ADD BTH-AMOUNT TO WS-DEBIT-TOTAL
           IF BTH-DC-IND NOT = 'R'
                   OR WS-BATCH-SOURCE NOT = WS-REVERSAL-SOURCE
               MOVE 'REVERSAL BATCH MISMATCH' TO WS-REJECT-REASON
           ELSE
               IF BTH-REV-DATE NOT NUMERIC
                       OR BTH-REV-SEQ NOT NUMERIC
                       OR BTH-REV-DATE = 0
                       OR BTH-REV-SEQ = 0
                   MOVE 'INVALID REVERSAL KEY' TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE BTH-STD-ID TO SRT-STD-ID
               MOVE 'R' TO SRT-DC-IND
               MOVE BTH-AMOUNT TO SRT-AMOUNT
               MOVE 0 TO SRT-XFR-ID
               MOVE WS-BATCH-NO TO SRT-BATCH-NO
               MOVE WS-BATCH-SOURCE TO SRT-SOURCE
               MOVE 0 TO SRT-CHECK-NO
               MOVE BTH-REV-DATE TO SRT-REV-DATE
               MOVE BTH-REV-SEQ TO SRT-REV-SEQ
               RELEASE SORT-RECORD
           ELSE
               PERFORM WRITE-EDIT-REJECT
           END-IF.

      *    Balance the trailer the channel sent against what arrived.
      *    Any mismatch fails the whole batch - a truncated transfer
      *    shows up here as a short count and short totals.
                           MOVE SRT-AMOUNT TO TRAN-AMOUNT
                           MOVE SRT-XFR-ID TO TRAN-XFR-ID
                           MOVE SRT-SOURCE TO TRAN-SOURCE
                           MOVE SRT-CHECK-NO TO TRAN-CHECK-NO
                           MOVE SRT-REV-DATE TO TRAN-REV-DATE
                           MOVE SRT-REV-SEQ TO TRAN-REV-SEQ
                           WRITE TRAN-RECORD
                           ADD 1 TO WS-RECORDS-OUT
                           ADD 1 TO BT-RELEASED(SRT-BATCH-NO)
                           IF SRT-DC-IND = 'R'
                               ADD 1 TO WS-REV-RELEASED
                               ADD SRT-AMOUNT TO WS-REV-AMOUNT
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
                   TO RTE-AMOUNT(WS-RTN-COUNT)
               MOVE BTH-DETAIL-BODY(19:8)
                   TO RTE-XFR-ID(WS-RTN-COUNT)
               MOVE BTH-DETAIL-BODY(27:10)
                   TO RTE-CHECK-NO(WS-RTN-COUNT)
               PERFORM SET-RETURN-REASON-CODE
           END-IF.

           IF WS-REJECT-REASON = 'INVALID D/C INDICATOR'
               MOVE 'R03' TO RTE-REASON-CODE(WS-RTN-COUNT)
           ELSE
           IF WS-REJECT-REASON = 'NON-NUMERIC TRANSFER ID'
                   OR WS-REJECT-REASON = 'TRANSFER TO SAME ACCT'
               MOVE 'R04' TO RTE-REASON-CODE(WS-RTN-COUNT)
           ELSE
           IF WS-REJECT-REASON = 'NON-NUMERIC CHECK NO'
               MOVE 'R09' TO RTE-REASON-CODE(WS-RTN-COUNT)
           ELSE
               IF WS-REJECT-REASON = 'REVERSAL BATCH MISMATCH'
                       OR WS-REJECT-REASON = 'INVALID REVERSAL KEY'
                   MOVE 'R10' TO RTE-REASON-CODE(WS-RTN-COUNT)
               ELSE
                   MOVE 'R99' TO RTE-REASON-CODE(WS-RTN-COUNT)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    One header/detail/trailer set per batch onto the source's
               MOVE RTE-AMOUNT(WS-RTN-IX) TO RTN-AMOUNT
               MOVE RTE-XFR-ID(WS-RTN-IX) TO RTN-XFR-ID
               MOVE RTE-REASON-CODE(WS-RTN-IX) TO RTN-REASON-CODE
               MOVE RTE-CHECK-NO(WS-RTN-IX) TO RTN-CHECK-NO
               WRITE RETURN-RECORD
               IF RTE-STD-ID(WS-RTN-IX) IS NUMERIC
                   MOVE RTE-STD-ID(WS-RTN-IX) TO WS-RTN-ID-NUM
               WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE-3
               MOVE BT-REJECTS(WS-BATCH-IX) TO RPT-REJECTS
               WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE-4
               IF BT-SOURCE(WS-BATCH-IX) = WS-REVERSAL-SOURCE
                   MOVE BT-REV-AMOUNT(WS-BATCH-IX)
                       TO RPT-REV-BATCH-AMT
                   WRITE EDIT-REPORT-RECORD FROM WS-REPORT-REV-LINE
               END-IF
               MOVE BT-STATUS(WS-BATCH-IX) TO RPT-STATUS
               WRITE EDIT-REPORT-RECORD FROM WS-REPORT-LINE-5
               MOVE SPACES TO EDIT-REPORT-RECORD
           END-PERFORM
           MOVE WS-BATCH-NO TO RPT-BATCHES
           MOVE WS-BATCHES-HELD TO RPT-HELD
           WRITE EDIT-REPORT-RECORD FROM WS-REPORT-SUM-LINE
           MOVE WS-REV-RELEASED TO RPT-REV-RELEASED
           MOVE WS-REV-AMOUNT TO RPT-REV-AMOUNT
           WRITE EDIT-REPORT-RECORD FROM WS-REPORT-REV-SUM-LINE.
