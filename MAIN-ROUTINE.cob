                SELECT GL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Journal.txt".

      *    GL-YEAR-FILE - every journal line of the year, appended
      *    run by run to GL-Journal-YYYY.txt for the business date's
      *    year, so year-end work can total a description over the
      *    year; OPTIONAL so the first run of a year starts the file.
                SELECT OPTIONAL GL-YEAR-FILE
       ASSIGN TO WS-GL-YEAR-PATH.

      *    TELLER-GL-FILE - Teller-Post's drawer over/short journal
      *    pairs, each dated for its business date; this date's are
      *    carried into the journal.  OPTIONAL - no teller may have
      *    signed off over or short.
                SELECT OPTIONAL TELLER-GL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Teller-GL-Data.txt".

      *    DELINQ-FILE - loan accounts whose payments this run did not
      *    cover the interest due, for collections to work.
                SELECT DELINQ-FILE
                RECORD KEY IS DMT-STD-ID
                FILE STATUS IS WS-DORMANT-STATUS.

      *    HOLD-FILE - holds placed against account funds through
      *    Account-Maint, keyed by account ID + hold sequence.  A
      *    deposit account's available balance is its ledger balance
      *    less every hold on file, and withdrawals post against the
      *    available balance, not the ledger.  Holds whose expiry date
      *    the business date has reached are dropped at startup.
                SELECT HOLD-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Hold-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

      *    HOLD-REPORT - every hold the run dropped at expiry, so the
      *    branch can see which restrictions came off overnight.
                SELECT HOLD-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Hold-Report.txt".

      *    STOP-FILE - stop-payment orders placed through
      *    Account-Maint, keyed by account ID + first check number.
      *    A debit carrying a check number that falls inside a stop's
      *    range (and matches its amount, when the stop names one)
      *    does not post: it is returned to its channel and the
      *    account is charged the stop-payment fee.  Stops whose
      *    expiry date the business date has reached lapse at
      *    startup.
                SELECT STOP-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Stop-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STP-KEY
                FILE STATUS IS WS-STOP-STATUS.

      *    STOP-REPORT - every stop the run dropped at expiry.
                SELECT STOP-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Stop-Report.txt".

      *    RETURN-FILE - machine-readable returns per batch source
      *    (Tran-Returns-<SOURCE>.txt), same control style as the
      *    inbound feed, appended behind whatever Tran-Edit already
       01  TRAN-RECORD.
           05 TRAN-STD-ID PIC 9(8).
           05 TRAN-DC-IND PIC X(1).
      *>   'D' = debit/withdrawal, 'C' = credit/deposit,
      *>   'R' = reversal of the item named by TRAN-REV-DATE/SEQ
           05 TRAN-AMOUNT PIC 9(7)V99.
      *>   counterparty account on an internal transfer leg, zero
      *>   on a plain deposit/withdrawal
      *>   batch source the item arrived from, for routing rejects
      *>   back to the channel
           05 TRAN-SOURCE PIC X(8).
      *>   check serial on a debit paying a check, zero otherwise;
      *>   matched against the stop master before the debit posts
           05 TRAN-CHECK-NO PIC 9(10).
      *>   history key (date, sequence) of the item an 'R' reverses,
      *>   zero otherwise
           05 TRAN-REV-DATE PIC 9(8).
           05 TRAN-REV-SEQ PIC 9(4).

       FD ACTIVE-OUT RECORDING MODE F.    *> F = FIXED LENGTH
       01  OUT-RECORD.
       01  RETURN-RECORD.
               COPY RETURNREC.

       FD HOLD-FILE RECORDING MODE F.
       01  HOLD-RECORD.
               COPY HOLDREC.

      *    HOLD-REPORT - one formatted line per hold dropped.
       FD HOLD-REPORT RECORDING MODE F.
       01  HOLD-REPORT-RECORD PIC X(80).

       FD STOP-FILE RECORDING MODE F.
       01  STOP-RECORD.
               COPY STOPREC.

      *    STOP-REPORT - one formatted line per stop lapsed.
       FD STOP-REPORT RECORDING MODE F.
       01  STOP-REPORT-RECORD PIC X(80).

      *    RUN-CONTROL-FILE - RUN-POSTED-FLAG is 'P' once the date's
      *    posting has run to completion.
       FD RUN-CONTROL-FILE RECORDING MODE F.
           05 PRM-OVERDRAFT-FEE PIC 9(3)V99.
           05 PRM-MONITOR-THRESHOLD PIC 9(7)V99.
           05 PRM-MONITOR-WD-LIMIT PIC 9(3).
           05 PRM-STOP-FEE PIC 9(3)V99.

      *    MONITOR-FILE - one formatted line per flagged item or
      *    account, with the account name so compliance can review
           05 GL-AMOUNT PIC S9(9)V99.
           05 GL-DESC PIC X(24).

      *    GL-YEAR-FILE - the GL-FILE layout.
       FD GL-YEAR-FILE RECORDING MODE F.
       01  GL-YEAR-RECORD PIC X(60).

      *    TELLER-GL-FILE - the GL-FILE layout.
       FD TELLER-GL-FILE RECORDING MODE F.
       01  TELLER-GL-RECORD.
           05 TGL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(52).

      *    DELINQ-FILE - one formatted line per past-due loan.
       FD DELINQ-FILE RECORDING MODE F.
       01  DELINQ-RECORD PIC X(90).
      *>   counterparty account on an internal transfer leg, zero
      *>   otherwise
           05 HIST-XFR-ID PIC 9(8).
      *>   space = customer item, 'I' = interest, 'F' = fee,
      *>   'P' = stop-payment fee, so a statement cycle can total the
      *>   period's interest and fees straight off the history;
      *>   'R' = reversal of an earlier customer item
           05 HIST-TYPE PIC X(1).
      *>   check serial on a check debit, zero otherwise
           05 HIST-CHECK-NO PIC 9(10).
      *>   the other half of a reversal: on an 'R' the key (date,
      *>   sequence) of the item reversed, on a reversed item the
      *>   key of its reversal; zero otherwise
           05 HIST-LINK-DATE PIC 9(8).
           05 HIST-LINK-SEQ PIC 9(4).

       WORKING-STORAGE SECTION.
       01 SCTR PIC 9(6) VALUE 0.
       01 EOF-SWITCH PIC A(1) VALUE 'N'.
       01 TRAN-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 TELLER-GL-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-RUNNING-BALANCE PIC S9(7)V99 VALUE 0.
       01 WS-VALID-SWITCH PIC A(1) VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(23) VALUE SPACES.
      *    each time a withdrawal lands the balance negative.
       01 WS-OVERDRAFT-LIMIT PIC 9(5)V99 VALUE 0.
       01 WS-OVERDRAFT-FEE PIC 9(3)V99 VALUE 0.
      *    Charged to a checking or savings account each time a debit
      *    is returned against one of its stop-payment orders.
       01 WS-STOP-FEE PIC 9(3)V99 VALUE 0.
      *    Loan servicing.  A loan balance is the amount outstanding:
      *    interest accrues onto it at WS-LOAN-RATE each run, 'C'
      *    transactions are payments that come off it (interest due
           05 FILLER PIC X(20) VALUE "TOTAL CASH:".
           05 RPT-TOTAL-CASH PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(25) VALUE SPACES.
       01 WS-REPORT-LINE-4.
           05 FILLER PIC X(20) VALUE "HOLDS EXPIRED:".
           05 RPT-HOLDS-EXPIRED PIC ZZZ,ZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-REPORT-LINE-5.
           05 FILLER PIC X(20) VALUE "STOPS LAPSED:".
           05 RPT-STOPS-LAPSED PIC ZZZ,ZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-REPORT-LINE-6.
           05 FILLER PIC X(20) VALUE "ITEMS STOPPED:".
           05 RPT-ITEMS-STOPPED PIC ZZZ,ZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-REPORT-LINE-7.
           05 FILLER PIC X(20) VALUE "REVERSALS POSTED:".
           05 RPT-REVERSALS-POSTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-REPORT-LINE-8.
           05 FILLER PIC X(20) VALUE "REVERSALS REFUSED:".
           05 RPT-REVERSALS-REFUSED PIC ZZZ,ZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
      *    Parameter echo lines, so the control report documents the
      *    rates and thresholds this run posted with.
       01 WS-PARAM-LINE-1.
           05 FILLER PIC X(12) VALUE "  WD LIMIT:".
           05 RPT-MON-WD PIC ZZ9.
           05 FILLER PIC X(13) VALUE SPACES.
       01 WS-PARAM-LINE-5.
           05 FILLER PIC X(20) VALUE "STOP PAYMENT FEE:".
           05 RPT-STOP-FEE PIC ZZ9.99.
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-INTEREST-AMOUNT PIC S9(7)V99 VALUE 0.
      *    'Y' while the current master record is posting this run:
      *    it passed its edits and PROBE-ALREADY-POSTED found no copy
           05 FILLER PIC X(17) VALUE SPACES.
           05 STMT-CLOSE-AMT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(30) VALUE SPACES.
      *    Held funds, under the closing balance of an account that
      *    has holds on file: the amount held and what is left
      *    available to draw.
       01 WS-STMT-HELD-LINE.
           05 FILLER PIC X(20) VALUE "  FUNDS ON HOLD".
           05 FILLER PIC X(17) VALUE SPACES.
           05 STMT-HELD-AMT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-STMT-AVAIL-LINE.
           05 FILLER PIC X(20) VALUE "  AVAILABLE BALANCE".
           05 FILLER PIC X(17) VALUE SPACES.
           05 STMT-AVAIL-AMT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(30) VALUE SPACES.
      *    Compliance monitoring.  Any single matched transaction
      *    over WS-MONITOR-THRESHOLD, any account whose same-day
      *    debits or credits combined exceed it, and any account
       01 WS-GL-LOAN-ADVS PIC 9(9)V99 VALUE 0.
       01 WS-GL-LOAN-INT PIC 9(9)V99 VALUE 0.
       01 WS-GL-OD-FEES PIC 9(9)V99 VALUE 0.
       01 WS-GL-STOP-FEES-CHK PIC 9(9)V99 VALUE 0.
       01 WS-GL-STOP-FEES-SAV PIC 9(9)V99 VALUE 0.
       01 WS-GL-DEP-CLOSED PIC 9(9)V99 VALUE 0.
       01 WS-GL-WD-CLOSED PIC 9(9)V99 VALUE 0.
       01 WS-GL-CLOSED-XFER PIC S9(9)V99 VALUE 0.
       01 WS-GL-XFR-OUT-SAVINGS PIC 9(9)V99 VALUE 0.
       01 WS-GL-XFR-IN-CHECKING PIC 9(9)V99 VALUE 0.
       01 WS-GL-XFR-IN-SAVINGS PIC 9(9)V99 VALUE 0.
       01 WS-GL-XFR-IN-LOAN PIC 9(9)V99 VALUE 0.
      *    Reversals, by account type and by the kind of item
      *    reversed, journaled under their own descriptions so the
      *    day's corrections never hide inside its ordinary traffic.
       01 WS-GL-REV-DEP-CHECKING PIC 9(9)V99 VALUE 0.
       01 WS-GL-REV-WD-CHECKING PIC 9(9)V99 VALUE 0.
       01 WS-GL-REV-DEP-SAVINGS PIC 9(9)V99 VALUE 0.
       01 WS-GL-REV-WD-SAVINGS PIC 9(9)V99 VALUE 0.
       01 WS-GL-REV-LOAN-PMTS PIC 9(9)V99 VALUE 0.
       01 WS-GL-REV-LOAN-ADVS PIC 9(9)V99 VALUE 0.
      *    Staging fields for one debit/credit journal pair.
       01 WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-GL-DESC PIC X(24) VALUE SPACES.
       01 WS-GL-DR-ACCOUNT PIC X(16) VALUE SPACES.
       01 WS-GL-CR-ACCOUNT PIC X(16) VALUE SPACES.
      *    The year's running journal copy, named for the business
      *    date's year.
       01 WS-GL-YEAR-PATH PIC X(60) VALUE SPACES.
       01 WS-GL-YEAR-NAME.
           05 FILLER PIC X(36)
               VALUE "/home/lloyd/Desktop/Code/GL-Journal-".
           05 GL-YEAR-NAME-YEAR PIC 9(4).
           05 FILLER PIC X(4) VALUE ".txt".
      *    Internal transfer control.  PRE-EDIT-TRANSFERS loads every
      *    transfer pair off TRANFILE before posting starts, verifies
      *    both endpoints against the master file (present, clean,
       01 WS-XFR-DESC-LINE.
           05 XFR-DESC-VERB PIC X(14).
           05 XFR-DESC-ID PIC 9(8).
      *    Statement description for a check that paid: CHECK and
      *    its serial.
       01 WS-CHECK-DESC-LINE.
           05 FILLER PIC X(6) VALUE "CHECK ".
           05 CHK-DESC-NO PIC 9(10).
      *    Reversals.  CHECK-REVERSAL leaves WS-REV-REJ-REASON blank
      *    when the item named may be reversed, and the original's
      *    D/C in WS-REV-ORIG-DC; the reversal posts the other way,
      *    WS-REV-DC.  The statement line names the original's date
      *    as REVERSAL OF mm/dd.
       01 WS-REV-REJ-REASON PIC X(23) VALUE SPACES.
       01 WS-REV-ORIG-DC PIC X(1) VALUE SPACE.
       01 WS-REV-DC PIC X(1) VALUE SPACE.
       01 WS-REVERSALS-POSTED PIC 9(6) VALUE 0.
       01 WS-REVERSALS-REFUSED PIC 9(6) VALUE 0.
       01 WS-REV-DATE PIC 9(8) VALUE 0.
       01 WS-REV-DATE-PARTS REDEFINES WS-REV-DATE.
           05 REV-DATE-YYYY PIC 9(4).
           05 REV-DATE-MM PIC 9(2).
           05 REV-DATE-DD PIC 9(2).
       01 WS-REV-DESC-LINE.
           05 FILLER PIC X(12) VALUE "REVERSAL OF ".
           05 REV-DESC-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 REV-DESC-DD PIC 9(2).
      *    Staging for a system-generated history record - interest
      *    accrued or a fee charged - filed under the account's next
      *    sequence number like any customer item.
       01 WS-DORMANT-OPEN PIC A(1) VALUE 'N'.
       01 WS-DORMANT-SWITCH PIC A(1) VALUE 'N'.
       01 WS-ACTIVITY-SWITCH PIC A(1) VALUE 'N'.
      *    Holds.  WS-HOLD-TOTAL is the sum of every hold on file for
      *    the deposit account being posted, loaded once per master
      *    record; WS-TRIAL-AVAILABLE is a withdrawal's trial balance
      *    less that total - the figure the overdraft policy tests.
      *    WS-HOLD-OPEN is 'N' when no hold has ever been placed (no
      *    hold master on file) and holds stay out of the way.
       01 WS-HOLD-STATUS PIC X(2) VALUE SPACES.
       01 WS-HOLD-OPEN PIC A(1) VALUE 'N'.
       01 WS-HOLD-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TRIAL-AVAILABLE PIC S9(9)V99 VALUE 0.
       01 WS-HOLDS-EXPIRED PIC 9(6) VALUE 0.
       01 WS-HOLD-LINE.
           05 HLR-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLR-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLR-REASON PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLR-PLACED-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLR-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLR-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLR-DISPOSITION PIC X(14).
           05 FILLER PIC X(12) VALUE SPACES.
      *    Stop payments.  WS-STOP-HIT is 'Y' when CHECK-STOP-PAYMENT
      *    finds a live stop covering the debit being posted.
      *    WS-STOP-OPEN is 'N' when no stop has ever been placed (no
      *    stop master on file) and stops stay out of the way.
       01 WS-STOP-STATUS PIC X(2) VALUE SPACES.
       01 WS-STOP-OPEN PIC A(1) VALUE 'N'.
       01 WS-STOP-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-STOP-HIT PIC A(1) VALUE 'N'.
       01 WS-STOPS-LAPSED PIC 9(6) VALUE 0.
       01 WS-ITEMS-STOPPED PIC 9(6) VALUE 0.
       01 WS-STOP-LINE.
           05 STR-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STR-CHECK-FROM PIC 9(10).
           05 FILLER PIC X(1) VALUE "-".
           05 STR-CHECK-TO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STR-PLACED-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STR-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STR-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STR-DISPOSITION PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
      *    Rejected transactions staged through the run and written
      *    out per batch source at end of run, so each channel gets
      *    one return file it can load and resubmit from.  A full
               10 RTE-AMOUNT PIC 9(7)V99.
               10 RTE-XFR-ID PIC 9(8).
               10 RTE-REASON-CODE PIC X(3).
               10 RTE-CHECK-NO PIC X(10).
               10 RTE-DONE PIC A(1).
       01 WS-RTN-IX PIC 9(3) VALUE 0.
       01 WS-RTN-J PIC 9(3) VALUE 0.
      *    X(9) amount field via the redefinition.
       01 WS-RTN-AMT-NUM PIC 9(7)V99 VALUE 0.
       01 WS-RTN-AMT-X REDEFINES WS-RTN-AMT-NUM PIC X(9).
       01 WS-RTN-CHECK-NUM PIC 9(10) VALUE 0.
       01 WS-RTN-CHECK-X REDEFINES WS-RTN-CHECK-NUM PIC X(10).
       01 WS-DELINQ-LINE.
           05 DLQ-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-RATE-PARAMS.
           PERFORM LOAD-CHECKPOINT.
           PERFORM OPEN-HOLD-FILE.
           PERFORM OPEN-STOP-FILE.
           PERFORM PRE-EDIT-TRANSFERS.

           OPEN INPUT INFILE
           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-OUT OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CLOSED-OUT accumulates across runs the way HISTORY-FILE
           OPEN I-O CLOSED-OUT
           IF WS-CLOSED-STATUS = "35"
               OPEN OUTPUT CLOSED-OUT
               CLOSE CLOSED-OUT
               OPEN I-O CLOSED-OUT
           END-IF
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "CLOSED-OUT OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
      *    only build a fresh one the first time, when it does not
      *    exist yet (file status 35).
           OPEN OUTPUT GL-FILE
           MOVE WS-RUN-DATE(1:4) TO GL-YEAR-NAME-YEAR
           MOVE WS-GL-YEAR-NAME TO WS-GL-YEAR-PATH
           OPEN EXTEND GL-YEAR-FILE
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The delinquency master accumulates across runs like the
           OPEN I-O DELINQ-MASTER
           IF WS-DELINQ-MSTR-STATUS = "35"
               OPEN OUTPUT DELINQ-MASTER
               CLOSE DELINQ-MASTER
               OPEN I-O DELINQ-MASTER
           END-IF
           IF WS-DELINQ-MSTR-STATUS NOT = "00"
               DISPLAY "DELINQ MASTER OPEN FAILED, STATUS "
                   WS-DELINQ-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The dormant master belongs to Dormant-Scan; until a scan
               IF WS-DORMANT-STATUS NOT = "35"
                   DISPLAY "DORMANT OPEN FAILED, STATUS "
                       WS-DORMANT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE DELINQ-FILE
           CLOSE MONITOR-FILE
           CLOSE GL-FILE
           CLOSE GL-YEAR-FILE
           CLOSE HISTORY-FILE
           CLOSE DELINQ-MASTER
           IF WS-DORMANT-OPEN = 'Y'
               CLOSE DORMANT-FILE
           END-IF
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF
           CLOSE HOLD-REPORT
           IF WS-STOP-OPEN = 'Y'
               CLOSE STOP-FILE
           END-IF
           CLOSE STOP-REPORT.
           STOP RUN.

      *    The hold master belongs to Account-Maint; until a hold has
      *    been placed there is nothing on file (status 35) and holds
      *    stay out of the way.  It opens ahead of the transfer
      *    pre-pass, which reserves transfers against available
      *    funds, and expired holds come off first so nothing posts
      *    against a hold that has already run out.  HOLD-REPORT
      *    extends on a restart like the other exception reports.
       OPEN-HOLD-FILE.
           IF WS-RESTART-SWITCH = 'Y'
               OPEN EXTEND HOLD-REPORT
           ELSE
               OPEN OUTPUT HOLD-REPORT
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN
               PERFORM EXPIRE-HOLDS
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "HOLD FILE OPEN FAILED, STATUS "
                       WS-HOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    One pass over the whole hold master, dropping every hold
      *    whose expiry date the business date has reached.  A hold
      *    with no expiry date (zero) stands until Account-Maint
      *    releases it.  Deleting behind the sequential read leaves
      *    the file position alone, and a rerun finds nothing left
      *    to drop.
       EXPIRE-HOLDS.
           MOVE 0 TO HLD-STD-ID
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
                       IF HLD-EXPIRY-DATE > 0
                               AND HLD-EXPIRY-DATE NOT > WS-RUN-DATE
                           MOVE 'EXPIRED' TO HLR-DISPOSITION
                           PERFORM WRITE-HOLD-LINE
                           DELETE HOLD-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-HOLDS-EXPIRED
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-HOLD-LINE.
           MOVE HLD-STD-ID TO HLR-STD-ID
           MOVE HLD-SEQ TO HLR-SEQ
           MOVE HLD-REASON TO HLR-REASON
           MOVE HLD-PLACED-DATE TO HLR-PLACED-DATE
           MOVE HLD-EXPIRY-DATE TO HLR-EXPIRY-DATE
           MOVE HLD-AMOUNT TO HLR-AMOUNT
           WRITE HOLD-REPORT-RECORD FROM WS-HOLD-LINE.

      *    The stop master belongs to Account-Maint the same way the
      *    hold master does, and opens the same way: nothing on file
      *    (status 35) means no stop has ever been placed.  Lapsed
      *    stops come off before posting, so a check presented on a
      *    stop's expiry date pays.
       OPEN-STOP-FILE.
           IF WS-RESTART-SWITCH = 'Y'
               OPEN EXTEND STOP-REPORT
           ELSE
               OPEN OUTPUT STOP-REPORT
           END-IF
           OPEN I-O STOP-FILE
           IF WS-STOP-STATUS = "00"
               MOVE 'Y' TO WS-STOP-OPEN
               PERFORM EXPIRE-STOPS
           ELSE
               IF WS-STOP-STATUS NOT = "35"
                   DISPLAY "STOP FILE OPEN FAILED, STATUS "
                       WS-STOP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    One pass over the whole stop master, dropping every stop
      *    whose expiry date the business date has reached - same
      *    shape as EXPIRE-HOLDS.
       EXPIRE-STOPS.
           MOVE 0 TO STP-STD-ID
           MOVE 0 TO STP-CHECK-FROM
           MOVE 'N' TO WS-STOP-SCAN-SWITCH
           START STOP-FILE KEY IS NOT LESS THAN STP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STOP-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-STOP-SCAN-SWITCH = 'Y'
               READ STOP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STOP-SCAN-SWITCH
                   NOT AT END
                       IF STP-EXPIRY-DATE > 0
                               AND STP-EXPIRY-DATE NOT > WS-RUN-DATE
                           MOVE 'LAPSED' TO STR-DISPOSITION
                           PERFORM WRITE-STOP-LINE
                           DELETE STOP-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-STOPS-LAPSED
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-STOP-LINE.
           MOVE STP-STD-ID TO STR-STD-ID
           MOVE STP-CHECK-FROM TO STR-CHECK-FROM
           MOVE STP-CHECK-TO TO STR-CHECK-TO
           MOVE STP-PLACED-DATE TO STR-PLACED-DATE
           MOVE STP-EXPIRY-DATE TO STR-EXPIRY-DATE
           MOVE STP-AMOUNT TO STR-AMOUNT
           WRITE STOP-REPORT-RECORD FROM WS-STOP-LINE.

      *    Total every hold on file for the deposit account in
      *    IN-RECORD into WS-HOLD-TOTAL.  Loans and closed accounts
      *    carry no spendable balance to restrict, so they total zero.
       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           IF WS-HOLD-OPEN = 'Y'
                   AND (ACCT-CHECKING OR ACCT-SAVINGS)
               MOVE IN-STD-ID TO HLD-STD-ID
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
                           IF HLD-STD-ID NOT = IN-STD-ID
                               MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                           ELSE
                               ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Read the business date this run posts for, and refuse to
      *    run at all if that date's transactions already posted to
      *    completion - a scheduler double-fire must not net the same
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
           IF RUN-POSTED-FLAG = 'P'
               DISPLAY "TRANSACTIONS ALREADY POSTED FOR "
                   RUN-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "RATE PARAMS OPEN FAILED, STATUS "
                   WS-PARAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RATE-PARAM-FILE
               AT END
                   DISPLAY "RATE PARAM FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PRM-SAVINGS-RATE-1 NOT NUMERIC
                   OR PRM-OVERDRAFT-FEE NOT NUMERIC
                   OR PRM-MONITOR-THRESHOLD NOT NUMERIC
                   OR PRM-MONITOR-WD-LIMIT NOT NUMERIC
                   OR PRM-STOP-FEE NOT NUMERIC
               DISPLAY "RATE PARAMS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRM-MONITOR-THRESHOLD = 0
                   OR PRM-MONITOR-WD-LIMIT = 0
               DISPLAY "MONITOR PARAMS MUST BE NONZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-SAVINGS-RATE-1 TO WS-SAVINGS-RATE
           MOVE PRM-OVERDRAFT-FEE TO WS-OVERDRAFT-FEE
           MOVE PRM-MONITOR-THRESHOLD TO WS-MONITOR-THRESHOLD
           MOVE PRM-MONITOR-WD-LIMIT TO WS-MONITOR-WD-LIMIT
           MOVE PRM-STOP-FEE TO WS-STOP-FEE
           CLOSE RATE-PARAM-FILE.

      *    Completion mark: once posting AND the control report and
       LOAD-XFR-ENTRY.
           IF WS-XFR-COUNT NOT < WS-XFR-MAX
               DISPLAY "TRANSFER TABLE FULL - RAISE WS-XFR-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XFR-COUNT
               END-IF
           END-PERFORM.

      *    Transfers draw on deposit accounts only, and land on a
      *    deposit account or on a loan as a payment against it; a
      *    leg on any other account voids the pair.
       MARK-XFR-ENDPOINTS.
           PERFORM VARYING WS-XFR-IX FROM 1 BY 1
                   UNTIL WS-XFR-IX > WS-XFR-COUNT
                   IF ACCT-CHECKING OR ACCT-SAVINGS
                       MOVE 'Y' TO XFR-FROM-SEEN(WS-XFR-IX)
                       MOVE IN-CODE TO XFR-FROM-CODE(WS-XFR-IX)
                       PERFORM SUM-ACCOUNT-HOLDS
                       COMPUTE XFR-FROM-CASH(WS-XFR-IX) =
                           IN-STD-CASH - WS-HOLD-TOTAL
                   ELSE
                       MOVE 'V' TO XFR-STATUS(WS-XFR-IX)
                       MOVE 'TRANSFER ACCT TYPE'
                   END-IF
               END-IF
               IF XFR-TO-ID(WS-XFR-IX) = IN-STD-ID
                   IF ACCT-CHECKING OR ACCT-SAVINGS OR ACCT-LOAN
                       MOVE 'Y' TO XFR-TO-SEEN(WS-XFR-IX)
                   ELSE
                       MOVE 'V' TO XFR-STATUS(WS-XFR-IX)
      *    Conservative funds check against the opening balance: each
      *    surviving pair must fit after the pairs ahead of it out of
      *    the same account, under that account's overdraft policy.
      *    XFR-FROM-CASH already has the from-account's holds taken
      *    off, so held funds cannot be transferred away.
       VET-XFR-FUNDS.
           PERFORM VARYING WS-XFR-IX FROM 1 BY 1
                   UNTIL WS-XFR-IX > WS-XFR-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-2
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-3
           MOVE WS-HOLDS-EXPIRED TO RPT-HOLDS-EXPIRED
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-4
           MOVE WS-STOPS-LAPSED TO RPT-STOPS-LAPSED
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-5
           MOVE WS-ITEMS-STOPPED TO RPT-ITEMS-STOPPED
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-6
           MOVE WS-REVERSALS-POSTED TO RPT-REVERSALS-POSTED
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-7
           MOVE WS-REVERSALS-REFUSED TO RPT-REVERSALS-REFUSED
           WRITE REPORT-RECORD FROM WS-REPORT-LINE-8
           MOVE WS-SAVINGS-RATE TO RPT-SAVE-RATE-1
           MOVE WS-SAVINGS-TIER-BREAK TO RPT-TIER-BREAK
           MOVE WS-SAVINGS-RATE-2 TO RPT-SAVE-RATE-2
           WRITE REPORT-RECORD FROM WS-PARAM-LINE-3
           MOVE WS-MONITOR-THRESHOLD TO RPT-MON-THRESH
           MOVE WS-MONITOR-WD-LIMIT TO RPT-MON-WD
           WRITE REPORT-RECORD FROM WS-PARAM-LINE-4
           MOVE WS-STOP-FEE TO RPT-STOP-FEE
           WRITE REPORT-RECORD FROM WS-PARAM-LINE-5.

      *    Summarize the run into balanced journal entries: each
      *    nonzero total goes out as an equal debit and credit pair,
      *    overdraft fees are income.  Deposits and withdrawals on
      *    closing ('X') accounts move cash like any other, in their
      *    own bucket; the balances routed to CLOSED-OUT then
      *    transfer to the closed-accounts payable.  Reversals book
      *    the mirror of the entry the original item booked.
       WRITE-GL-JOURNAL.
           IF WS-GL-DEP-CHECKING NOT = 0
               MOVE WS-GL-DEP-CHECKING TO WS-GL-AMOUNT
               MOVE 'FEE INCOME' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-STOP-FEES-CHK NOT = 0
               MOVE WS-GL-STOP-FEES-CHK TO WS-GL-AMOUNT
               MOVE 'STOP FEES CHECKING' TO WS-GL-DESC
               MOVE 'DEP CHECKING' TO WS-GL-DR-ACCOUNT
               MOVE 'FEE INCOME' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-STOP-FEES-SAV NOT = 0
               MOVE WS-GL-STOP-FEES-SAV TO WS-GL-AMOUNT
               MOVE 'STOP FEES SAVINGS' TO WS-GL-DESC
               MOVE 'DEP SAVINGS' TO WS-GL-DR-ACCOUNT
               MOVE 'FEE INCOME' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-DEP-CLOSED NOT = 0
               MOVE WS-GL-DEP-CLOSED TO WS-GL-AMOUNT
               MOVE 'CLOSED ACCT DEPOSITS' TO WS-GL-DESC
               MOVE 'CASH' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-REV-DEP-CHECKING NOT = 0
               MOVE WS-GL-REV-DEP-CHECKING TO WS-GL-AMOUNT
               MOVE 'REV CHECKING DEPOSITS' TO WS-GL-DESC
               MOVE 'DEP CHECKING' TO WS-GL-DR-ACCOUNT
               MOVE 'CASH' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-REV-WD-CHECKING NOT = 0
               MOVE WS-GL-REV-WD-CHECKING TO WS-GL-AMOUNT
               MOVE 'REV CHECKING WITHDRWLS' TO WS-GL-DESC
               MOVE 'CASH' TO WS-GL-DR-ACCOUNT
               MOVE 'DEP CHECKING' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-REV-DEP-SAVINGS NOT = 0
               MOVE WS-GL-REV-DEP-SAVINGS TO WS-GL-AMOUNT
               MOVE 'REV SAVINGS DEPOSITS' TO WS-GL-DESC
               MOVE 'DEP SAVINGS' TO WS-GL-DR-ACCOUNT
               MOVE 'CASH' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-REV-WD-SAVINGS NOT = 0
               MOVE WS-GL-REV-WD-SAVINGS TO WS-GL-AMOUNT
               MOVE 'REV SAVINGS WITHDRWLS' TO WS-GL-DESC
               MOVE 'CASH' TO WS-GL-DR-ACCOUNT
               MOVE 'DEP SAVINGS' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-REV-LOAN-PMTS NOT = 0
               MOVE WS-GL-REV-LOAN-PMTS TO WS-GL-AMOUNT
               MOVE 'REV LOAN PAYMENTS' TO WS-GL-DESC
               MOVE 'LOANS RECV' TO WS-GL-DR-ACCOUNT
               MOVE 'CASH' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-REV-LOAN-ADVS NOT = 0
               MOVE WS-GL-REV-LOAN-ADVS TO WS-GL-AMOUNT
               MOVE 'REV LOAN ADVANCES' TO WS-GL-DESC
               MOVE 'CASH' TO WS-GL-DR-ACCOUNT
               MOVE 'LOANS RECV' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
      *    Internal transfer legs net through XFER CLEARING instead
      *    of CASH - no money entered or left the bank.  Clearing
      *    zeroes out once every pair has posted both legs.
               MOVE 'DEP SAVINGS' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-XFR-IN-LOAN NOT = 0
               MOVE WS-GL-XFR-IN-LOAN TO WS-GL-AMOUNT
               MOVE 'LOAN XFERS IN' TO WS-GL-DESC
               MOVE 'XFER CLEARING' TO WS-GL-DR-ACCOUNT
               MOVE 'LOANS RECV' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-GL-CLOSED-XFER NOT = 0
               MOVE WS-GL-CLOSED-XFER TO WS-GL-AMOUNT
               MOVE 'CLOSED ACCT TRANSFERS' TO WS-GL-DESC
               MOVE 'DEP CLOSED' TO WS-GL-DR-ACCOUNT
               MOVE 'CLOSED PAYABLE' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           PERFORM COPY-TELLER-GL.

      *    The tellers' drawer over/short pairs for this business
      *    date, already balanced, go onto the journal as they stand.
       COPY-TELLER-GL.
           OPEN INPUT TELLER-GL-FILE
           MOVE 'N' TO TELLER-GL-EOF-SWITCH
           PERFORM UNTIL TELLER-GL-EOF-SWITCH = 'Y'
               READ TELLER-GL-FILE
                   AT END
                       MOVE 'Y' TO TELLER-GL-EOF-SWITCH
                   NOT AT END
                       IF TGL-RUN-DATE = WS-RUN-DATE
                           WRITE GL-RECORD FROM TELLER-GL-RECORD
                           WRITE GL-YEAR-RECORD FROM TELLER-GL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLER-GL-FILE.

       WRITE-GL-PAIR.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-DESC TO GL-DESC
           WRITE GL-RECORD
           WRITE GL-YEAR-RECORD FROM GL-RECORD
           MOVE WS-GL-CR-ACCOUNT TO GL-ACCOUNT
           MOVE 'C' TO GL-DC-IND
           WRITE GL-RECORD
           WRITE GL-YEAR-RECORD FROM GL-RECORD.

      *    Basic edits - duplicate ID, blank name, non-numeric cash,
      *    unrecognized account code.  Assumes INFILE is sorted
           WRITE STATEMENT-RECORD FROM WS-STMT-OPEN-LINE.

      *    Closing-balance line and a blank separator after all of an
      *    account's activity, interest included, has posted, with the
      *    held and available amounts between them when the account
      *    has holds on file.
       END-STATEMENT.
           MOVE WS-RUNNING-BALANCE TO STMT-CLOSE-AMT
           WRITE STATEMENT-RECORD FROM WS-STMT-CLOSE-LINE
           IF WS-HOLD-TOTAL > 0
               MOVE WS-HOLD-TOTAL TO STMT-HELD-AMT
               WRITE STATEMENT-RECORD FROM WS-STMT-HELD-LINE
               COMPUTE STMT-AVAIL-AMT =
                   WS-RUNNING-BALANCE - WS-HOLD-TOTAL
               WRITE STATEMENT-RECORD FROM WS-STMT-AVAIL-LINE
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

           MOVE 0 TO WS-MON-DEBITS
           MOVE 0 TO WS-MON-CREDITS
           MOVE 0 TO WS-MON-WD-COUNT
           PERFORM SUM-ACCOUNT-HOLDS
           IF ACCT-LOAN
               PERFORM ACCRUE-LOAN-INTEREST
           END-IF
                   IF TRAN-XFR-ID > 0
                       PERFORM POST-TRANSFER-LEG
                   ELSE
                   IF TRAN-DC-IND = 'R'
                       PERFORM POST-REVERSAL
                   ELSE
                   IF TRAN-DC-IND = 'C'
                       IF ACCT-LOAN
                           SUBTRACT TRAN-AMOUNT
                       PERFORM POST-DEBIT
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   PERFORM WRITE-TRAN-REJECT
               END-IF
      *    that would is refused outright.  Checking may overdraw down
      *    to WS-OVERDRAFT-LIMIT below zero, drawing WS-OVERDRAFT-FEE
      *    whenever a withdrawal lands the balance negative; past the
      *    limit it is refused like savings.  The policy tests the
      *    available balance - ledger less holds - so held funds can
      *    neither be drawn nor count toward the overdraft line.
      *    Every refusal and every fee goes on NSF-FILE.  Other
      *    account types post as before.  A check that hits a stop
      *    payment never gets as far as the overdraft policy.
       POST-DEBIT.
           IF ACCT-LOAN
               PERFORM POST-LOAN-ADVANCE
           ELSE
               PERFORM CHECK-STOP-PAYMENT
               IF WS-STOP-HIT = 'Y'
                   PERFORM RETURN-STOPPED-ITEM
               ELSE
                   PERFORM POST-DEPOSIT-DEBIT
               END-IF
           END-IF.

      *    Look for a live stop covering the check being debited.
      *    The account's stops come back in first-check order off a
      *    START at check zero, so the scan ends at the first stop
      *    starting past this check.  A stop with an amount only
      *    catches a check for exactly that amount.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-HIT
           IF WS-STOP-OPEN = 'Y' AND TRAN-CHECK-NO > 0
                   AND WS-VALID-SWITCH = 'Y'
               MOVE IN-STD-ID TO STP-STD-ID
               MOVE 0 TO STP-CHECK-FROM
               MOVE 'N' TO WS-STOP-SCAN-SWITCH
               START STOP-FILE KEY IS NOT LESS THAN STP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-STOP-SCAN-SWITCH
               END-START
               PERFORM UNTIL WS-STOP-SCAN-SWITCH = 'Y'
                   READ STOP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STOP-SCAN-SWITCH
                       NOT AT END
                           IF STP-STD-ID NOT = IN-STD-ID
                                   OR STP-CHECK-FROM > TRAN-CHECK-NO
                               MOVE 'Y' TO WS-STOP-SCAN-SWITCH
                           ELSE
                               IF TRAN-CHECK-NO NOT > STP-CHECK-TO
                                       AND (STP-AMOUNT = 0
                                       OR STP-AMOUNT = TRAN-AMOUNT)
                                   MOVE 'Y' TO WS-STOP-HIT
                                   MOVE 'Y' TO WS-STOP-SCAN-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    A stopped check goes back to its channel like any other
      *    returned item, under its own return reason, and the branch
      *    sees it on the NSF report.  Checking and savings accounts
      *    pay the stop-payment fee for it, booked, filed and printed
      *    the way an overdraft fee is.  The stop stays on file: the
      *    same check can be presented again.
       RETURN-STOPPED-ITEM.
           MOVE TRAN-STD-ID TO REJ-STD-ID
           MOVE SPACES TO REJ-STD-NAME
           MOVE SPACES TO REJ-CODE
           MOVE TRAN-AMOUNT TO REJ-STD-CASH
           MOVE 'STOP PAYMENT' TO REJ-REASON
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           WRITE REJECT-RECORD
           MOVE 'R08' TO WS-RTN-REASON-CODE
           PERFORM STAGE-RETURN-ITEM
           ADD 1 TO WS-ITEMS-STOPPED
           IF (ACCT-CHECKING OR ACCT-SAVINGS) AND WS-STOP-FEE > 0
               SUBTRACT WS-STOP-FEE FROM WS-RUNNING-BALANCE
               IF ACCT-CHECKING
                   ADD WS-STOP-FEE TO WS-GL-STOP-FEES-CHK
               ELSE
                   ADD WS-STOP-FEE TO WS-GL-STOP-FEES-SAV
               END-IF
               MOVE 'D' TO WS-SYS-HIST-DC
               MOVE WS-STOP-FEE TO WS-SYS-HIST-AMT
               MOVE 'P' TO WS-SYS-HIST-TYPE
               PERFORM WRITE-SYS-HISTORY
               IF WS-STMT-SWITCH = 'Y'
                   MOVE 'D' TO STMT-DTL-DC
                   MOVE 'STOP PAYMENT FEE' TO STMT-DTL-DESC
                   MOVE WS-STOP-FEE TO STMT-DTL-AMT
                   WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE
               END-IF
           END-IF
           MOVE 'STOP PAYMENT' TO NSF-DISPOSITION
           PERFORM WRITE-NSF-LINE.

      *    Reverse one customer item already posted, named by its
      *    history key.  Only a plain deposit or withdrawal (a
      *    payment or advance on a loan) can be reversed - interest,
      *    fees, transfer legs and reversals themselves have their
      *    own corrections - and only once: from then on the
      *    original carries the key of its reversal.  A refused
      *    reversal goes back to its channel like any other reject.
      *    Nothing is done for a master already rejected, as with
      *    every other item's history.
       POST-REVERSAL.
           IF WS-VALID-SWITCH = 'Y'
               PERFORM CHECK-REVERSAL
               IF WS-REV-REJ-REASON = SPACES
                   PERFORM APPLY-REVERSAL
               ELSE
                   PERFORM REFUSE-REVERSAL
               END-IF
           END-IF.

      *    Read the original off the history file and vet it.  An
      *    original already linked to a reversal is refused - unless
      *    the link names the very record this reversal is about to
      *    file, which means a rerun is replaying tonight's own
      *    earlier attempt, and WRITE-HISTORY's rerun rule applies.
       CHECK-REVERSAL.
           MOVE SPACES TO WS-REV-REJ-REASON
           MOVE IN-STD-ID TO HIST-STD-ID
           MOVE TRAN-REV-DATE TO HIST-DATE
           MOVE TRAN-REV-SEQ TO HIST-SEQ
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'REVERSAL ITEM NOT FOUND' TO WS-REV-REJ-REASON
           END-READ
           IF WS-REV-REJ-REASON = SPACES
               IF NOT ACCT-CHECKING AND NOT ACCT-SAVINGS
                       AND NOT ACCT-LOAN
                   MOVE 'REVERSAL ACCT TYPE' TO WS-REV-REJ-REASON
               ELSE
               IF HIST-TYPE NOT = SPACE OR HIST-XFR-ID > 0
                   MOVE 'ITEM NOT REVERSIBLE' TO WS-REV-REJ-REASON
               ELSE
               IF HIST-AMOUNT NOT = TRAN-AMOUNT
                   MOVE 'REVERSAL AMT MISMATCH' TO WS-REV-REJ-REASON
               ELSE
                   IF HIST-LINK-DATE > 0
                           AND (HIST-LINK-DATE NOT = WS-RUN-DATE
                           OR HIST-LINK-SEQ NOT = WS-HIST-SEQ + 1)
                       MOVE 'ALREADY REVERSED' TO WS-REV-REJ-REASON
                   END-IF
               END-IF
               END-IF
               END-IF
               MOVE HIST-DC-IND TO WS-REV-ORIG-DC
           END-IF.

      *    Post the reversal the opposite way from the original, for
      *    the same amount.  It is never refused for funds - the
      *    money it takes back was never the customer's to keep - so
      *    a deposit reversal that overdraws goes on the NSF report
      *    as REV OVERDRAWN for the branch to work, the way an
      *    out-leg past the limit does.
       APPLY-REVERSAL.
           IF WS-REV-ORIG-DC = 'C'
               MOVE 'D' TO WS-REV-DC
           ELSE
               MOVE 'C' TO WS-REV-DC
           END-IF
           IF ACCT-LOAN
               IF WS-REV-DC = 'D'
                   ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
                   ADD TRAN-AMOUNT TO WS-GL-REV-LOAN-PMTS
                   IF WS-LOAN-PAID NOT < TRAN-AMOUNT
                       SUBTRACT TRAN-AMOUNT FROM WS-LOAN-PAID
                   ELSE
                       MOVE 0 TO WS-LOAN-PAID
                   END-IF
               ELSE
                   SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
                   ADD TRAN-AMOUNT TO WS-GL-REV-LOAN-ADVS
               END-IF
           ELSE
               IF WS-REV-DC = 'D'
                   SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
                   IF ACCT-CHECKING
                       ADD TRAN-AMOUNT TO WS-GL-REV-DEP-CHECKING
                   ELSE
                       ADD TRAN-AMOUNT TO WS-GL-REV-DEP-SAVINGS
                   END-IF
                   IF WS-RUNNING-BALANCE - WS-HOLD-TOTAL < 0
                       MOVE 'REV OVERDRAWN' TO NSF-DISPOSITION
                       PERFORM WRITE-NSF-LINE
                   END-IF
               ELSE
                   ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
                   IF ACCT-CHECKING
                       ADD TRAN-AMOUNT TO WS-GL-REV-WD-CHECKING
                   ELSE
                       ADD TRAN-AMOUNT TO WS-GL-REV-WD-SAVINGS
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-REVERSAL-HISTORY
           ADD 1 TO WS-REVERSALS-POSTED
           IF WS-STMT-SWITCH = 'Y'
               MOVE WS-REV-DC TO STMT-DTL-DC
               MOVE TRAN-REV-DATE TO WS-REV-DATE
               MOVE REV-DATE-MM TO REV-DESC-MM
               MOVE REV-DATE-DD TO REV-DESC-DD
               MOVE WS-REV-DESC-LINE TO STMT-DTL-DESC
               MOVE TRAN-AMOUNT TO STMT-DTL-AMT
               WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE
           END-IF.

      *    File the reversal as a type 'R' record naming the
      *    original, then stamp the original with the reversal's key
      *    so each points at the other.  A reversal is a correction,
      *    not customer activity, so it wakes no dormant account.
      *    Same INVALID KEY rerun protection as WRITE-HISTORY.
       WRITE-REVERSAL-HISTORY.
           ADD 1 TO WS-HIST-SEQ
           MOVE IN-STD-ID TO HIST-STD-ID
           MOVE WS-RUN-DATE TO HIST-DATE
           MOVE WS-HIST-SEQ TO HIST-SEQ
           MOVE WS-REV-DC TO HIST-DC-IND
           MOVE TRAN-AMOUNT TO HIST-AMOUNT
           MOVE 0 TO HIST-XFR-ID
           MOVE 'R' TO HIST-TYPE
           MOVE 0 TO HIST-CHECK-NO
           MOVE TRAN-REV-DATE TO HIST-LINK-DATE
           MOVE TRAN-REV-SEQ TO HIST-LINK-SEQ
           WRITE HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE IN-STD-ID TO HIST-STD-ID
           MOVE TRAN-REV-DATE TO HIST-DATE
           MOVE TRAN-REV-SEQ TO HIST-SEQ
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO HIST-LINK-DATE
                   MOVE WS-HIST-SEQ TO HIST-LINK-SEQ
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *    A reversal that may not post: reject it with the reason
      *    and send it back to its channel.
       REFUSE-REVERSAL.
           MOVE TRAN-STD-ID TO REJ-STD-ID
           MOVE SPACES TO REJ-STD-NAME
           MOVE SPACES TO REJ-CODE
           MOVE TRAN-AMOUNT TO REJ-STD-CASH
           MOVE WS-REV-REJ-REASON TO REJ-REASON
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           WRITE REJECT-RECORD
           IF WS-REV-REJ-REASON = 'ALREADY REVERSED'
               MOVE 'R12' TO WS-RTN-REASON-CODE
           ELSE
               MOVE 'R11' TO WS-RTN-REASON-CODE
           END-IF
           PERFORM STAGE-RETURN-ITEM
           ADD 1 TO WS-REVERSALS-REFUSED.

      *    A 'D' against a loan is a new advance: it raises the
      *    amount outstanding rather than drawing funds down, so the
      *    overdraft rules for deposit accounts do not apply.
       POST-DEPOSIT-DEBIT.
           COMPUTE WS-TRIAL-BALANCE =
               WS-RUNNING-BALANCE - TRAN-AMOUNT
           COMPUTE WS-TRIAL-AVAILABLE =
               WS-TRIAL-BALANCE - WS-HOLD-TOTAL
           IF ACCT-SAVINGS AND WS-TRIAL-AVAILABLE < 0
               PERFORM SET-REFUSAL-DISPOSITION
               PERFORM WRITE-NSF-LINE
           ELSE
           IF ACCT-CHECKING AND WS-TRIAL-AVAILABLE < 0
               IF WS-TRIAL-AVAILABLE + WS-OVERDRAFT-LIMIT < 0
                   PERFORM SET-REFUSAL-DISPOSITION
                   PERFORM WRITE-NSF-LINE
               ELSE
                   COMPUTE WS-RUNNING-BALANCE =
           END-IF
           END-IF.

      *    A refused withdrawal the ledger balance alone would have
      *    covered was stopped by holds, and the branch needs to know
      *    which - a customer asking about held funds is a different
      *    conversation from one who is simply short.
       SET-REFUSAL-DISPOSITION.
           IF (ACCT-SAVINGS AND WS-TRIAL-BALANCE NOT < 0)
                   OR (ACCT-CHECKING
                   AND WS-TRIAL-BALANCE + WS-OVERDRAFT-LIMIT NOT < 0)
               MOVE 'REFUSED - HOLD' TO NSF-DISPOSITION
           ELSE
               MOVE 'REFUSED - NSF' TO NSF-DISPOSITION
           END-IF.

      *    Route one matched transfer leg through its table entry.  A
      *    leg with no entry never came through the pre-pass pairing
      *    and rejects; a leg on a voided pair rejects with the void
           END-PERFORM.

      *    The out-leg, under the same overdraft policy as an
      *    ordinary withdrawal, tested against the available balance:
      *    a checking out-leg landing it negative inside the limit
      *    posts and draws WS-OVERDRAFT-FEE exactly as
      *    POST-DEPOSIT-DEBIT would.
      *    The one exemption: once the in-leg has already posted,
      *    refusing here would strand the credited side, so a leg
      *    past the refusal line posts anyway with no fee and the
       POST-TRANSFER-OUT.
           COMPUTE WS-TRIAL-BALANCE =
               WS-RUNNING-BALANCE - TRAN-AMOUNT
           COMPUTE WS-TRIAL-AVAILABLE =
               WS-TRIAL-BALANCE - WS-HOLD-TOTAL
           IF ((ACCT-SAVINGS AND WS-TRIAL-AVAILABLE < 0)
                   OR (ACCT-CHECKING
                   AND WS-TRIAL-AVAILABLE + WS-OVERDRAFT-LIMIT < 0))
                   AND XFR-IN-POSTED(WS-XFR-FOUND) = 'N'
               MOVE 'V' TO XFR-STATUS(WS-XFR-FOUND)
               MOVE 'TRANSFER NSF'
               MOVE 'N' TO WS-XFR-FEE-SWITCH
               MOVE WS-TRIAL-BALANCE TO WS-RUNNING-BALANCE
               MOVE 'Y' TO XFR-OUT-POSTED(WS-XFR-FOUND)
               IF ACCT-CHECKING AND WS-TRIAL-AVAILABLE < 0
                       AND WS-TRIAL-AVAILABLE
                       + WS-OVERDRAFT-LIMIT NOT < 0
                   MOVE 'Y' TO WS-XFR-FEE-SWITCH
                   SUBTRACT WS-OVERDRAFT-FEE
                   MOVE 'OD FEE CHARGED' TO NSF-DISPOSITION
                   PERFORM WRITE-NSF-LINE
               ELSE
                   IF WS-RUNNING-BALANCE - WS-HOLD-TOTAL < 0
                       MOVE 'XFR OVERDRAWN' TO NSF-DISPOSITION
                       PERFORM WRITE-NSF-LINE
                   END-IF
               END-IF
           END-IF.

      *    An in-leg landing on a loan pays it down like any loan
      *    payment, and counts toward the period's payments for the
      *    delinquency check.
       POST-TRANSFER-IN.
           IF ACCT-LOAN
               SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
               ADD TRAN-AMOUNT TO WS-LOAN-PAID
           ELSE
               ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
           END-IF
           MOVE 'Y' TO XFR-IN-POSTED(WS-XFR-FOUND)
           IF WS-VALID-SWITCH = 'Y'
               IF ACCT-CHECKING
               IF ACCT-SAVINGS
                   ADD TRAN-AMOUNT TO WS-GL-XFR-IN-SAVINGS
               END-IF
               IF ACCT-LOAN
                   ADD TRAN-AMOUNT TO WS-GL-XFR-IN-LOAN
               END-IF
           END-IF
           PERFORM WRITE-HISTORY
           IF WS-STMT-SWITCH = 'Y'
               MOVE TRAN-AMOUNT TO HIST-AMOUNT
               MOVE TRAN-XFR-ID TO HIST-XFR-ID
               MOVE SPACE TO HIST-TYPE
               MOVE TRAN-CHECK-NO TO HIST-CHECK-NO
               MOVE 0 TO HIST-LINK-DATE
               MOVE 0 TO HIST-LINK-SEQ
               WRITE HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               MOVE WS-SYS-HIST-AMT TO HIST-AMOUNT
               MOVE 0 TO HIST-XFR-ID
               MOVE WS-SYS-HIST-TYPE TO HIST-TYPE
               MOVE 0 TO HIST-CHECK-NO
               MOVE 0 TO HIST-LINK-DATE
               MOVE 0 TO HIST-LINK-SEQ
               WRITE HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
           END-IF
           IF WS-STMT-SWITCH = 'Y'
               MOVE 'D' TO STMT-DTL-DC
               IF TRAN-CHECK-NO > 0
                   MOVE TRAN-CHECK-NO TO CHK-DESC-NO
                   MOVE WS-CHECK-DESC-LINE TO STMT-DTL-DESC
               ELSE
                   MOVE 'WITHDRAWAL' TO STMT-DTL-DESC
               END-IF
               MOVE TRAN-AMOUNT TO STMT-DTL-AMT
               WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE
           END-IF.
               MOVE TRAN-XFR-ID TO RTE-XFR-ID(WS-RTN-COUNT)
               MOVE WS-RTN-REASON-CODE
                   TO RTE-REASON-CODE(WS-RTN-COUNT)
      *    A reversal goes back naming its original item the way it
      *    came in: date in the counterparty field, sequence in the
      *    check-number field.
               IF TRAN-DC-IND = 'R'
                   MOVE TRAN-REV-DATE TO RTE-XFR-ID(WS-RTN-COUNT)
                   MOVE TRAN-REV-SEQ TO RTE-CHECK-NO(WS-RTN-COUNT)
               ELSE
               IF TRAN-CHECK-NO > 0
                   MOVE TRAN-CHECK-NO TO WS-RTN-CHECK-NUM
                   MOVE WS-RTN-CHECK-X TO RTE-CHECK-NO(WS-RTN-COUNT)
               ELSE
                   MOVE SPACES TO RTE-CHECK-NO(WS-RTN-COUNT)
               END-IF
               END-IF
               MOVE 'N' TO RTE-DONE(WS-RTN-COUNT)
           END-IF.

                   MOVE RTE-XFR-ID(WS-RTN-J) TO RTN-XFR-ID
                   MOVE RTE-REASON-CODE(WS-RTN-J)
                       TO RTN-REASON-CODE
                   MOVE RTE-CHECK-NO(WS-RTN-J) TO RTN-CHECK-NO
                   WRITE RETURN-RECORD
                   ADD RTE-STD-ID(WS-RTN-J) TO WS-RTN-HASH
                   ADD 1 TO WS-RTN-OUT-COUNT
