       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Sched-Gen.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Nightly standing-order generator.  Walks the standing-order
      *    master (Standing-Order-Data.txt) against the business date
      *    on Run-Control.txt and writes every order falling due into
      *    Sched-Batch-Data.txt as one 'SCHED' batch in the
      *    Tran-Batch-Data layout - header, one 'T' transfer detail
      *    per order, trailer - for Tran-Edit to pick up beside the
      *    channel feed.  For each order it:
      *        - works out the first occurrence of a new or resumed
      *          order (next due zero) on or after the business date;
      *        - generates the transfer when the order is due, or
      *          passes over it when the next occurrence was marked
      *          skipped, then rolls the next due date on past the
      *          business date;
      *        - ends the order once its next occurrence would fall
      *          after its end date.
      *    A business date missed altogether (no run that night)
      *    pays out once on the next run, not once per occurrence.
      *    The batch file is rebuilt whole on every run, and an order
      *    already generated for this business date (SOR-LAST-DATE)
      *    is written again without rolling on, so a rerun before
      *    posting gives back the same batch.  Sched-Report.txt lists
      *    what each order did and the run totals.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

                SELECT SORDER-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Standing-Order-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SOR-KEY
                FILE STATUS IS WS-SORDER-STATUS.

      *    SCHED-BATCH - the generated batch, in the layout Tran-Edit
      *    reads as BATCH-FILE.
                SELECT SCHED-BATCH
       ASSIGN TO "/home/lloyd/Desktop/Code/Sched-Batch-Data.txt".

                SELECT SCHED-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Sched-Report.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

       FD SORDER-FILE RECORDING MODE F.
       01  SORDER-RECORD.
               COPY SORDREC.

      *    SCHED-BATCH - 'H' header, 'D' details, 'T' trailer, laid
      *    out as Tran-Edit's BATCH-RECORD.  Every detail is a 'T'
      *    transfer: BTH-STD-ID the order's from-account, BTH-XFR-ID
      *    its to-account, no check number.  The trailer follows the
      *    channel convention for transfers: the from-IDs into the
      *    hash and each amount into both the debits and the credits.
       FD SCHED-BATCH RECORDING MODE F.
       01  BATCH-RECORD.
           05 BTH-TYPE PIC X(1).
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

       FD SCHED-REPORT RECORDING MODE F.
       01  SCHED-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 SORDER-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-SORDER-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      *    The batch source Tran-Edit and Basic-Banking route this
      *    feed's controls and returns under.
       01 WS-SCHED-SOURCE PIC X(8) VALUE 'SCHED'.
       01 WS-DISPOSITION PIC X(18) VALUE SPACES.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
      *    Date work.  WS-SG-DATE is the date being built or taken
      *    apart; WS-SG-MONTH-END the first of the following month,
      *    from which a day past the end of a short month is clamped
      *    back to that month's last day.
       01 WS-SG-DATE PIC 9(8) VALUE 0.
       01 WS-SG-DATE-PARTS REDEFINES WS-SG-DATE.
           05 SG-YYYY PIC 9(4).
           05 SG-MM PIC 9(2).
           05 SG-DD PIC 9(2).
       01 WS-SG-MONTH-END PIC 9(8) VALUE 0.
       01 WS-SG-MONTH-END-PARTS REDEFINES WS-SG-MONTH-END.
           05 SGE-YYYY PIC 9(4).
           05 SGE-MM PIC 9(2).
           05 SGE-DD PIC 9(2).
       01 WS-SG-LAST-DAY PIC 9(8) VALUE 0.
       01 WS-SG-LAST-DAY-PARTS REDEFINES WS-SG-LAST-DAY.
           05 SGL-YYYY PIC 9(4).
           05 SGL-MM PIC 9(2).
           05 SGL-DD PIC 9(2).
       01 WS-SG-BASE PIC 9(8) VALUE 0.
       01 WS-SG-WEEKS PIC 9(6) VALUE 0.
       01 WS-SG-DAYS PIC S9(7) VALUE 0.
      *    Batch controls, built as the details are written.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(10) VALUE 0.
       01 WS-AMOUNT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-ORDERS-READ PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-ENDED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(30) VALUE "STANDING ORDERS FOR BUSINESS ".
           05 FILLER PIC X(5) VALUE "DATE ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.
       01 WS-REPORT-LINE.
           05 RPT-FROM-ID PIC 9(8).
           05 FILLER PIC X(1) VALUE "-".
           05 RPT-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-TO-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-FREQ PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-DISPOSITION PIC X(18).
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-TOTAL-LINE-1.
           05 FILLER PIC X(14) VALUE "ORDERS READ:".
           05 TOT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  GENERATED:".
           05 TOT-GENERATED PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT:".
           05 TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-TOTAL-LINE-2.
           05 FILLER PIC X(14) VALUE "SKIPPED:".
           05 TOT-SKIPPED PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  ENDED:".
           05 TOT-ENDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  SUSPENDED:".
           05 TOT-SUSPENDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.

           OPEN I-O SORDER-FILE
           IF WS-SORDER-STATUS NOT = "00"
               DISPLAY "STANDING ORDER OPEN FAILED, STATUS "
                   WS-SORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCHED-BATCH
           OPEN OUTPUT SCHED-REPORT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE SCHED-REPORT-RECORD FROM WS-REPORT-HEADING
           PERFORM WRITE-BATCH-HEADER.

           PERFORM UNTIL SORDER-EOF-SWITCH = 'Y'
               READ SORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SORDER-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM PROCESS-ONE-ORDER
               END-READ
           END-PERFORM.

           PERFORM WRITE-BATCH-TRAILER.
           PERFORM PRINT-TOTALS.

           CLOSE SORDER-FILE
           CLOSE SCHED-BATCH
           CLOSE SCHED-REPORT.
           STOP RUN.

      *    Business date, validated the way Basic-Banking validates
      *    its run control: a date already posted has had its batch
      *    taken, and generating again would only build one nothing
      *    will post.
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
           IF RUN-POSTED-FLAG = 'P'
               DISPLAY "TRANSACTIONS ALREADY POSTED FOR "
                   RUN-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
           CLOSE RUN-CONTROL-FILE.

      *    Route one order.  An order already generated for this
      *    business date is a rerun and is written again as it
      *    stands - even one its last payment ended.  Otherwise
      *    ended orders stay on file for the record and are passed
      *    over, and suspended ones are only counted.
       PROCESS-ONE-ORDER.
           IF SOR-LAST-DATE = WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-DUE-DATE
               PERFORM WRITE-BATCH-DETAIL
               MOVE 'GENERATED' TO WS-DISPOSITION
               PERFORM WRITE-REPORT-LINE
           ELSE
           IF SOR-ENDED
               CONTINUE
           ELSE
           IF SOR-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
               PERFORM SCHEDULE-ACTIVE-ORDER
               REWRITE SORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           END-IF
           END-IF.

      *    An active order: schedule it if it has no next due date
      *    yet, end it if that date is already past its end date,
      *    and otherwise act on it when it has come due.
       SCHEDULE-ACTIVE-ORDER.
           IF SOR-NEXT-DUE = 0
               PERFORM FIND-FIRST-DUE
           END-IF
           MOVE SOR-NEXT-DUE TO WS-DUE-DATE
           IF SOR-END-DATE NOT = 0 AND SOR-NEXT-DUE > SOR-END-DATE
               MOVE 'E' TO SOR-STATUS
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'ENDED' TO WS-DISPOSITION
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF SOR-NEXT-DUE NOT > WS-RUN-DATE
                   PERFORM GENERATE-DUE-ORDER
               END-IF
           END-IF.

      *    The order is due: pay it, or pass over it once if the
      *    occurrence was marked skipped.  Either way the next due
      *    date rolls on past the business date - occurrences missed
      *    while no run was made are not paid twice over - and an
      *    order whose next occurrence falls after its end date ends
      *    here.
       GENERATE-DUE-ORDER.
           IF SOR-SKIP-NEXT = 'Y'
               MOVE 'N' TO SOR-SKIP-NEXT
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED' TO WS-DISPOSITION
           ELSE
               PERFORM WRITE-BATCH-DETAIL
               MOVE WS-RUN-DATE TO SOR-LAST-DATE
               MOVE 'GENERATED' TO WS-DISPOSITION
           END-IF
           PERFORM UNTIL SOR-NEXT-DUE > WS-RUN-DATE
               PERFORM ADVANCE-NEXT-DUE
           END-PERFORM
           IF SOR-END-DATE NOT = 0 AND SOR-NEXT-DUE > SOR-END-DATE
               MOVE 'E' TO SOR-STATUS
               ADD 1 TO WS-ENDED-COUNT
               IF SOR-LAST-DATE = WS-RUN-DATE
                   MOVE 'GENERATED - ENDED' TO WS-DISPOSITION
               ELSE
                   MOVE 'SKIPPED - ENDED' TO WS-DISPOSITION
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *    First occurrence on or after the later of the start date
      *    and the business date.  A weekly order keeps its cadence
      *    from the start date, so a resumed one falls back into
      *    step; a monthly one takes its day in the base date's
      *    month, or in the month after if that day has gone by.
       FIND-FIRST-DUE.
           IF SOR-START-DATE > WS-RUN-DATE
               MOVE SOR-START-DATE TO WS-SG-BASE
           ELSE
               MOVE WS-RUN-DATE TO WS-SG-BASE
           END-IF
           IF SOR-WEEKLY
               COMPUTE WS-SG-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-SG-BASE)
                   - FUNCTION INTEGER-OF-DATE(SOR-START-DATE)
               COMPUTE WS-SG-WEEKS = (WS-SG-DAYS + 6) / 7
               COMPUTE SOR-NEXT-DUE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SOR-START-DATE)
                   + WS-SG-WEEKS * 7)
           ELSE
               MOVE WS-SG-BASE TO WS-SG-DATE
               PERFORM SET-MONTHLY-DAY
               IF WS-SG-DATE < WS-SG-BASE
                   PERFORM NEXT-MONTH
                   PERFORM SET-MONTHLY-DAY
               END-IF
               MOVE WS-SG-DATE TO SOR-NEXT-DUE
           END-IF.

      *    Roll the next due date on by one occurrence: seven days,
      *    or the order's day in the following month.
       ADVANCE-NEXT-DUE.
           IF SOR-WEEKLY
               COMPUTE SOR-NEXT-DUE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SOR-NEXT-DUE) + 7)
           ELSE
               MOVE SOR-NEXT-DUE TO WS-SG-DATE
               PERFORM NEXT-MONTH
               PERFORM SET-MONTHLY-DAY
               MOVE WS-SG-DATE TO SOR-NEXT-DUE
           END-IF.

      *    Move WS-SG-DATE to the first of the following month.
       NEXT-MONTH.
           IF SG-MM = 12
               ADD 1 TO SG-YYYY
               MOVE 1 TO SG-MM
           ELSE
               ADD 1 TO SG-MM
           END-IF
           MOVE 1 TO SG-DD.

      *    Put the order's day on WS-SG-DATE's month, held to the
      *    month's last day - a 31st falls on the 30th in April and
      *    on the 28th or 29th in February.
       SET-MONTHLY-DAY.
           MOVE SG-YYYY TO SGE-YYYY
           MOVE SG-MM TO SGE-MM
           MOVE 1 TO SGE-DD
           IF SGE-MM = 12
               ADD 1 TO SGE-YYYY
               MOVE 1 TO SGE-MM
           ELSE
               ADD 1 TO SGE-MM
           END-IF
           COMPUTE WS-SG-LAST-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SG-MONTH-END) - 1)
           IF SOR-DAY > SGL-DD
               MOVE SGL-DD TO SG-DD
           ELSE
               MOVE SOR-DAY TO SG-DD
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-RECORD
           MOVE 'H' TO BTH-TYPE
           MOVE WS-SCHED-SOURCE TO BTH-SOURCE
           MOVE WS-RUN-DATE TO BTH-DATE
           WRITE BATCH-RECORD.

       WRITE-BATCH-DETAIL.
           MOVE SPACES TO BATCH-RECORD
           MOVE 'D' TO BTH-TYPE
           MOVE SOR-FROM-ID TO BTH-STD-ID
           MOVE 'T' TO BTH-DC-IND
           MOVE SOR-AMOUNT TO BTH-AMOUNT
           MOVE SOR-TO-ID TO BTH-XFR-ID
           WRITE BATCH-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD SOR-FROM-ID TO WS-HASH-TOTAL
           ADD SOR-AMOUNT TO WS-AMOUNT-TOTAL.

      *    Written even when nothing fell due, so the run sheet shows
      *    an empty SCHED batch rather than a missing one.
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-RECORD
           MOVE 'T' TO BTH-TYPE
           MOVE WS-DETAIL-COUNT TO BTH-TRL-COUNT
           MOVE WS-HASH-TOTAL TO BTH-TRL-HASH
           MOVE WS-AMOUNT-TOTAL TO BTH-TRL-DEBITS
           MOVE WS-AMOUNT-TOTAL TO BTH-TRL-CREDITS
           WRITE BATCH-RECORD.

       WRITE-REPORT-LINE.
           MOVE SOR-FROM-ID TO RPT-FROM-ID
           MOVE SOR-SEQ TO RPT-SEQ
           MOVE SOR-TO-ID TO RPT-TO-ID
           MOVE SOR-FREQ TO RPT-FREQ
           MOVE SOR-AMOUNT TO RPT-AMOUNT
           MOVE WS-DUE-DATE TO RPT-DUE-DATE
           MOVE WS-DISPOSITION TO RPT-DISPOSITION
           WRITE SCHED-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-TOTALS.
           MOVE WS-ORDERS-READ TO TOT-READ
           MOVE WS-DETAIL-COUNT TO TOT-GENERATED
           MOVE WS-AMOUNT-TOTAL TO TOT-AMOUNT
           MOVE WS-SKIPPED-COUNT TO TOT-SKIPPED
           MOVE WS-ENDED-COUNT TO TOT-ENDED
           MOVE WS-SUSPENDED-COUNT TO TOT-SUSPENDED
           WRITE SCHED-REPORT-RECORD FROM WS-TOTAL-LINE-1
           WRITE SCHED-REPORT-RECORD FROM WS-TOTAL-LINE-2.
