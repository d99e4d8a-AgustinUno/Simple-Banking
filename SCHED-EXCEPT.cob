       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Sched-Except.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Standing-order exception report, run after the posting run.
      *    Every transfer Sched-Gen generated that did not post comes
      *    back on the SCHED source's return file
      *    (Tran-Returns-SCHED.txt) - from Tran-Edit if the item
      *    failed its edits, from Basic-Banking if the transfer was
      *    refused for insufficient funds, voided or had no account
      *    to land on.  This program reads the return sets dated the
      *    business date on Run-Control.txt, matches each returned
      *    transfer back to the standing order that generated it, and
      *    lists it with the reason on Sched-Exception-Report.txt so
      *    the branch can contact the customer.  A transfer refused
      *    by the posting run comes back as both legs; only the
      *    from-account's leg is listed.
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

      *    RETURN-FILE - absent on a night nothing was ever returned
      *    to the SCHED source.
                SELECT OPTIONAL RETURN-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Tran-Returns-SCHED.txt"
                FILE STATUS IS WS-RETURN-STATUS.

                SELECT EXCEPT-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Sched-Exception-Report.txt".

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

       FD RETURN-FILE RECORDING MODE F.
       01  RETURN-RECORD.
               COPY RETURNREC.

       FD EXCEPT-REPORT RECORDING MODE F.
       01  EXCEPT-REPORT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 RETURN-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 ORDER-DONE-SWITCH PIC A(1) VALUE 'N'.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-SORDER-STATUS PIC X(2) VALUE SPACES.
       01 WS-RETURN-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      *    'Y' while reading a return set dated the business date.
       01 WS-IN-TODAY-SET PIC A(1) VALUE 'N'.
      *    The returned item's fields as numbers, when they are.
       01 WS-EXC-FROM-X PIC X(8) VALUE SPACES.
       01 WS-EXC-FROM-ID REDEFINES WS-EXC-FROM-X PIC 9(8).
       01 WS-EXC-TO-X PIC X(8) VALUE SPACES.
       01 WS-EXC-TO-ID REDEFINES WS-EXC-TO-X PIC 9(8).
       01 WS-EXC-AMOUNT-X PIC X(9) VALUE SPACES.
       01 WS-EXC-AMOUNT REDEFINES WS-EXC-AMOUNT-X PIC 9(7)V99.
       01 WS-ORDER-FOUND PIC A(1) VALUE 'N'.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-NSF-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(30) VALUE "STANDING ORDER EXCEPTIONS FOR ".
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-REPORT-LINE.
           05 RPT-FROM-ID PIC X(8).
           05 FILLER PIC X(1) VALUE "-".
           05 RPT-SEQ PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-TO-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 RPT-AMOUNT-X REDEFINES RPT-AMOUNT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-REASON-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-REASON PIC X(24).
           05 FILLER PIC X(22) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE "EXCEPTIONS:".
           05 TOT-EXCEPTIONS PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT:".
           05 TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  NSF:".
           05 TOT-NSF PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  NO ORDER:".
           05 TOT-UNMATCHED PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.

           OPEN INPUT SORDER-FILE
           IF WS-SORDER-STATUS NOT = "00"
               DISPLAY "STANDING ORDER OPEN FAILED, STATUS "
                   WS-SORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
                   AND WS-RETURN-STATUS NOT = "05"
               DISPLAY "SCHED RETURNS OPEN FAILED, STATUS "
                   WS-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPT-REPORT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE EXCEPT-REPORT-RECORD FROM WS-REPORT-HEADING.

      *    The return file accumulates set after set; only the sets
      *    whose header carries today's business date are today's.
           PERFORM UNTIL RETURN-EOF-SWITCH = 'Y'
               READ RETURN-FILE
                   AT END
                       MOVE 'Y' TO RETURN-EOF-SWITCH
                   NOT AT END
                       IF RTN-TYPE = 'H'
                           IF RTN-DATE = WS-RUN-DATE
                               MOVE 'Y' TO WS-IN-TODAY-SET
                           ELSE
                               MOVE 'N' TO WS-IN-TODAY-SET
                           END-IF
                       ELSE
                           IF RTN-TYPE = 'D' AND WS-IN-TODAY-SET = 'Y'
                                   AND RTN-DC-IND NOT = 'C'
                               PERFORM REPORT-ONE-RETURN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM PRINT-TOTALS.

           CLOSE SORDER-FILE
           CLOSE RETURN-FILE
           CLOSE EXCEPT-REPORT.
           STOP RUN.

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

      *    One returned transfer: the raw images go on the line as
      *    they came back, with the order it belongs to when one can
      *    be found.
       REPORT-ONE-RETURN.
           MOVE RTN-STD-ID TO WS-EXC-FROM-X
           MOVE RTN-XFR-ID TO WS-EXC-TO-X
           MOVE RTN-AMOUNT TO WS-EXC-AMOUNT-X
           MOVE RTN-STD-ID TO RPT-FROM-ID
           MOVE RTN-XFR-ID TO RPT-TO-ID
           IF WS-EXC-AMOUNT-X NUMERIC
               MOVE WS-EXC-AMOUNT TO RPT-AMOUNT
               ADD WS-EXC-AMOUNT TO WS-EXCEPTION-AMOUNT
           ELSE
               MOVE RTN-AMOUNT TO RPT-AMOUNT-X
           END-IF
           PERFORM FIND-ORDER
           IF WS-ORDER-FOUND = 'Y'
               MOVE SOR-SEQ TO RPT-SEQ
           ELSE
               MOVE '----' TO RPT-SEQ
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           MOVE RTN-REASON-CODE TO RPT-REASON-CODE
           PERFORM SET-REASON-TEXT
           WRITE EXCEPT-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    The order that generated the item: same from-account,
      *    to-account and amount, generated for today.
       FIND-ORDER.
           MOVE 'N' TO WS-ORDER-FOUND
           IF WS-EXC-FROM-X NUMERIC AND WS-EXC-TO-X NUMERIC
                   AND WS-EXC-AMOUNT-X NUMERIC
               MOVE WS-EXC-FROM-ID TO SOR-FROM-ID
               MOVE 0 TO SOR-SEQ
               MOVE 'N' TO ORDER-DONE-SWITCH
               START SORDER-FILE KEY IS NOT LESS THAN SOR-KEY
                   INVALID KEY
                       MOVE 'Y' TO ORDER-DONE-SWITCH
               END-START
               PERFORM UNTIL ORDER-DONE-SWITCH = 'Y'
                   READ SORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ORDER-DONE-SWITCH
                       NOT AT END
                           IF SOR-FROM-ID NOT = WS-EXC-FROM-ID
                               MOVE 'Y' TO ORDER-DONE-SWITCH
                           ELSE
                               IF SOR-TO-ID = WS-EXC-TO-ID
                                       AND SOR-AMOUNT = WS-EXC-AMOUNT
                                       AND SOR-LAST-DATE = WS-RUN-DATE
                                   MOVE 'Y' TO WS-ORDER-FOUND
                                   MOVE 'Y' TO ORDER-DONE-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Reason codes as documented in RETURNREC.
       SET-REASON-TEXT.
           IF RTN-REASON-CODE = 'R07'
               MOVE 'INSUFFICIENT FUNDS' TO RPT-REASON
               ADD 1 TO WS-NSF-COUNT
           ELSE
           IF RTN-REASON-CODE = 'R06'
               MOVE 'TRANSFER VOIDED' TO RPT-REASON
           ELSE
           IF RTN-REASON-CODE = 'R05'
               MOVE 'ACCOUNT NOT FOUND' TO RPT-REASON
           ELSE
           IF RTN-REASON-CODE = 'R04'
               MOVE 'BAD TRANSFER PAIR' TO RPT-REASON
           ELSE
           IF RTN-REASON-CODE = 'R01' OR RTN-REASON-CODE = 'R02'
               MOVE 'FAILED ITEM EDIT' TO RPT-REASON
           ELSE
               MOVE 'SEE REJECT REPORT' TO RPT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       PRINT-TOTALS.
           MOVE WS-EXCEPTION-COUNT TO TOT-EXCEPTIONS
           MOVE WS-EXCEPTION-AMOUNT TO TOT-AMOUNT
           MOVE WS-NSF-COUNT TO TOT-NSF
           MOVE WS-UNMATCHED-COUNT TO TOT-UNMATCHED
           WRITE EXCEPT-REPORT-RECORD FROM WS-TOTAL-LINE.
