       IDENTIFICATION DIVISION.
           PROGRAM-ID.      GL-Post.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Posts the night's general-ledger journal (GL-Journal.txt,
      *    written by Basic-Banking) into the GL balance master
      *    (GL-Balance-Data.txt), one record per GL account holding
      *    its running balance - debit positive, credit negative -
      *    and the day's debits and credits.  Runs once Basic-Banking
      *    has marked the business date posted on Run-Control.txt.
      *    A rerun for the same business date first backs the day's
      *    movement out of every account it touched, so the journal
      *    is never posted twice.  Closed-Payout's official check
      *    entries (Off-Check-GL-Data.txt) post alongside the journal
      *    the same way.  The first time the master is built
      *    it is seeded from GL-Opening-Data.txt, if there is one -
      *    opening balances keyed in the journal layout.
      *    Prints the daily trial balance (GL-Trial-Balance.txt), then
      *    proves each control account against its subledger on
      *    Active-Output.txt (GL-Recon-Report.txt):
      *        DEP CHECKING  - sum of checking balances;
      *        DEP SAVINGS   - sum of savings balances;
      *        LOANS RECV    - sum of loan balances;
      *        XFER CLEARING - must be zero.
      *    Dormant accounts count under their original type off the
      *    dormant master (Dormant-Data.txt).  A variance is filed on
      *    GL-Variance-Data.txt the first night it appears and is
      *    listed every night after, with the days it has been open,
      *    until the control account and subledger agree again.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

                SELECT GL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Journal.txt".

                SELECT OPTIONAL CHECK-GL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Off-Check-GL-Data.txt".

                SELECT OPTIONAL GL-OPENING-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Opening-Data.txt".

                SELECT GLBAL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Balance-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GLB-ACCOUNT
                FILE STATUS IS WS-GLBAL-STATUS.

                SELECT ACTIVE-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Active-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACT-STD-ID
                FILE STATUS IS WS-ACTIVE-STATUS.

                SELECT DORMANT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Dormant-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DMT-STD-ID
                FILE STATUS IS WS-DORMANT-STATUS.

                SELECT VARIANCE-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Variance-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GLV-ACCOUNT
                FILE STATUS IS WS-VARIANCE-STATUS.

                SELECT TRIAL-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Trial-Balance.txt".

                SELECT RECON-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/GL-Recon-Report.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

      *    GL-FILE - the journal exactly as Basic-Banking writes it.
       FD GL-FILE RECORDING MODE F.
       01  GL-RECORD.
           05 GL-RUN-DATE PIC 9(8).
           05 GL-ACCOUNT PIC X(16).
           05 GL-DC-IND PIC X(1).
           05 GL-AMOUNT PIC S9(9)V99.
           05 GL-DESC PIC X(24).

      *    CHECK-GL-FILE - Closed-Payout's entries, same layout.
       FD CHECK-GL-FILE RECORDING MODE F.
       01  CHECK-GL-RECORD.
           05 CGL-RUN-DATE PIC 9(8).
           05 CGL-ACCOUNT PIC X(16).
           05 CGL-DC-IND PIC X(1).
           05 CGL-AMOUNT PIC S9(9)V99.
           05 CGL-DESC PIC X(24).

      *    GL-OPENING-FILE - opening balances in the journal layout,
      *    one 'D' or 'C' line per account.
       FD GL-OPENING-FILE RECORDING MODE F.
       01  GL-OPENING-RECORD.
           05 OPN-RUN-DATE PIC 9(8).
           05 OPN-ACCOUNT PIC X(16).
           05 OPN-DC-IND PIC X(1).
           05 OPN-AMOUNT PIC S9(9)V99.
           05 OPN-DESC PIC X(24).

      *    GLBAL-FILE - one record per GL account.  The day fields
      *    hold the movement posted on GLB-POST-DATE, the last
      *    business date that touched the account.
       FD GLBAL-FILE RECORDING MODE F.
       01  GLBAL-RECORD.
           05 GLB-ACCOUNT PIC X(16).
           05 GLB-BALANCE PIC S9(11)V99.
           05 GLB-POST-DATE PIC 9(8).
           05 GLB-DAY-DEBITS PIC S9(11)V99.
           05 GLB-DAY-CREDITS PIC S9(11)V99.

       FD ACTIVE-IN RECORDING MODE F.
       01  ACTIVE-RECORD.
           05 ACT-STD-ID PIC 9(8).
           05 ACT-STD-NAME PIC X(24).
           05 ACT-CODE PIC A(1).
               COPY ACCTCODE.
           05 ACT-STD-CASH PIC S9(7)V99.

      *    DORMANT-FILE - the layout Dormant-Scan writes.
       FD DORMANT-FILE RECORDING MODE F.
       01  DORMANT-RECORD.
           05 DMT-STD-ID PIC 9(8).
           05 DMT-ORIG-CODE PIC A(1).
           05 DMT-LAST-DATE PIC 9(8).
           05 DMT-MARK-DATE PIC 9(8).
           05 DMT-STATUS PIC X(1).

      *    VARIANCE-FILE - one open variance per control account,
      *    with the night it was first seen.
       FD VARIANCE-FILE RECORDING MODE F.
       01  VARIANCE-RECORD.
           05 GLV-ACCOUNT PIC X(16).
           05 GLV-FIRST-DATE PIC 9(8).
           05 GLV-FIRST-AMOUNT PIC S9(11)V99.
           05 GLV-LAST-DATE PIC 9(8).
           05 GLV-LAST-AMOUNT PIC S9(11)V99.

       FD TRIAL-REPORT RECORDING MODE F.
       01  TRIAL-RECORD PIC X(110).

       FD RECON-REPORT RECORDING MODE F.
       01  RECON-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 GL-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 CHECK-GL-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 OPENING-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 GLBAL-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 ACTIVE-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-GLBAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-DORMANT-STATUS PIC X(2) VALUE SPACES.
       01 WS-VARIANCE-STATUS PIC X(2) VALUE SPACES.
      *    'Y' when this run built the balance master from nothing.
       01 WS-NEW-MASTER PIC A(1) VALUE 'N'.
      *    'Y' while the record in hand is an account not yet on the
      *    master.
       01 WS-NEW-ACCOUNT PIC A(1) VALUE 'N'.
      *    'N' when no dormant master exists yet - no account has
      *    ever gone dormant.
       01 WS-DORMANT-OPEN PIC A(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      *    The journal line being posted.
       01 WS-POST-ACCOUNT PIC X(16) VALUE SPACES.
       01 WS-POST-DC-IND PIC X(1) VALUE SPACE.
       01 WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-LINES-POSTED PIC 9(6) VALUE 0.
       01 WS-LINES-SKIPPED PIC 9(6) VALUE 0.
       01 WS-OPENING-LINES PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-BACKED-OUT PIC 9(6) VALUE 0.
       01 WS-JOURNAL-DEBITS PIC S9(11)V99 VALUE 0.
       01 WS-JOURNAL-CREDITS PIC S9(11)V99 VALUE 0.
      *    Trial balance working fields and totals.
       01 WS-OPENING-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-TB-DAY-DEBITS PIC S9(11)V99 VALUE 0.
       01 WS-TB-DAY-CREDITS PIC S9(11)V99 VALUE 0.
       01 WS-TB-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01 WS-TB-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01 WS-TB-DIFFERENCE PIC S9(11)V99 VALUE 0.
      *    Subledger totals by account type.
       01 WS-SUB-CHECKING PIC S9(11)V99 VALUE 0.
       01 WS-SUB-SAVINGS PIC S9(11)V99 VALUE 0.
       01 WS-SUB-LOANS PIC S9(11)V99 VALUE 0.
       01 WS-SUB-UNRESOLVED PIC S9(11)V99 VALUE 0.
       01 WS-UNRESOLVED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUB-CODE PIC A(1) VALUE SPACE.
      *    One control account being proved.
       01 WS-RECON-ACCOUNT PIC X(16) VALUE SPACES.
       01 WS-RECON-GL PIC S9(11)V99 VALUE 0.
       01 WS-RECON-SUB PIC S9(11)V99 VALUE 0.
       01 WS-RECON-VARIANCE PIC S9(11)V99 VALUE 0.
      *    'C' for a control account carried as a credit balance.
       01 WS-RECON-SIDE PIC X(1) VALUE SPACE.
       01 WS-VARIANCE-DAYS PIC 9(5) VALUE 0.
       01 WS-VARIANCES-OPEN PIC 9(4) VALUE 0.

       01 WS-TB-HEADING.
           05 FILLER PIC X(30) VALUE "GENERAL LEDGER TRIAL BALANCE".
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 TBH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(58) VALUE SPACES.
       01 WS-TB-COLUMNS.
           05 FILLER PIC X(18) VALUE "GL ACCOUNT".
           05 FILLER PIC X(19) VALUE "           OPENING".
           05 FILLER PIC X(18) VALUE "        DAY DEBITS".
           05 FILLER PIC X(18) VALUE "       DAY CREDITS".
           05 FILLER PIC X(18) VALUE "     CLOSING DEBIT".
           05 FILLER PIC X(18) VALUE "    CLOSING CREDIT".
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-TB-LINE.
           05 TBL-ACCOUNT PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TBL-OPENING PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TBL-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TBL-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TBL-CLOSE-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TBL-CLOSE-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-TB-TOTAL-LINE.
           05 FILLER PIC X(73) VALUE "TOTALS".
           05 TBT-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TBT-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-TB-PROOF-LINE.
           05 TBP-TEXT PIC X(30).
           05 TBP-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-TB-COUNT-LINE.
           05 FILLER PIC X(20) VALUE "JOURNAL LINES POSTED".
           05 TBC-POSTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  OTHER DATES:".
           05 TBC-SKIPPED PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  OPENING LINES:".
           05 TBC-OPENING PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  BACKED OUT:".
           05 TBC-BACKED-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-RC-HEADING.
           05 FILLER PIC X(30) VALUE "CONTROL ACCOUNT RECONCILIATION".
           05 FILLER PIC X(14) VALUE " BUSINESS DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(57) VALUE SPACES.
       01 WS-RC-COLUMNS.
           05 FILLER PIC X(18) VALUE "CONTROL ACCOUNT".
           05 FILLER PIC X(19) VALUE "        GL BALANCE".
           05 FILLER PIC X(19) VALUE "         SUBLEDGER".
           05 FILLER PIC X(19) VALUE "          VARIANCE".
           05 FILLER PIC X(35) VALUE "  STATUS".
       01 WS-RC-LINE.
           05 RCL-ACCOUNT PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-GL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCL-SUB PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCL-VARIANCE PIC -ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-STATUS PIC X(33).
       01 WS-RC-STATUS-TEXT.
           05 RCS-LABEL PIC X(14).
           05 RCS-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCS-DAYS PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE " DAY".
       01 WS-RC-UNRESOLVED-LINE.
           05 FILLER PIC X(30) VALUE "DORMANT WITH NO ORIGINAL TYPE".
           05 RCU-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RCU-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-RC-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE "VARIANCES OPEN:".
           05 RCT-OPEN PIC Z,ZZ9.
           05 FILLER PIC X(77) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.

      *    The balance master carries forward from night to night:
      *    open it I-O and only build a fresh one the first time.
           OPEN I-O GLBAL-FILE
           IF WS-GLBAL-STATUS = "35"
               OPEN OUTPUT GLBAL-FILE
               CLOSE GLBAL-FILE
               OPEN I-O GLBAL-FILE
               MOVE 'Y' TO WS-NEW-MASTER
           END-IF
           IF WS-GLBAL-STATUS NOT = "00"
               DISPLAY "GL BALANCE FILE OPEN FAILED, STATUS "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRIAL-REPORT
           OPEN OUTPUT RECON-REPORT.

           IF WS-NEW-MASTER = 'Y'
               PERFORM LOAD-OPENING-BALANCES
           ELSE
               PERFORM BACK-OUT-RERUN
           END-IF
           PERFORM POST-JOURNAL
           PERFORM PRINT-TRIAL-BALANCE.

           PERFORM SUM-SUBLEDGER
           OPEN I-O VARIANCE-FILE
           IF WS-VARIANCE-STATUS = "35"
               OPEN OUTPUT VARIANCE-FILE
               CLOSE VARIANCE-FILE
               OPEN I-O VARIANCE-FILE
           END-IF
           IF WS-VARIANCE-STATUS NOT = "00"
               DISPLAY "VARIANCE FILE OPEN FAILED, STATUS "
                   WS-VARIANCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT-RECONCILIATION.

           CLOSE GLBAL-FILE
           CLOSE VARIANCE-FILE
           CLOSE TRIAL-REPORT
           CLOSE RECON-REPORT.
           STOP RUN.

      *    The journal is only final once Basic-Banking has posted
      *    the business date.
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
           IF RUN-POSTED-FLAG NOT = 'P'
               DISPLAY "TRANSACTIONS NOT YET POSTED FOR "
                   RUN-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
           CLOSE RUN-CONTROL-FILE.

      *    Seed a new master with the opening balances.  These are
      *    balances brought forward, not the night's movement, so
      *    they go straight into the balance and leave the day
      *    fields at zero.
       LOAD-OPENING-BALANCES.
           OPEN INPUT GL-OPENING-FILE
           PERFORM UNTIL OPENING-EOF-SWITCH = 'Y'
               READ GL-OPENING-FILE
                   AT END
                       MOVE 'Y' TO OPENING-EOF-SWITCH
                   NOT AT END
                       MOVE OPN-ACCOUNT TO GLB-ACCOUNT
                       READ GLBAL-FILE KEY IS GLB-ACCOUNT
                           INVALID KEY
                               PERFORM NEW-GL-ACCOUNT
                       END-READ
                       IF OPN-DC-IND = 'D'
                           ADD OPN-AMOUNT TO GLB-BALANCE
                       ELSE
                           SUBTRACT OPN-AMOUNT FROM GLB-BALANCE
                       END-IF
                       PERFORM SAVE-GL-ACCOUNT
                       ADD 1 TO WS-OPENING-LINES
               END-READ
           END-PERFORM
           CLOSE GL-OPENING-FILE.

      *    A rerun for the same business date: take the day's
      *    movement back out of every account it was posted to, so
      *    the journal below posts over a clean opening.
       BACK-OUT-RERUN.
           MOVE LOW-VALUES TO GLB-ACCOUNT
           MOVE 'N' TO GLBAL-EOF-SWITCH
           START GLBAL-FILE KEY IS NOT LESS THAN GLB-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO GLBAL-EOF-SWITCH
           END-START
           PERFORM UNTIL GLBAL-EOF-SWITCH = 'Y'
               READ GLBAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO GLBAL-EOF-SWITCH
                   NOT AT END
                       IF GLB-POST-DATE = WS-RUN-DATE
                           COMPUTE GLB-BALANCE = GLB-BALANCE
                               - GLB-DAY-DEBITS + GLB-DAY-CREDITS
                           MOVE 0 TO GLB-DAY-DEBITS
                           MOVE 0 TO GLB-DAY-CREDITS
                           PERFORM SAVE-GL-ACCOUNT
                           ADD 1 TO WS-ACCOUNTS-BACKED-OUT
                       END-IF
               END-READ
           END-PERFORM.

      *    Every journal line for the business date posts to its
      *    account; an account first touched tonight has its day
      *    fields cleared of the last date's movement.  Lines for
      *    any other date are counted and left alone.
       POST-JOURNAL.
           OPEN INPUT GL-FILE
           PERFORM UNTIL GL-EOF-SWITCH = 'Y'
               READ GL-FILE
                   AT END
                       MOVE 'Y' TO GL-EOF-SWITCH
                   NOT AT END
                       IF GL-RUN-DATE = WS-RUN-DATE
                           MOVE GL-ACCOUNT TO WS-POST-ACCOUNT
                           MOVE GL-DC-IND TO WS-POST-DC-IND
                           MOVE GL-AMOUNT TO WS-POST-AMOUNT
                           PERFORM POST-ONE-LINE
                       ELSE
                           ADD 1 TO WS-LINES-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-FILE

           OPEN INPUT CHECK-GL-FILE
           PERFORM UNTIL CHECK-GL-EOF-SWITCH = 'Y'
               READ CHECK-GL-FILE
                   AT END
                       MOVE 'Y' TO CHECK-GL-EOF-SWITCH
                   NOT AT END
                       IF CGL-RUN-DATE = WS-RUN-DATE
                           MOVE CGL-ACCOUNT TO WS-POST-ACCOUNT
                           MOVE CGL-DC-IND TO WS-POST-DC-IND
                           MOVE CGL-AMOUNT TO WS-POST-AMOUNT
                           PERFORM POST-ONE-LINE
                       ELSE
                           ADD 1 TO WS-LINES-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-GL-FILE.

       POST-ONE-LINE.
           MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT
           READ GLBAL-FILE KEY IS GLB-ACCOUNT
               INVALID KEY
                   PERFORM NEW-GL-ACCOUNT
           END-READ
           IF GLB-POST-DATE NOT = WS-RUN-DATE
               MOVE 0 TO GLB-DAY-DEBITS
               MOVE 0 TO GLB-DAY-CREDITS
               MOVE WS-RUN-DATE TO GLB-POST-DATE
           END-IF
           IF WS-POST-DC-IND = 'D'
               ADD WS-POST-AMOUNT TO GLB-DAY-DEBITS
               ADD WS-POST-AMOUNT TO GLB-BALANCE
               ADD WS-POST-AMOUNT TO WS-JOURNAL-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO GLB-DAY-CREDITS
               SUBTRACT WS-POST-AMOUNT FROM GLB-BALANCE
               ADD WS-POST-AMOUNT TO WS-JOURNAL-CREDITS
           END-IF
           PERFORM SAVE-GL-ACCOUNT
           ADD 1 TO WS-LINES-POSTED.

      *    An account the master has never seen starts at zero and
      *    is written, not rewritten, when it is saved.
       NEW-GL-ACCOUNT.
           MOVE 0 TO GLB-BALANCE
           MOVE 0 TO GLB-POST-DATE
           MOVE 0 TO GLB-DAY-DEBITS
           MOVE 0 TO GLB-DAY-CREDITS
           MOVE 'Y' TO WS-NEW-ACCOUNT.

       SAVE-GL-ACCOUNT.
           IF WS-NEW-ACCOUNT = 'Y'
               WRITE GLBAL-RECORD
                   INVALID KEY
                       DISPLAY "GL BALANCE WRITE FAILED FOR "
                           GLB-ACCOUNT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           ELSE
               REWRITE GLBAL-RECORD
                   INVALID KEY
                       DISPLAY "GL BALANCE REWRITE FAILED FOR "
                           GLB-ACCOUNT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF
           MOVE 'N' TO WS-NEW-ACCOUNT.

      *    One line per GL account: opening, the day's debits and
      *    credits, and the closing balance in its debit or credit
      *    column.  The closing columns must foot to the same total.
       PRINT-TRIAL-BALANCE.
           MOVE WS-RUN-DATE TO TBH-RUN-DATE
           WRITE TRIAL-RECORD FROM WS-TB-HEADING
           WRITE TRIAL-RECORD FROM WS-TB-COLUMNS
           MOVE LOW-VALUES TO GLB-ACCOUNT
           MOVE 'N' TO GLBAL-EOF-SWITCH
           START GLBAL-FILE KEY IS NOT LESS THAN GLB-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO GLBAL-EOF-SWITCH
           END-START
           PERFORM UNTIL GLBAL-EOF-SWITCH = 'Y'
               READ GLBAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO GLBAL-EOF-SWITCH
                   NOT AT END
                       PERFORM PRINT-TB-ACCOUNT
               END-READ
           END-PERFORM

           MOVE WS-TB-TOTAL-DEBITS TO TBT-DEBITS
           MOVE WS-TB-TOTAL-CREDITS TO TBT-CREDITS
           WRITE TRIAL-RECORD FROM WS-TB-TOTAL-LINE
           COMPUTE WS-TB-DIFFERENCE =
               WS-TB-TOTAL-DEBITS - WS-TB-TOTAL-CREDITS
           IF WS-TB-DIFFERENCE = 0
               MOVE 'TRIAL BALANCE IN BALANCE' TO TBP-TEXT
           ELSE
               MOVE 'TRIAL BALANCE OUT BY' TO TBP-TEXT
           END-IF
           MOVE WS-TB-DIFFERENCE TO TBP-AMOUNT
           WRITE TRIAL-RECORD FROM WS-TB-PROOF-LINE
           COMPUTE WS-TB-DIFFERENCE =
               WS-JOURNAL-DEBITS - WS-JOURNAL-CREDITS
           IF WS-TB-DIFFERENCE = 0
               MOVE 'JOURNAL DEBITS = CREDITS' TO TBP-TEXT
           ELSE
               MOVE 'JOURNAL DEBITS - CREDITS' TO TBP-TEXT
           END-IF
           MOVE WS-TB-DIFFERENCE TO TBP-AMOUNT
           WRITE TRIAL-RECORD FROM WS-TB-PROOF-LINE
           MOVE WS-LINES-POSTED TO TBC-POSTED
           MOVE WS-LINES-SKIPPED TO TBC-SKIPPED
           MOVE WS-OPENING-LINES TO TBC-OPENING
           MOVE WS-ACCOUNTS-BACKED-OUT TO TBC-BACKED-OUT
           WRITE TRIAL-RECORD FROM WS-TB-COUNT-LINE.

       PRINT-TB-ACCOUNT.
           IF GLB-POST-DATE = WS-RUN-DATE
               MOVE GLB-DAY-DEBITS TO WS-TB-DAY-DEBITS
               MOVE GLB-DAY-CREDITS TO WS-TB-DAY-CREDITS
           ELSE
               MOVE 0 TO WS-TB-DAY-DEBITS
               MOVE 0 TO WS-TB-DAY-CREDITS
           END-IF
           COMPUTE WS-OPENING-BALANCE = GLB-BALANCE
               - WS-TB-DAY-DEBITS + WS-TB-DAY-CREDITS
           MOVE GLB-ACCOUNT TO TBL-ACCOUNT
           MOVE WS-OPENING-BALANCE TO TBL-OPENING
           MOVE WS-TB-DAY-DEBITS TO TBL-DEBITS
           MOVE WS-TB-DAY-CREDITS TO TBL-CREDITS
           IF GLB-BALANCE < 0
               MOVE 0 TO TBL-CLOSE-DR
               COMPUTE TBL-CLOSE-CR = 0 - GLB-BALANCE
               SUBTRACT GLB-BALANCE FROM WS-TB-TOTAL-CREDITS
           ELSE
               MOVE GLB-BALANCE TO TBL-CLOSE-DR
               MOVE 0 TO TBL-CLOSE-CR
               ADD GLB-BALANCE TO WS-TB-TOTAL-DEBITS
           END-IF
           WRITE TRIAL-RECORD FROM WS-TB-LINE.

      *    Total Active-Output.txt by account type.  A dormant
      *    account counts under the type it had before it went
      *    dormant; one missing from the dormant master is totalled
      *    apart so the report shows it rather than guessing.
       SUM-SUBLEDGER.
           OPEN INPUT ACTIVE-IN
           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE FILE OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
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
           END-IF
           PERFORM UNTIL ACTIVE-EOF-SWITCH = 'Y'
               READ ACTIVE-IN NEXT RECORD
                   AT END
                       MOVE 'Y' TO ACTIVE-EOF-SWITCH
                   NOT AT END
                       MOVE ACT-CODE TO WS-SUB-CODE
                       IF ACCT-DORMANT
                           PERFORM LOOKUP-DORMANT-TYPE
                       END-IF
                       PERFORM ADD-TO-SUBLEDGER
               END-READ
           END-PERFORM
           CLOSE ACTIVE-IN
           IF WS-DORMANT-OPEN = 'Y'
               CLOSE DORMANT-FILE
           END-IF.

       LOOKUP-DORMANT-TYPE.
           MOVE SPACE TO WS-SUB-CODE
           IF WS-DORMANT-OPEN = 'Y'
               MOVE ACT-STD-ID TO DMT-STD-ID
               READ DORMANT-FILE KEY IS DMT-STD-ID
                   INVALID KEY
                       MOVE SPACE TO WS-SUB-CODE
                   NOT INVALID KEY
                       MOVE DMT-ORIG-CODE TO WS-SUB-CODE
               END-READ
           END-IF.

       ADD-TO-SUBLEDGER.
           IF WS-SUB-CODE = 'C'
               ADD ACT-STD-CASH TO WS-SUB-CHECKING
           ELSE
           IF WS-SUB-CODE = 'S'
               ADD ACT-STD-CASH TO WS-SUB-SAVINGS
           ELSE
           IF WS-SUB-CODE = 'L'
               ADD ACT-STD-CASH TO WS-SUB-LOANS
           ELSE
               ADD ACT-STD-CASH TO WS-SUB-UNRESOLVED
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF
           END-IF
           END-IF.

      *    Deposits are liabilities, carried as credit balances, so
      *    their GL balance is turned to a positive figure before it
      *    is set against the subledger; loans are assets and
      *    compare as they stand.
       PRINT-RECONCILIATION.
           MOVE WS-RUN-DATE TO RCH-RUN-DATE
           WRITE RECON-RECORD FROM WS-RC-HEADING
           WRITE RECON-RECORD FROM WS-RC-COLUMNS

           MOVE 'DEP CHECKING' TO WS-RECON-ACCOUNT
           MOVE 'C' TO WS-RECON-SIDE
           MOVE WS-SUB-CHECKING TO WS-RECON-SUB
           PERFORM PROVE-CONTROL-ACCOUNT
           MOVE 'DEP SAVINGS' TO WS-RECON-ACCOUNT
           MOVE 'C' TO WS-RECON-SIDE
           MOVE WS-SUB-SAVINGS TO WS-RECON-SUB
           PERFORM PROVE-CONTROL-ACCOUNT
           MOVE 'LOANS RECV' TO WS-RECON-ACCOUNT
           MOVE 'D' TO WS-RECON-SIDE
           MOVE WS-SUB-LOANS TO WS-RECON-SUB
           PERFORM PROVE-CONTROL-ACCOUNT
           MOVE 'XFER CLEARING' TO WS-RECON-ACCOUNT
           MOVE 'D' TO WS-RECON-SIDE
           MOVE 0 TO WS-RECON-SUB
           PERFORM PROVE-CONTROL-ACCOUNT

           IF WS-UNRESOLVED-COUNT NOT = 0
               MOVE WS-UNRESOLVED-COUNT TO RCU-COUNT
               MOVE WS-SUB-UNRESOLVED TO RCU-AMOUNT
               WRITE RECON-RECORD FROM WS-RC-UNRESOLVED-LINE
           END-IF
           MOVE WS-VARIANCES-OPEN TO RCT-OPEN
           WRITE RECON-RECORD FROM WS-RC-TOTAL-LINE.

       PROVE-CONTROL-ACCOUNT.
           MOVE WS-RECON-ACCOUNT TO GLB-ACCOUNT
           READ GLBAL-FILE KEY IS GLB-ACCOUNT
               INVALID KEY
                   MOVE 0 TO GLB-BALANCE
           END-READ
           IF WS-RECON-SIDE = 'C'
               COMPUTE WS-RECON-GL = 0 - GLB-BALANCE
           ELSE
               MOVE GLB-BALANCE TO WS-RECON-GL
           END-IF
           COMPUTE WS-RECON-VARIANCE = WS-RECON-GL - WS-RECON-SUB
           MOVE SPACES TO RCL-STATUS
           MOVE WS-RECON-ACCOUNT TO GLV-ACCOUNT
           READ VARIANCE-FILE KEY IS GLV-ACCOUNT
               INVALID KEY
                   IF WS-RECON-VARIANCE = 0
                       MOVE 'AGREES' TO RCL-STATUS
                   ELSE
                       PERFORM FILE-NEW-VARIANCE
                   END-IF
               NOT INVALID KEY
                   IF WS-RECON-VARIANCE = 0
                       PERFORM CLEAR-VARIANCE
                   ELSE
                       PERFORM CARRY-VARIANCE
                   END-IF
           END-READ
           MOVE WS-RECON-ACCOUNT TO RCL-ACCOUNT
           MOVE WS-RECON-GL TO RCL-GL
           MOVE WS-RECON-SUB TO RCL-SUB
           MOVE WS-RECON-VARIANCE TO RCL-VARIANCE
           WRITE RECON-RECORD FROM WS-RC-LINE.

       FILE-NEW-VARIANCE.
           MOVE WS-RECON-ACCOUNT TO GLV-ACCOUNT
           MOVE WS-RUN-DATE TO GLV-FIRST-DATE
           MOVE WS-RECON-VARIANCE TO GLV-FIRST-AMOUNT
           MOVE WS-RUN-DATE TO GLV-LAST-DATE
           MOVE WS-RECON-VARIANCE TO GLV-LAST-AMOUNT
           WRITE VARIANCE-RECORD
               INVALID KEY
                   DISPLAY "VARIANCE WRITE FAILED FOR "
                       GLV-ACCOUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-VARIANCES-OPEN
           MOVE 'NEW VARIANCE' TO RCL-STATUS.

      *    Still out: list it with the night it first appeared and
      *    how many days it has stood open.  A rerun on the night it
      *    was first filed still shows it as new.
       CARRY-VARIANCE.
           MOVE WS-RUN-DATE TO GLV-LAST-DATE
           MOVE WS-RECON-VARIANCE TO GLV-LAST-AMOUNT
           REWRITE VARIANCE-RECORD
               INVALID KEY
                   DISPLAY "VARIANCE REWRITE FAILED FOR "
                       GLV-ACCOUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-VARIANCES-OPEN
           IF GLV-FIRST-DATE NOT < WS-RUN-DATE
               MOVE 'NEW VARIANCE' TO RCL-STATUS
           ELSE
               COMPUTE WS-VARIANCE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(GLV-FIRST-DATE)
               MOVE 'CARRIED SINCE' TO RCS-LABEL
               MOVE GLV-FIRST-DATE TO RCS-DATE
               MOVE WS-VARIANCE-DAYS TO RCS-DAYS
               MOVE WS-RC-STATUS-TEXT TO RCL-STATUS
           END-IF.

      *    Agreed again: the variance comes off the file and is
      *    reported cleared, with the night it was first seen.
       CLEAR-VARIANCE.
           MOVE 'CLEARED, OPEN' TO RCS-LABEL
           MOVE GLV-FIRST-DATE TO RCS-DATE
           COMPUTE WS-VARIANCE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(GLV-FIRST-DATE)
           MOVE WS-VARIANCE-DAYS TO RCS-DAYS
           MOVE WS-RC-STATUS-TEXT TO RCL-STATUS
           DELETE VARIANCE-FILE RECORD
               INVALID KEY
                   DISPLAY "VARIANCE DELETE FAILED FOR "
                       GLV-ACCOUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
