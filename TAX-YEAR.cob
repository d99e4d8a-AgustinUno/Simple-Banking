       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Tax-Year.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Year-end tax reporting.  For the tax year on
      *    Tax-Control.txt it totals, per account, the deposit
      *    interest paid and the loan interest received over the
      *    year, reading the year's Hist-Archive-YYYY.txt (items
      *    Hist-Archive has purged off the live index) together with
      *    the year's items still on History-Data.txt, sorted into
      *    one account-and-date ordered stream.
      *        - deposit interest paid is the year's savings interest
      *          credits ('I' items on the credit side);
      *        - loan interest received is worked out from the
      *          loan's own items night by night, by the rule
      *          Basic-Banking's delinquency check applies: a night's
      *          payments (customer credits and transfers in, less
      *          payments reversed that night) cover the interest
      *          accrued that night ('I' on the debit side) first,
      *          and only the rest reduces principal.
      *    Accounts at or over the reporting thresholds on the
      *    control file go on Tax-1099-INT.txt (interest paid) and
      *    Tax-1098.txt (mortgage interest received), one fixed-layout
      *    record each with the payee's name (Active-Output.txt, or
      *    Closed-Output.txt for an account closed since), mailing
      *    address and taxpayer ID (Cust-Addr-Data.txt).  A payee
      *    with no taxpayer ID on file still gets the form, with the
      *    ID blank, and is listed on the control report for the
      *    branch to chase.
      *    Tax-Control-Report.txt ties the year's history totals to
      *    the year's general-ledger lines - SAVINGS INTEREST and
      *    LOAN INTEREST ACCRUED, debit side, off GL-Journal-YYYY.txt
      *    that Basic-Banking appends to each night - and shows the
      *    counts of forms written and below threshold.
      *    Tax-Control.txt is one record:
      *        tax year YYYY, 1099-INT threshold 9(5)V99, 1098
      *        threshold 9(5)V99, payer's taxpayer ID (9 digits).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT TAX-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Tax-Control.txt"
                FILE STATUS IS WS-TAXCTL-STATUS.

                SELECT ACTIVE-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Active-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACT-STD-ID
                FILE STATUS IS WS-ACTIVE-STATUS.

                SELECT CLOSED-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Closed-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLSD-STD-ID
                FILE STATUS IS WS-CLOSED-STATUS.

                SELECT CUST-ADDR-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Cust-Addr-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAD-STD-ID
                FILE STATUS IS WS-ADDR-STATUS.

                SELECT HISTORY-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/History-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-HISTORY-STATUS.

      *    ARCHIVE-IN - the tax year's Hist-Archive file; OPTIONAL
      *    so a year nothing has been archived from yet just adds
      *    no items.
                SELECT OPTIONAL ARCHIVE-IN
       ASSIGN TO WS-ARCHIVE-PATH.

      *    GL-YEAR-FILE - the tax year's running journal copy.
                SELECT OPTIONAL GL-YEAR-FILE
       ASSIGN TO WS-GL-YEAR-PATH
                FILE STATUS IS WS-GLYR-STATUS.

                SELECT SORT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Tax-Sort-Work.tmp".

                SELECT FORM-1099-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Tax-1099-INT.txt".

                SELECT FORM-1098-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Tax-1098.txt".

                SELECT TAX-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Tax-Control-Report.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TAX-CONTROL-FILE RECORDING MODE F.
       01  TAX-CONTROL-RECORD.
           05 TXC-TAX-YEAR PIC 9(4).
           05 TXC-INT-THRESHOLD PIC 9(5)V99.
           05 TXC-MORT-THRESHOLD PIC 9(5)V99.
           05 TXC-PAYER-TIN PIC X(9).

       FD ACTIVE-IN RECORDING MODE F.
       01  ACTIVE-RECORD.
           05 ACT-STD-ID PIC 9(8).
           05 ACT-STD-NAME PIC X(24).
           05 ACT-CODE PIC A(1).
           05 ACT-STD-CASH PIC S9(7)V99.

       FD CLOSED-IN RECORDING MODE F.
       01  CLOSED-RECORD.
           05 CLSD-STD-ID PIC 9(8).
           05 CLSD-STD-NAME PIC X(24).
           05 CLSD-CODE PIC A(1).
           05 CLSD-STD-CASH PIC S9(7)V99.

      *    CUST-ADDR-FILE - the layout Account-Maint writes.
       FD CUST-ADDR-FILE RECORDING MODE F.
       01  CUST-ADDR-RECORD.
           05 CAD-STD-ID PIC 9(8).
           05 CAD-ADDR-1 PIC X(24).
           05 CAD-ADDR-2 PIC X(24).
           05 CAD-CITY PIC X(16).
           05 CAD-STATE PIC X(2).
           05 CAD-ZIP PIC X(9).
           05 CAD-TIN PIC X(9).
           05 CAD-TIN-TYPE PIC X(1).

       FD HISTORY-IN RECORDING MODE F.
       01  HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-STD-ID PIC 9(8).
               10 HIST-DATE PIC 9(8).
               10 HIST-SEQ PIC 9(4).
           05 HIST-DC-IND PIC X(1).
           05 HIST-AMOUNT PIC 9(7)V99.
           05 HIST-XFR-ID PIC 9(8).
           05 HIST-TYPE PIC X(1).
           05 HIST-CHECK-NO PIC 9(10).
           05 HIST-LINK-DATE PIC 9(8).
           05 HIST-LINK-SEQ PIC 9(4).

      *    ARCHIVE-IN - the live history layout, as Hist-Archive
      *    writes it.
       FD ARCHIVE-IN RECORDING MODE F.
       01  ARCHIVE-RECORD PIC X(61).

      *    GL-YEAR-FILE - the layout Basic-Banking journals in.
       FD GL-YEAR-FILE RECORDING MODE F.
       01  GL-RECORD.
           05 GL-RUN-DATE PIC 9(8).
           05 GL-ACCOUNT PIC X(16).
           05 GL-DC-IND PIC X(1).
           05 GL-AMOUNT PIC S9(9)V99.
           05 GL-DESC PIC X(24).

       SD SORT-FILE.
       01  SORT-RECORD.
           05 SRT-KEY.
               10 SRT-STD-ID PIC 9(8).
               10 SRT-DATE PIC 9(8).
               10 SRT-SEQ PIC 9(4).
           05 SRT-DC-IND PIC X(1).
           05 SRT-AMOUNT PIC 9(7)V99.
           05 SRT-XFR-ID PIC 9(8).
           05 SRT-TYPE PIC X(1).
           05 SRT-CHECK-NO PIC 9(10).
           05 SRT-LINK-DATE PIC 9(8).
           05 SRT-LINK-SEQ PIC 9(4).

      *    FORM-1099-FILE / FORM-1098-FILE - one WS-TAX-FORM record
      *    per payee at or over the threshold.
       FD FORM-1099-FILE RECORDING MODE F.
       01  FORM-1099-RECORD PIC X(145).

       FD FORM-1098-FILE RECORDING MODE F.
       01  FORM-1098-RECORD PIC X(145).

       FD TAX-REPORT RECORDING MODE F.
       01  TAX-REPORT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 HIST-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 ARCH-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 GLYR-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 SORT-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-TAXCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
       01 WS-ADDR-STATUS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-GLYR-STATUS PIC X(2) VALUE SPACES.
      *    Control values off Tax-Control.txt.
       01 WS-TAX-YEAR PIC 9(4) VALUE 0.
       01 WS-INT-THRESHOLD PIC 9(5)V99 VALUE 0.
       01 WS-MORT-THRESHOLD PIC 9(5)V99 VALUE 0.
       01 WS-PAYER-TIN PIC X(9) VALUE SPACES.
      *    Per-year file names, built from the tax year the same way
      *    Hist-Archive and Basic-Banking build them.
       01 WS-ARCHIVE-PATH PIC X(60) VALUE SPACES.
       01 WS-ARCHIVE-NAME.
           05 FILLER PIC X(42)
               VALUE "/home/lloyd/Desktop/Code/Hist-Archive-".
           05 ARCH-NAME-YEAR PIC 9(4).
           05 FILLER PIC X(4) VALUE ".txt".
       01 WS-GL-YEAR-PATH PIC X(60) VALUE SPACES.
       01 WS-GL-YEAR-NAME.
           05 FILLER PIC X(36)
               VALUE "/home/lloyd/Desktop/Code/GL-Journal-".
           05 GL-YEAR-NAME-YEAR PIC 9(4).
           05 FILLER PIC X(4) VALUE ".txt".
       01 WS-ITEM-DATE PIC 9(8) VALUE 0.
       01 WS-ITEM-DATE-PARTS REDEFINES WS-ITEM-DATE.
           05 ITEM-DATE-YYYY PIC 9(4).
           05 ITEM-DATE-MMDD PIC 9(4).
      *    The account being totalled, and the key of the last item
      *    taken so the same item reaching the sort from both the
      *    archive and the live file is only counted once.
       01 WS-CUR-STD-ID PIC 9(8) VALUE 0.
       01 WS-CUR-DATE PIC 9(8) VALUE 0.
       01 WS-PREV-KEY PIC X(20) VALUE LOW-VALUES.
       01 WS-ACCT-INT-PAID PIC 9(9)V99 VALUE 0.
       01 WS-ACCT-INT-ACCRUED PIC 9(9)V99 VALUE 0.
       01 WS-ACCT-INT-RCVD PIC 9(9)V99 VALUE 0.
      *    One posting night on a loan: interest accrued, and the
      *    payments that came in against it.
       01 WS-DAY-INT-DUE PIC 9(9)V99 VALUE 0.
       01 WS-DAY-PAID PIC 9(9)V99 VALUE 0.
      *    The payee, as it goes on the forms.
       01 WS-PAYEE-NAME PIC X(24) VALUE SPACES.
       01 WS-PAYEE-TIN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-TAX-FORM.
           05 FRM-TAX-YEAR PIC 9(4).
           05 FRM-FORM-TYPE PIC X(4).
           05 FRM-PAYER-TIN PIC X(9).
           05 FRM-RECIP-TIN PIC X(9).
           05 FRM-TIN-TYPE PIC X(1).
           05 FRM-STD-ID PIC 9(8).
           05 FRM-NAME PIC X(24).
           05 FRM-ADDR-1 PIC X(24).
           05 FRM-ADDR-2 PIC X(24).
           05 FRM-CITY PIC X(16).
           05 FRM-STATE PIC X(2).
           05 FRM-ZIP PIC X(9).
           05 FRM-AMOUNT PIC 9(9)V99.
      *    Year totals.
       01 WS-HIST-INT-PAID PIC 9(11)V99 VALUE 0.
       01 WS-HIST-INT-ACCRUED PIC 9(11)V99 VALUE 0.
       01 WS-HIST-INT-RCVD PIC 9(11)V99 VALUE 0.
       01 WS-GL-SAVE-INT PIC S9(11)V99 VALUE 0.
       01 WS-GL-LOAN-INT PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-1099-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-1098-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE PIC A(1) VALUE 'N'.
       01 WS-ITEMS-TAKEN PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-ITEMS PIC 9(8) VALUE 0.
       01 WS-LIVE-ITEMS PIC 9(8) VALUE 0.
       01 WS-1099-COUNT PIC 9(6) VALUE 0.
       01 WS-1099-BELOW PIC 9(6) VALUE 0.
       01 WS-1098-COUNT PIC 9(6) VALUE 0.
       01 WS-1098-BELOW PIC 9(6) VALUE 0.
       01 WS-NO-TIN-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(30) VALUE "YEAR-END TAX REPORTING".
           05 FILLER PIC X(9) VALUE "TAX YEAR ".
           05 HDG-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-NO-TIN-LINE.
           05 FILLER PIC X(16) VALUE "NO TIN ON FILE".
           05 NTN-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NTN-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NTN-FORM PIC X(8).
           05 NTN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-AMOUNT-LINE.
           05 AMT-LABEL PIC X(40).
           05 AMT-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 CNT-LABEL PIC X(40).
           05 CNT-VALUE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-NOTE-LINE PIC X(90) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-TAX-CONTROL.

           OPEN INPUT ACTIVE-IN
           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-IN OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CLOSED-IN
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "CLOSED-IN OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUST-ADDR-FILE
           IF WS-ADDR-STATUS NOT = "00"
               DISPLAY "CUST-ADDR OPEN FAILED, STATUS "
                   WS-ADDR-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT FORM-1099-FILE
           OPEN OUTPUT FORM-1098-FILE
           OPEN OUTPUT TAX-REPORT.

           MOVE WS-TAX-YEAR TO HDG-TAX-YEAR
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD.

           PERFORM SUM-GL-YEAR.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS LOAD-YEAR-HISTORY
               OUTPUT PROCEDURE IS SUM-ACCOUNT-INTEREST.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE ACTIVE-IN
           CLOSE CLOSED-IN
           CLOSE CUST-ADDR-FILE
           CLOSE FORM-1099-FILE
           CLOSE FORM-1098-FILE
           CLOSE TAX-REPORT.
           STOP RUN.

      *    Tax year, thresholds and payer ID, validated the way
      *    Dormant-Scan validates its control record.
       LOAD-TAX-CONTROL.
           OPEN INPUT TAX-CONTROL-FILE
           IF WS-TAXCTL-STATUS NOT = "00"
               DISPLAY "TAX CONTROL OPEN FAILED, STATUS "
                   WS-TAXCTL-STATUS
               STOP RUN
           END-IF
           READ TAX-CONTROL-FILE
               AT END
                   DISPLAY "TAX CONTROL FILE IS EMPTY"
                   STOP RUN
           END-READ
           IF TXC-TAX-YEAR NOT NUMERIC
                   OR TXC-INT-THRESHOLD NOT NUMERIC
                   OR TXC-MORT-THRESHOLD NOT NUMERIC
                   OR TXC-PAYER-TIN NOT NUMERIC
               DISPLAY "TAX CONTROL NOT NUMERIC"
               STOP RUN
           END-IF
           IF TXC-TAX-YEAR = 0
               DISPLAY "TAX CONTROL YEAR INVALID"
               STOP RUN
           END-IF
           MOVE TXC-TAX-YEAR TO WS-TAX-YEAR
           MOVE TXC-INT-THRESHOLD TO WS-INT-THRESHOLD
           MOVE TXC-MORT-THRESHOLD TO WS-MORT-THRESHOLD
           MOVE TXC-PAYER-TIN TO WS-PAYER-TIN
           CLOSE TAX-CONTROL-FILE.

      *    The year's interest journal lines, debit side: SAVINGS
      *    INTEREST is debited to INT EXPENSE for every credit to a
      *    savings account, LOAN INTEREST ACCRUED to LOANS RECV for
      *    every accrual to a loan.  A year with no journal copy
      *    totals zero and says so on the report.
       SUM-GL-YEAR.
           MOVE WS-TAX-YEAR TO GL-YEAR-NAME-YEAR
           MOVE WS-GL-YEAR-NAME TO WS-GL-YEAR-PATH
           OPEN INPUT GL-YEAR-FILE
           IF WS-GLYR-STATUS = "05"
               MOVE "GL JOURNAL COPY FOR THE TAX YEAR NOT FOUND"
                   TO WS-NOTE-LINE
               WRITE TAX-REPORT-RECORD FROM WS-NOTE-LINE
           ELSE
           IF WS-GLYR-STATUS NOT = "00"
               DISPLAY "GL YEAR OPEN FAILED, STATUS "
                   WS-GLYR-STATUS
               STOP RUN
           END-IF
           END-IF
           PERFORM UNTIL GLYR-EOF-SWITCH = 'Y'
               READ GL-YEAR-FILE
                   AT END
                       MOVE 'Y' TO GLYR-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-GL-LINE
               END-READ
           END-PERFORM
           CLOSE GL-YEAR-FILE.

       TAKE-GL-LINE.
           MOVE GL-RUN-DATE TO WS-ITEM-DATE
           IF ITEM-DATE-YYYY = WS-TAX-YEAR AND GL-DC-IND = 'D'
               IF GL-DESC = 'SAVINGS INTEREST'
                   ADD GL-AMOUNT TO WS-GL-SAVE-INT
               ELSE
               IF GL-DESC = 'LOAN INTEREST ACCRUED'
                   ADD GL-AMOUNT TO WS-GL-LOAN-INT
               END-IF
               END-IF
           END-IF.

      *    Sort input: the year's archived items, then the year's
      *    items still on the live index.
       LOAD-YEAR-HISTORY.
           MOVE WS-TAX-YEAR TO ARCH-NAME-YEAR
           MOVE WS-ARCHIVE-NAME TO WS-ARCHIVE-PATH
           OPEN INPUT ARCHIVE-IN
           PERFORM UNTIL ARCH-EOF-SWITCH = 'Y'
               READ ARCHIVE-IN
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SWITCH
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO SORT-RECORD
                       MOVE SRT-DATE TO WS-ITEM-DATE
                       IF ITEM-DATE-YYYY = WS-TAX-YEAR
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-ARCHIVE-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN

           OPEN INPUT HISTORY-IN
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL HIST-EOF-SWITCH = 'Y'
               READ HISTORY-IN NEXT RECORD
                   AT END
                       MOVE 'Y' TO HIST-EOF-SWITCH
                   NOT AT END
                       MOVE HIST-DATE TO WS-ITEM-DATE
                       IF ITEM-DATE-YYYY = WS-TAX-YEAR
                           MOVE HISTORY-RECORD TO SORT-RECORD
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-LIVE-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-IN.

      *    Sort output: one account's items in date order, with a
      *    control break to the forms at each change of account.
       SUM-ACCOUNT-INTEREST.
           PERFORM UNTIL SORT-EOF-SWITCH = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-ITEM
               END-RETURN
           END-PERFORM
           IF WS-CUR-STD-ID NOT = 0
               PERFORM SETTLE-LOAN-DAY
               PERFORM FINISH-ACCOUNT
           END-IF.

       TAKE-ONE-ITEM.
           IF SRT-KEY NOT = WS-PREV-KEY
               MOVE SRT-KEY TO WS-PREV-KEY
               IF SRT-STD-ID NOT = WS-CUR-STD-ID
                   IF WS-CUR-STD-ID NOT = 0
                       PERFORM SETTLE-LOAN-DAY
                       PERFORM FINISH-ACCOUNT
                   END-IF
                   MOVE SRT-STD-ID TO WS-CUR-STD-ID
                   MOVE SRT-DATE TO WS-CUR-DATE
                   MOVE 0 TO WS-ACCT-INT-PAID
                   MOVE 0 TO WS-ACCT-INT-ACCRUED
                   MOVE 0 TO WS-ACCT-INT-RCVD
               ELSE
               IF SRT-DATE NOT = WS-CUR-DATE
                   PERFORM SETTLE-LOAN-DAY
                   MOVE SRT-DATE TO WS-CUR-DATE
               END-IF
               END-IF
               ADD 1 TO WS-ITEMS-TAKEN
               PERFORM APPLY-TAX-ITEM
           END-IF.

      *    Interest credited to a deposit account is interest paid.
      *    Interest accrued to a loan and the night's payments are
      *    gathered for SETTLE-LOAN-DAY; a reversal on the debit
      *    side takes back a payment, as the posting run takes it
      *    back out of the night's payments.  A deposit account
      *    never accrues interest due, so its own credits settle to
      *    nothing.
       APPLY-TAX-ITEM.
           IF SRT-TYPE = 'I'
               IF SRT-DC-IND = 'C'
                   ADD SRT-AMOUNT TO WS-ACCT-INT-PAID
               ELSE
                   ADD SRT-AMOUNT TO WS-ACCT-INT-ACCRUED
                   ADD SRT-AMOUNT TO WS-DAY-INT-DUE
               END-IF
           ELSE
           IF SRT-TYPE = SPACE AND SRT-DC-IND = 'C'
               ADD SRT-AMOUNT TO WS-DAY-PAID
           ELSE
           IF SRT-TYPE = 'R' AND SRT-DC-IND = 'D'
               IF WS-DAY-PAID NOT < SRT-AMOUNT
                   SUBTRACT SRT-AMOUNT FROM WS-DAY-PAID
               ELSE
                   MOVE 0 TO WS-DAY-PAID
               END-IF
           END-IF
           END-IF
           END-IF.

      *    Close off one night: the payments cover that night's
      *    interest first, so the interest received is the lesser
      *    of the two.
       SETTLE-LOAN-DAY.
           IF WS-DAY-PAID < WS-DAY-INT-DUE
               ADD WS-DAY-PAID TO WS-ACCT-INT-RCVD
           ELSE
               ADD WS-DAY-INT-DUE TO WS-ACCT-INT-RCVD
           END-IF
           MOVE 0 TO WS-DAY-INT-DUE
           MOVE 0 TO WS-DAY-PAID.

      *    Account break: roll the account into the year totals and
      *    file whichever forms it reaches the threshold for.
       FINISH-ACCOUNT.
           ADD WS-ACCT-INT-PAID TO WS-HIST-INT-PAID
           ADD WS-ACCT-INT-ACCRUED TO WS-HIST-INT-ACCRUED
           ADD WS-ACCT-INT-RCVD TO WS-HIST-INT-RCVD
           IF WS-ACCT-INT-PAID > 0 OR WS-ACCT-INT-RCVD > 0
               PERFORM LOOKUP-PAYEE
           END-IF
           IF WS-ACCT-INT-PAID > 0
               IF WS-ACCT-INT-PAID < WS-INT-THRESHOLD
                   ADD 1 TO WS-1099-BELOW
               ELSE
                   MOVE '1099' TO FRM-FORM-TYPE
                   MOVE WS-ACCT-INT-PAID TO FRM-AMOUNT
                   WRITE FORM-1099-RECORD FROM WS-TAX-FORM
                   ADD 1 TO WS-1099-COUNT
                   ADD WS-ACCT-INT-PAID TO WS-1099-TOTAL
                   IF WS-PAYEE-TIN-SWITCH = 'N'
                       MOVE '1099-INT' TO NTN-FORM
                       PERFORM WRITE-NO-TIN-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-ACCT-INT-RCVD > 0
               IF WS-ACCT-INT-RCVD < WS-MORT-THRESHOLD
                   ADD 1 TO WS-1098-BELOW
               ELSE
                   MOVE '1098' TO FRM-FORM-TYPE
                   MOVE WS-ACCT-INT-RCVD TO FRM-AMOUNT
                   WRITE FORM-1098-RECORD FROM WS-TAX-FORM
                   ADD 1 TO WS-1098-COUNT
                   ADD WS-ACCT-INT-RCVD TO WS-1098-TOTAL
                   IF WS-PAYEE-TIN-SWITCH = 'N'
                       MOVE '1098' TO NTN-FORM
                       PERFORM WRITE-NO-TIN-LINE
                   END-IF
               END-IF
           END-IF.

      *    Name off the active master, or the closed master for an
      *    account closed since, the way Hist-Inq finds it; address
      *    and taxpayer ID off the customer address file.
       LOOKUP-PAYEE.
           MOVE SPACES TO WS-TAX-FORM
           MOVE WS-TAX-YEAR TO FRM-TAX-YEAR
           MOVE WS-PAYER-TIN TO FRM-PAYER-TIN
           MOVE WS-CUR-STD-ID TO FRM-STD-ID
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE WS-CUR-STD-ID TO ACT-STD-ID
           READ ACTIVE-IN KEY IS ACT-STD-ID
               INVALID KEY
                   MOVE WS-CUR-STD-ID TO CLSD-STD-ID
                   READ CLOSED-IN KEY IS CLSD-STD-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLSD-STD-NAME TO WS-PAYEE-NAME
                   END-READ
               NOT INVALID KEY
                   MOVE ACT-STD-NAME TO WS-PAYEE-NAME
           END-READ
           MOVE WS-PAYEE-NAME TO FRM-NAME
           MOVE 'N' TO WS-PAYEE-TIN-SWITCH
           MOVE WS-CUR-STD-ID TO CAD-STD-ID
           READ CUST-ADDR-FILE KEY IS CAD-STD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-ADDR-1 TO FRM-ADDR-1
                   MOVE CAD-ADDR-2 TO FRM-ADDR-2
                   MOVE CAD-CITY TO FRM-CITY
                   MOVE CAD-STATE TO FRM-STATE
                   MOVE CAD-ZIP TO FRM-ZIP
                   IF CAD-TIN IS NUMERIC
                       MOVE CAD-TIN TO FRM-RECIP-TIN
                       MOVE CAD-TIN-TYPE TO FRM-TIN-TYPE
                       MOVE 'Y' TO WS-PAYEE-TIN-SWITCH
                   END-IF
           END-READ.

       WRITE-NO-TIN-LINE.
           MOVE WS-CUR-STD-ID TO NTN-STD-ID
           MOVE WS-PAYEE-NAME TO NTN-NAME
           MOVE FRM-AMOUNT TO NTN-AMOUNT
           WRITE TAX-REPORT-RECORD FROM WS-NO-TIN-LINE
           ADD 1 TO WS-NO-TIN-COUNT.

      *    The tie-out: history against the ledger for both kinds of
      *    interest, then what went on the forms.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           MOVE "DEPOSIT INTEREST PAID PER HISTORY" TO AMT-LABEL
           MOVE WS-HIST-INT-PAID TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "SAVINGS INTEREST PER GL" TO AMT-LABEL
           MOVE WS-GL-SAVE-INT TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE = WS-HIST-INT-PAID - WS-GL-SAVE-INT
           IF WS-DIFFERENCE NOT = 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE "  DIFFERENCE" TO AMT-LABEL
           MOVE WS-DIFFERENCE TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "LOAN INTEREST ACCRUED PER HISTORY" TO AMT-LABEL
           MOVE WS-HIST-INT-ACCRUED TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "LOAN INTEREST ACCRUED PER GL" TO AMT-LABEL
           MOVE WS-GL-LOAN-INT TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE =
               WS-HIST-INT-ACCRUED - WS-GL-LOAN-INT
           IF WS-DIFFERENCE NOT = 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE "  DIFFERENCE" TO AMT-LABEL
           MOVE WS-DIFFERENCE TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "LOAN INTEREST RECEIVED" TO AMT-LABEL
           MOVE WS-HIST-INT-RCVD TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "LOAN INTEREST ACCRUED NOT YET PAID" TO AMT-LABEL
           COMPUTE WS-DIFFERENCE =
               WS-HIST-INT-ACCRUED - WS-HIST-INT-RCVD
           MOVE WS-DIFFERENCE TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           MOVE "1099-INT FORMS WRITTEN" TO CNT-LABEL
           MOVE WS-1099-COUNT TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "1099-INT AMOUNT REPORTED" TO AMT-LABEL
           MOVE WS-1099-TOTAL TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "1099-INT BELOW THRESHOLD" TO CNT-LABEL
           MOVE WS-1099-BELOW TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "1098 FORMS WRITTEN" TO CNT-LABEL
           MOVE WS-1098-COUNT TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "1098 AMOUNT REPORTED" TO AMT-LABEL
           MOVE WS-1098-TOTAL TO AMT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "1098 BELOW THRESHOLD" TO CNT-LABEL
           MOVE WS-1098-BELOW TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "FORMS WITH NO TIN ON FILE" TO CNT-LABEL
           MOVE WS-NO-TIN-COUNT TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ARCHIVED ITEMS READ" TO CNT-LABEL
           MOVE WS-ARCHIVE-ITEMS TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "LIVE HISTORY ITEMS READ" TO CNT-LABEL
           MOVE WS-LIVE-ITEMS TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ITEMS TOTALLED" TO CNT-LABEL
           MOVE WS-ITEMS-TAKEN TO CNT-VALUE
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE "*** INTEREST DOES NOT TIE TO THE GENERAL LEDGER"
                   TO WS-NOTE-LINE
           ELSE
               MOVE "INTEREST TIES TO THE GENERAL LEDGER"
                   TO WS-NOTE-LINE
           END-IF
           WRITE TAX-REPORT-RECORD FROM WS-NOTE-LINE.
