       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Closed-Payout.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Pays out closed accounts.  Basic-Banking books a closing
      *    account's final balance to CLOSED PAYABLE and writes it to
      *    Closed-Output.txt; this program, run after posting, picks
      *    up each account closed tonight - the closed records whose
      *    ID is still on tonight's Student-Data.txt, the same match
      *    Eod-Proof uses - and disposes of its balance:
      *        credit balance   - an official check is issued to the
      *                           account name at the mailing
      *                           address on Cust-Addr-Data.txt,
      *                           under the next check serial, and
      *                           filed outstanding on the official
      *                           check register
      *                           (Official-Check-Data.txt);
      *        negative balance - the account goes on the recovery
      *                           list (Closed-Recovery-Data.txt)
      *                           for collections instead;
      *        zero balance     - nothing to pay, listed only.
      *    The bank's paid-check file (Off-Check-Paid.txt), when one
      *    has come in, clears the checks it lists off the register.
      *    Then the register is walked to rebuild the night's
      *    outputs: the check-print file (Off-Check-Print.txt) for
      *    every check issued on the business date, the journal
      *    (Off-Check-GL-Data.txt) that GL-Post posts beside
      *    GL-Journal.txt -
      *        checks issued   DR CLOSED PAYABLE  CR OFFICIAL CHECKS
      *        checks paid     DR OFFICIAL CHECKS CR CASH
      *    - and the list of checks still outstanding past the stale
      *    window on Off-Check-Control.txt.  Because every output is
      *    rebuilt from the register, a rerun for the same business
      *    date issues nothing twice and gives back the same files.
      *    Everything is listed on Off-Check-Report.txt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

                SELECT CHECK-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Off-Check-Control.txt"
                FILE STATUS IS WS-CHKCTL-STATUS.

                SELECT INFILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Student-Data.txt".

                SELECT CLOSED-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Closed-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLSD-STD-ID
                FILE STATUS IS WS-CLOSED-STATUS.

                SELECT CUST-ADDR-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Cust-Addr-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAD-STD-ID
                FILE STATUS IS WS-ADDR-STATUS.

      *    OFFCHK-FILE - the official check register, by serial and
      *    by the account the check paid out.
                SELECT OFFCHK-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Official-Check-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCK-SERIAL
                ALTERNATE RECORD KEY IS OCK-STD-ID WITH DUPLICATES
                FILE STATUS IS WS-OFFCHK-STATUS.

                SELECT RECOVERY-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Closed-Recovery-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCV-STD-ID
                FILE STATUS IS WS-RECOVERY-STATUS.

                SELECT OPTIONAL PAID-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Off-Check-Paid.txt".

                SELECT CHECK-PRINT
       ASSIGN TO "/home/lloyd/Desktop/Code/Off-Check-Print.txt".

                SELECT CHECK-GL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Off-Check-GL-Data.txt".

                SELECT PAYOUT-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Off-Check-Report.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

      *    CHECK-CONTROL-FILE - one record: the first serial on the
      *    check stock, used when the register is empty, and the days
      *    a check may stay uncashed before it is reported stale.
       FD CHECK-CONTROL-FILE RECORDING MODE F.
       01  CHECK-CONTROL-RECORD.
           05 OCC-FIRST-SERIAL PIC 9(8).
           05 OCC-STALE-DAYS PIC 9(4).

       FD INFILE RECORDING MODE F.
       01  IN-RECORD.
           05 IN-STD-ID PIC 9(8).
           05 IN-STD-NAME PIC X(24).
           05 IN-CODE PIC A(1).
           05 IN-STD-CASH PIC S9(7)V99.

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

       FD OFFCHK-FILE RECORDING MODE F.
       01  OFFCHK-RECORD.
           05 OCK-SERIAL PIC 9(8).
           05 OCK-STD-ID PIC 9(8).
           05 OCK-PAYEE PIC X(24).
           05 OCK-ADDR-1 PIC X(24).
           05 OCK-ADDR-2 PIC X(24).
           05 OCK-CITY PIC X(16).
           05 OCK-STATE PIC X(2).
           05 OCK-ZIP PIC X(9).
           05 OCK-AMOUNT PIC S9(7)V99.
           05 OCK-ISSUE-DATE PIC 9(8).
           05 OCK-STATUS PIC X(1).
               88 OCK-OUTSTANDING     VALUE 'O'.
               88 OCK-PAID            VALUE 'P'.
           05 OCK-PAID-DATE PIC 9(8).
           05 OCK-PAID-AMOUNT PIC S9(7)V99.

      *    RECOVERY-FILE - closed accounts that closed owing the
      *    bank, for collections; the amount owed is positive.
       FD RECOVERY-FILE RECORDING MODE F.
       01  RECOVERY-RECORD.
           05 RCV-STD-ID PIC 9(8).
           05 RCV-STD-NAME PIC X(24).
           05 RCV-AMOUNT PIC S9(7)V99.
           05 RCV-LIST-DATE PIC 9(8).

      *    PAID-FILE - the bank's list of official checks it paid.
       FD PAID-FILE RECORDING MODE F.
       01  PAID-RECORD.
           05 PDC-SERIAL PIC 9(8).
           05 PDC-AMOUNT PIC 9(7)V99.
           05 PDC-PAID-DATE PIC 9(8).

      *    CHECK-PRINT - one record per check for the check printer.
       FD CHECK-PRINT RECORDING MODE F.
       01  CHECK-PRINT-RECORD.
           05 PRT-SERIAL PIC 9(8).
           05 PRT-ISSUE-DATE PIC 9(8).
           05 PRT-AMOUNT PIC 9(7)V99.
           05 PRT-PAYEE PIC X(24).
           05 PRT-ADDR-1 PIC X(24).
           05 PRT-ADDR-2 PIC X(24).
           05 PRT-CITY PIC X(16).
           05 PRT-STATE PIC X(2).
           05 PRT-ZIP PIC X(9).
           05 PRT-MEMO PIC X(24).

      *    CHECK-GL-FILE - in the GL-Journal.txt layout.
       FD CHECK-GL-FILE RECORDING MODE F.
       01  CHECK-GL-RECORD.
           05 CGL-RUN-DATE PIC 9(8).
           05 CGL-ACCOUNT PIC X(16).
           05 CGL-DC-IND PIC X(1).
           05 CGL-AMOUNT PIC S9(9)V99.
           05 CGL-DESC PIC X(24).

       FD PAYOUT-REPORT RECORDING MODE F.
       01  PAYOUT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 IN-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 CLOSED-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 PAID-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC A(1) VALUE 'N'.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-CHKCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
       01 WS-ADDR-STATUS PIC X(2) VALUE SPACES.
       01 WS-OFFCHK-STATUS PIC X(2) VALUE SPACES.
       01 WS-RECOVERY-STATUS PIC X(2) VALUE SPACES.
      *    'N' when no address master exists yet.
       01 WS-ADDR-OPEN PIC A(1) VALUE 'N'.
       01 WS-ADDR-FOUND PIC A(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-STALE-DAYS PIC 9(4) VALUE 0.
      *    One past the highest serial on the register.
       01 WS-NEXT-SERIAL PIC 9(8) VALUE 0.
       01 WS-CHECK-AGE PIC 9(5) VALUE 0.
       01 WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-GL-DESC PIC X(24) VALUE SPACES.
       01 WS-GL-DR-ACCOUNT PIC X(16) VALUE SPACES.
       01 WS-GL-CR-ACCOUNT PIC X(16) VALUE SPACES.
       01 WS-CLOSED-TONIGHT PIC 9(6) VALUE 0.
       01 WS-ISSUED-COUNT PIC 9(6) VALUE 0.
       01 WS-ISSUED-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-RECOVERY-COUNT PIC 9(6) VALUE 0.
       01 WS-RECOVERY-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-ZERO-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-PAID-EXCEPTIONS PIC 9(6) VALUE 0.
       01 WS-STALE-COUNT PIC 9(6) VALUE 0.
       01 WS-STALE-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
       01 WS-OUTSTANDING-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(30) VALUE "CLOSED ACCOUNT PAYOUT".
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(48) VALUE SPACES.
       01 WS-SECTION-LINE.
           05 SEC-TEXT PIC X(40).
           05 FILLER PIC X(60) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DTL-ACTION PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STD-ID PIC 9(8) BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-SERIAL PIC 9(8) BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-NOTE PIC X(21).
       01 WS-STALE-NOTE.
           05 STN-DAYS PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE " DAYS UNCASHED".
       01 WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(28).
           05 TOT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(47) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-CHECK-CONTROL.

      *    The register and the recovery list accumulate across runs:
      *    open them I-O and only build fresh ones the first time.
           OPEN I-O OFFCHK-FILE
           IF WS-OFFCHK-STATUS = "35"
               OPEN OUTPUT OFFCHK-FILE
               CLOSE OFFCHK-FILE
               OPEN I-O OFFCHK-FILE
           END-IF
           IF WS-OFFCHK-STATUS NOT = "00"
               DISPLAY "CHECK REGISTER OPEN FAILED, STATUS "
                   WS-OFFCHK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
               OPEN I-O RECOVERY-FILE
           END-IF
           IF WS-RECOVERY-STATUS NOT = "00"
               DISPLAY "RECOVERY FILE OPEN FAILED, STATUS "
                   WS-RECOVERY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-ADDR-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE 'Y' TO WS-ADDR-OPEN
           ELSE
               IF WS-ADDR-STATUS NOT = "35"
                   DISPLAY "CUST-ADDR OPEN FAILED, STATUS "
                       WS-ADDR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PAYOUT-REPORT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE PAYOUT-REPORT-RECORD FROM WS-REPORT-HEADING
           PERFORM FIND-NEXT-SERIAL
           MOVE "ACCOUNTS CLOSED TONIGHT" TO SEC-TEXT
           WRITE PAYOUT-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM PAY-OUT-CLOSED
           MOVE "PAID CHECKS FROM THE BANK" TO SEC-TEXT
           WRITE PAYOUT-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM CLEAR-PAID-CHECKS
           MOVE "CHECKS ISSUED AND STALE CHECKS" TO SEC-TEXT
           WRITE PAYOUT-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM WALK-REGISTER
           PERFORM WRITE-CHECK-GL
           PERFORM PRINT-TOTALS.

           CLOSE OFFCHK-FILE
           CLOSE RECOVERY-FILE
           IF WS-ADDR-OPEN = 'Y'
               CLOSE CUST-ADDR-FILE
           END-IF
           CLOSE PAYOUT-REPORT.
           STOP RUN.

      *    Closed-Output.txt is only final once Basic-Banking has
      *    posted the business date.
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

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "CHECK CONTROL OPEN FAILED, STATUS "
                   WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECK-CONTROL-FILE
               AT END
                   DISPLAY "CHECK CONTROL FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF OCC-FIRST-SERIAL NOT NUMERIC
                   OR OCC-STALE-DAYS NOT NUMERIC
               DISPLAY "CHECK CONTROL NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OCC-FIRST-SERIAL = 0 OR OCC-STALE-DAYS = 0
               DISPLAY "CHECK CONTROL SERIAL OR STALE DAYS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OCC-FIRST-SERIAL TO WS-NEXT-SERIAL
           MOVE OCC-STALE-DAYS TO WS-STALE-DAYS
           CLOSE CHECK-CONTROL-FILE.

      *    Serials run on from the highest already on the register,
      *    or from the first serial on the stock when it is empty.
       FIND-NEXT-SERIAL.
           MOVE 0 TO OCK-SERIAL
           MOVE 'N' TO WS-REGISTER-EOF
           START OFFCHK-FILE KEY IS NOT LESS THAN OCK-SERIAL
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ OFFCHK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF OCK-SERIAL NOT < WS-NEXT-SERIAL
                           COMPUTE WS-NEXT-SERIAL = OCK-SERIAL + 1
                       END-IF
               END-READ
           END-PERFORM.

      *    Closed-Output.txt accumulates across runs; the accounts
      *    closed tonight are the closed records whose ID is still
      *    on tonight's Student-Data.txt.  Both files are ascending
      *    by ID, so a two-file match picks them out in one pass.
       PAY-OUT-CLOSED.
           OPEN INPUT CLOSED-IN
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "CLOSED-IN OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INFILE
           PERFORM READ-CLOSED
           PERFORM READ-MASTER
           PERFORM UNTIL CLOSED-EOF-SWITCH = 'Y'
                          OR IN-EOF-SWITCH = 'Y'
               IF CLSD-STD-ID = IN-STD-ID
                   ADD 1 TO WS-CLOSED-TONIGHT
                   PERFORM PAY-ONE-ACCOUNT
                   PERFORM READ-CLOSED
                   PERFORM READ-MASTER
               ELSE
                   IF CLSD-STD-ID < IN-STD-ID
                       PERFORM READ-CLOSED
                   ELSE
                       PERFORM READ-MASTER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CLOSED-IN
           CLOSE INFILE.

       READ-CLOSED.
           READ CLOSED-IN
               AT END
                   MOVE 'Y' TO CLOSED-EOF-SWITCH
           END-READ.

       READ-MASTER.
           READ INFILE
               AT END
                   MOVE 'Y' TO IN-EOF-SWITCH
           END-READ.

      *    A check already on the register for the account, or a
      *    recovery item already listed, means tonight is a rerun:
      *    it is reported and nothing is issued again.
       PAY-ONE-ACCOUNT.
           MOVE SPACES TO DTL-NOTE
           MOVE 0 TO DTL-SERIAL
           MOVE CLSD-STD-ID TO DTL-STD-ID
           MOVE CLSD-STD-NAME TO DTL-NAME
           MOVE CLSD-STD-CASH TO DTL-AMOUNT
           IF CLSD-STD-CASH > 0
               MOVE CLSD-STD-ID TO OCK-STD-ID
               READ OFFCHK-FILE KEY IS OCK-STD-ID
                   INVALID KEY
                       PERFORM ISSUE-CHECK
                   NOT INVALID KEY
                       MOVE 'ALREADY ISSUED' TO DTL-ACTION
                       MOVE OCK-SERIAL TO DTL-SERIAL
               END-READ
           ELSE
           IF CLSD-STD-CASH < 0
               PERFORM LIST-RECOVERY
           ELSE
               MOVE 'ZERO BALANCE' TO DTL-ACTION
               ADD 1 TO WS-ZERO-COUNT
           END-IF
           END-IF
           WRITE PAYOUT-REPORT-RECORD FROM WS-DETAIL-LINE.

      *    The check is made out to the account name.  With no
      *    mailing address on file it is still issued, and flagged
      *    so the branch holds it for the customer.
       ISSUE-CHECK.
           PERFORM LOOKUP-ADDRESS
           MOVE SPACES TO OFFCHK-RECORD
           MOVE WS-NEXT-SERIAL TO OCK-SERIAL
           MOVE CLSD-STD-ID TO OCK-STD-ID
           MOVE CLSD-STD-NAME TO OCK-PAYEE
           IF WS-ADDR-FOUND = 'Y'
               MOVE CAD-ADDR-1 TO OCK-ADDR-1
               MOVE CAD-ADDR-2 TO OCK-ADDR-2
               MOVE CAD-CITY TO OCK-CITY
               MOVE CAD-STATE TO OCK-STATE
               MOVE CAD-ZIP TO OCK-ZIP
           ELSE
               MOVE 'NO ADDRESS - HOLD' TO DTL-NOTE
           END-IF
           MOVE CLSD-STD-CASH TO OCK-AMOUNT
           MOVE WS-RUN-DATE TO OCK-ISSUE-DATE
           MOVE 'O' TO OCK-STATUS
           MOVE 0 TO OCK-PAID-DATE
           MOVE 0 TO OCK-PAID-AMOUNT
           WRITE OFFCHK-RECORD
               INVALID KEY
                   DISPLAY "CHECK REGISTER WRITE FAILED FOR "
                       WS-NEXT-SERIAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-NEXT-SERIAL
           MOVE 'CHECK ISSUED' TO DTL-ACTION
           MOVE OCK-SERIAL TO DTL-SERIAL.

       LOOKUP-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND
           IF WS-ADDR-OPEN = 'Y'
               MOVE CLSD-STD-ID TO CAD-STD-ID
               READ CUST-ADDR-FILE KEY IS CAD-STD-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ADDR-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADDR-FOUND
               END-READ
           END-IF.

       LIST-RECOVERY.
           MOVE CLSD-STD-ID TO RCV-STD-ID
           MOVE CLSD-STD-NAME TO RCV-STD-NAME
           COMPUTE RCV-AMOUNT = 0 - CLSD-STD-CASH
           MOVE WS-RUN-DATE TO RCV-LIST-DATE
           WRITE RECOVERY-RECORD
               INVALID KEY
                   MOVE 'ALREADY LISTED' TO DTL-ACTION
               NOT INVALID KEY
                   MOVE 'TO RECOVERY' TO DTL-ACTION
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD RCV-AMOUNT TO WS-RECOVERY-TOTAL
           END-WRITE.

      *    Each paid check comes off the register as paid on the
      *    bank's date.  A serial we never issued, a check already
      *    paid on an earlier night, or an amount that disagrees
      *    with the register is reported and left as it stands.
       CLEAR-PAID-CHECKS.
           OPEN INPUT PAID-FILE
           PERFORM UNTIL PAID-EOF-SWITCH = 'Y'
               READ PAID-FILE
                   AT END
                       MOVE 'Y' TO PAID-EOF-SWITCH
                   NOT AT END
                       PERFORM CLEAR-ONE-CHECK
               END-READ
           END-PERFORM
           CLOSE PAID-FILE.

       CLEAR-ONE-CHECK.
           MOVE SPACES TO DTL-NOTE
           MOVE 0 TO DTL-STD-ID
           MOVE SPACES TO DTL-NAME
           MOVE PDC-SERIAL TO DTL-SERIAL
           MOVE PDC-AMOUNT TO DTL-AMOUNT
           MOVE PDC-SERIAL TO OCK-SERIAL
           READ OFFCHK-FILE KEY IS OCK-SERIAL
               INVALID KEY
                   MOVE 'PAID EXCEPTION' TO DTL-ACTION
                   MOVE 'NOT ON REGISTER' TO DTL-NOTE
                   ADD 1 TO WS-PAID-EXCEPTIONS
               NOT INVALID KEY
                   MOVE OCK-STD-ID TO DTL-STD-ID
                   MOVE OCK-PAYEE TO DTL-NAME
                   PERFORM MARK-CHECK-PAID
           END-READ
           WRITE PAYOUT-REPORT-RECORD FROM WS-DETAIL-LINE.

      *    A check marked paid tonight is a rerun of the same paid
      *    file and is simply reported again.
       MARK-CHECK-PAID.
           IF OCK-PAID AND OCK-PAID-DATE NOT = WS-RUN-DATE
               MOVE 'PAID EXCEPTION' TO DTL-ACTION
               MOVE 'ALREADY PAID' TO DTL-NOTE
               ADD 1 TO WS-PAID-EXCEPTIONS
           ELSE
           IF PDC-AMOUNT NOT = OCK-AMOUNT
               MOVE 'PAID EXCEPTION' TO DTL-ACTION
               MOVE 'AMOUNT MISMATCH' TO DTL-NOTE
               ADD 1 TO WS-PAID-EXCEPTIONS
           ELSE
               MOVE 'P' TO OCK-STATUS
               MOVE WS-RUN-DATE TO OCK-PAID-DATE
               MOVE PDC-AMOUNT TO OCK-PAID-AMOUNT
               REWRITE OFFCHK-RECORD
                   INVALID KEY
                       DISPLAY "CHECK REGISTER REWRITE FAILED FOR "
                           OCK-SERIAL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               MOVE 'CHECK PAID' TO DTL-ACTION
               MOVE PDC-PAID-DATE TO DTL-NOTE
           END-IF
           END-IF.

      *    Rebuild the night's outputs from the register: every check
      *    issued on the business date goes to the printer and into
      *    the payout journal, every check cleared tonight into the
      *    paid journal, and every check still outstanding past the
      *    stale window onto the report.
       WALK-REGISTER.
           OPEN OUTPUT CHECK-PRINT
           MOVE 0 TO OCK-SERIAL
           MOVE 'N' TO WS-REGISTER-EOF
           START OFFCHK-FILE KEY IS NOT LESS THAN OCK-SERIAL
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ OFFCHK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       PERFORM REVIEW-ONE-CHECK
               END-READ
           END-PERFORM
           CLOSE CHECK-PRINT.

       REVIEW-ONE-CHECK.
           IF OCK-ISSUE-DATE = WS-RUN-DATE
               ADD 1 TO WS-ISSUED-COUNT
               ADD OCK-AMOUNT TO WS-ISSUED-TOTAL
               PERFORM WRITE-CHECK-PRINT
           END-IF
           IF OCK-PAID AND OCK-PAID-DATE = WS-RUN-DATE
               ADD 1 TO WS-PAID-COUNT
               ADD OCK-PAID-AMOUNT TO WS-PAID-TOTAL
           END-IF
           IF OCK-OUTSTANDING
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD OCK-AMOUNT TO WS-OUTSTANDING-TOTAL
               COMPUTE WS-CHECK-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(OCK-ISSUE-DATE)
               IF WS-CHECK-AGE > WS-STALE-DAYS
                   ADD 1 TO WS-STALE-COUNT
                   ADD OCK-AMOUNT TO WS-STALE-TOTAL
                   MOVE 'STALE CHECK' TO DTL-ACTION
                   MOVE OCK-STD-ID TO DTL-STD-ID
                   MOVE OCK-PAYEE TO DTL-NAME
                   MOVE OCK-SERIAL TO DTL-SERIAL
                   MOVE OCK-AMOUNT TO DTL-AMOUNT
                   MOVE WS-CHECK-AGE TO STN-DAYS
                   MOVE WS-STALE-NOTE TO DTL-NOTE
                   WRITE PAYOUT-REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-IF.

       WRITE-CHECK-PRINT.
           MOVE OCK-SERIAL TO PRT-SERIAL
           MOVE OCK-ISSUE-DATE TO PRT-ISSUE-DATE
           MOVE OCK-AMOUNT TO PRT-AMOUNT
           MOVE OCK-PAYEE TO PRT-PAYEE
           MOVE OCK-ADDR-1 TO PRT-ADDR-1
           MOVE OCK-ADDR-2 TO PRT-ADDR-2
           MOVE OCK-CITY TO PRT-CITY
           MOVE OCK-STATE TO PRT-STATE
           MOVE OCK-ZIP TO PRT-ZIP
           MOVE SPACES TO PRT-MEMO
           STRING "CLOSED ACCOUNT " DELIMITED BY SIZE
               OCK-STD-ID DELIMITED BY SIZE
               INTO PRT-MEMO
           END-STRING
           WRITE CHECK-PRINT-RECORD.

      *    The file is rewritten every run, dated the business date,
      *    so GL-Post always finds exactly tonight's two entries.
       WRITE-CHECK-GL.
           OPEN OUTPUT CHECK-GL-FILE
           IF WS-ISSUED-TOTAL NOT = 0
               MOVE WS-ISSUED-TOTAL TO WS-GL-AMOUNT
               MOVE 'CLOSED ACCT PAYOUTS' TO WS-GL-DESC
               MOVE 'CLOSED PAYABLE' TO WS-GL-DR-ACCOUNT
               MOVE 'OFFICIAL CHECKS' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-PAID-TOTAL NOT = 0
               MOVE WS-PAID-TOTAL TO WS-GL-AMOUNT
               MOVE 'OFFICIAL CHECKS PAID' TO WS-GL-DESC
               MOVE 'OFFICIAL CHECKS' TO WS-GL-DR-ACCOUNT
               MOVE 'CASH' TO WS-GL-CR-ACCOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           CLOSE CHECK-GL-FILE.

       WRITE-GL-PAIR.
           MOVE WS-RUN-DATE TO CGL-RUN-DATE
           MOVE WS-GL-DR-ACCOUNT TO CGL-ACCOUNT
           MOVE 'D' TO CGL-DC-IND
           MOVE WS-GL-AMOUNT TO CGL-AMOUNT
           MOVE WS-GL-DESC TO CGL-DESC
           WRITE CHECK-GL-RECORD
           MOVE WS-GL-CR-ACCOUNT TO CGL-ACCOUNT
           MOVE 'C' TO CGL-DC-IND
           WRITE CHECK-GL-RECORD.

       PRINT-TOTALS.
           MOVE "ACCOUNTS CLOSED TONIGHT" TO TOT-LABEL
           MOVE WS-CLOSED-TONIGHT TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CHECKS ISSUED" TO TOT-LABEL
           MOVE WS-ISSUED-COUNT TO TOT-COUNT
           MOVE WS-ISSUED-TOTAL TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "NEW RECOVERY ITEMS" TO TOT-LABEL
           MOVE WS-RECOVERY-COUNT TO TOT-COUNT
           MOVE WS-RECOVERY-TOTAL TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ZERO BALANCE" TO TOT-LABEL
           MOVE WS-ZERO-COUNT TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CHECKS PAID TONIGHT" TO TOT-LABEL
           MOVE WS-PAID-COUNT TO TOT-COUNT
           MOVE WS-PAID-TOTAL TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "PAID CHECK EXCEPTIONS" TO TOT-LABEL
           MOVE WS-PAID-EXCEPTIONS TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CHECKS OUTSTANDING" TO TOT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO TOT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  OF WHICH STALE" TO TOT-LABEL
           MOVE WS-STALE-COUNT TO TOT-COUNT
           MOVE WS-STALE-TOTAL TO TOT-AMOUNT
           WRITE PAYOUT-REPORT-RECORD FROM WS-TOTAL-LINE.
