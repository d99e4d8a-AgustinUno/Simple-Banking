           05 TRAN-AMOUNT PIC 9(7)V99.
           05 TRAN-XFR-ID PIC 9(8).
           05 TRAN-SOURCE PIC X(8).
           05 TRAN-CHECK-NO PIC 9(10).
           05 TRAN-REV-DATE PIC 9(8).
           05 TRAN-REV-SEQ PIC 9(4).

       FD REJECT-FILE RECORDING MODE F.
       01  REJECT-RECORD.
       01 WS-GL-CREDITS PIC S9(11)V99 VALUE 0.
       01 WS-GL-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-TRAN-NET PIC S9(11)V99 VALUE 0.
       01 WS-TRAN-REVERSALS PIC S9(11)V99 VALUE 0.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-GO-SWITCH PIC A(1) VALUE 'Y'.
       01 WS-PROOF-LINE.
      *    description.  Every entry is written as an equal debit and
      *    credit pair, so only the 'D' side of each pair is summed
      *    into the movement (both sides go into the debit/credit
      *    proof).  Internal transfer legs between deposit accounts
      *    wash to zero across their descriptions; a transfer paying
      *    a loan lowers both balances, so LOAN XFERS IN subtracts
      *    alongside the out-leg.  The closed-accounts payable
      *    transfer is bookkeeping over balances already counted and
      *    is excluded.
       SUM-GL-JOURNAL.
           OPEN INPUT GL-FILE
           PERFORM UNTIL GL-EOF-SWITCH = 'Y'
                   OR GL-DESC = 'LOAN INTEREST ACCRUED'
                   OR GL-DESC = 'CHECKING XFERS IN'
                   OR GL-DESC = 'SAVINGS XFERS IN'
                   OR GL-DESC = 'REV CHECKING WITHDRWLS'
                   OR GL-DESC = 'REV SAVINGS WITHDRWLS'
                   OR GL-DESC = 'REV LOAN PAYMENTS'
               ADD GL-AMOUNT TO WS-MOVEMENT-TOTAL
           END-IF
           IF GL-DESC = 'CHECKING WITHDRAWALS'
                   OR GL-DESC = 'SAVINGS WITHDRAWALS'
                   OR GL-DESC = 'CLOSED ACCT WITHDRWLS'
                   OR GL-DESC = 'OVERDRAFT FEES'
                   OR GL-DESC = 'STOP FEES CHECKING'
                   OR GL-DESC = 'STOP FEES SAVINGS'
                   OR GL-DESC = 'LOAN PAYMENTS'
                   OR GL-DESC = 'CHECKING XFERS OUT'
                   OR GL-DESC = 'SAVINGS XFERS OUT'
                   OR GL-DESC = 'LOAN XFERS IN'
                   OR GL-DESC = 'REV CHECKING DEPOSITS'
                   OR GL-DESC = 'REV SAVINGS DEPOSITS'
                   OR GL-DESC = 'REV LOAN ADVANCES'
               SUBTRACT GL-AMOUNT FROM WS-MOVEMENT-TOTAL
           END-IF.

           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-IN OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ACTIVE-EOF-SWITCH = 'Y'
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "CLOSED-IN OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INFILE
      *    Memo leg: the raw feed net under deposit-account signs.
      *    Transfer legs cancel pairwise; refused items are still in
      *    here, which is why this is memo and the proof uses the
      *    journal instead.  A reversal's direction depends on the
      *    item it reverses, which only the history file knows, so
      *    reversals stay out of the net and total on a memo line of
      *    their own.
       SUM-TRAN-NET.
           OPEN INPUT TRANFILE
           PERFORM UNTIL TRAN-EOF-SWITCH = 'Y'
                   AT END
                       MOVE 'Y' TO TRAN-EOF-SWITCH
                   NOT AT END
                       IF TRAN-DC-IND = 'R'
                           ADD TRAN-AMOUNT TO WS-TRAN-REVERSALS
                       ELSE
                       IF TRAN-DC-IND = 'C'
                           ADD TRAN-AMOUNT TO WS-TRAN-NET
                       ELSE
                           SUBTRACT TRAN-AMOUNT FROM WS-TRAN-NET
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANFILE.
           MOVE 'TRAN FEED NET (MEMO)' TO PRF-LABEL
           MOVE WS-TRAN-NET TO PRF-AMOUNT
           WRITE PROOF-RECORD FROM WS-PROOF-LINE
           MOVE 'REVERSAL ITEMS (MEMO)' TO PRF-LABEL
           MOVE WS-TRAN-REVERSALS TO PRF-AMOUNT
           WRITE PROOF-RECORD FROM WS-PROOF-LINE
           IF WS-GO-SWITCH = 'Y'
               MOVE 'GO' TO PRF-STATUS
           ELSE
