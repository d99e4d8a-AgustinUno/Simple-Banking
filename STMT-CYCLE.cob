           05 HIST-AMOUNT PIC 9(7)V99.
           05 HIST-XFR-ID PIC 9(8).
           05 HIST-TYPE PIC X(1).
           05 HIST-CHECK-NO PIC 9(10).
           05 HIST-LINK-DATE PIC 9(8).
           05 HIST-LINK-SEQ PIC 9(4).

      *    CYCLE-STMT-FILE - one consolidated statement block per
      *    account, formatted for print and mail.
       01 WS-XFR-DESC-LINE.
           05 XFR-DESC-VERB PIC X(14).
           05 XFR-DESC-ID PIC 9(8).
      *    Check description, the way the nightly statement prints a
      *    check that paid.
       01 WS-CHECK-DESC-LINE.
           05 FILLER PIC X(6) VALUE "CHECK ".
           05 CHK-DESC-NO PIC 9(10).
      *    Reversal description, the way the nightly statement
      *    prints it: the date of the item reversed.
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

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   IF HIST-TYPE = 'I'
                       ADD HIST-AMOUNT TO WS-INT-TOTAL
                   END-IF
                   IF HIST-TYPE = 'F' OR HIST-TYPE = 'P'
                       ADD HIST-AMOUNT TO WS-FEE-TOTAL
                   END-IF
               END-IF
           IF HIST-TYPE = 'F'
               MOVE 'OVERDRAFT FEE' TO STMT-DTL-DESC
           ELSE
           IF HIST-TYPE = 'P'
               MOVE 'STOP PAYMENT FEE' TO STMT-DTL-DESC
           ELSE
           IF HIST-TYPE = 'R'
               MOVE HIST-LINK-DATE TO WS-REV-DATE
               MOVE REV-DATE-MM TO REV-DESC-MM
               MOVE REV-DATE-DD TO REV-DESC-DD
               MOVE WS-REV-DESC-LINE TO STMT-DTL-DESC
           ELSE
           IF HIST-CHECK-NO > 0 AND HIST-DC-IND = 'D'
               MOVE HIST-CHECK-NO TO CHK-DESC-NO
               MOVE WS-CHECK-DESC-LINE TO STMT-DTL-DESC
           ELSE
           IF ACT-CODE = 'L'
               IF HIST-DC-IND = 'D'
                   MOVE 'ADVANCE' TO STMT-DTL-DESC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       END-STATEMENT.
