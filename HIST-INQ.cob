      *    give an archive year at the prompt and that year's
      *    Hist-Archive-YYYY.txt is folded in ahead of the live
      *    items, running balance and all.
      *    A reversed item and its reversal are linked: each shows
      *    the other's date and sequence on a line beneath it, so
      *    the pair can be found from either end.
      *    The anchor works backward: everything on history from the
      *    requested start date through today nets to the difference
      *    between the opening balance shown and the current master
           05 HIST-AMOUNT PIC 9(7)V99.
           05 HIST-XFR-ID PIC 9(8).
           05 HIST-TYPE PIC X(1).
           05 HIST-CHECK-NO PIC 9(10).
           05 HIST-LINK-DATE PIC 9(8).
           05 HIST-LINK-SEQ PIC 9(4).

      *    WORKSHEET-FILE - the printed copy of the same view, one
      *    session's inquiries appended in order, for the customer's
      *    ARCHIVE-IN - the live history layout, as Hist-Archive
      *    writes it.
       FD ARCHIVE-IN RECORDING MODE F.
       01  ARCHIVE-RECORD PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-DTL-BAL PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-LINK-LINE.
           05 FILLER PIC X(21) VALUE SPACES.
           05 INQ-LINK-VERB PIC X(12).
           05 INQ-LINK-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE "-".
           05 INQ-LINK-SEQ PIC 9(4).
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER PIC X(16) VALUE "  ITEMS SHOWN:".
           05 INQ-ITEM-COUNT PIC ZZZ,ZZ9.
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
           DISPLAY WS-DETAIL-LINE
           IF WS-PRINT-SWITCH = 'Y'
               WRITE WORKSHEET-RECORD FROM WS-DETAIL-LINE
           END-IF
           IF HIST-LINK-DATE > 0
               PERFORM SHOW-LINK-LINE
           END-IF.

      *    The other half of a reversal pair: under a reversal, the
      *    item it reverses; under a reversed item, its reversal.
       SHOW-LINK-LINE.
           IF HIST-TYPE = 'R'
               MOVE 'REVERSES' TO INQ-LINK-VERB
           ELSE
               MOVE 'REVERSED BY' TO INQ-LINK-VERB
           END-IF
           MOVE HIST-LINK-DATE TO INQ-LINK-DATE
           MOVE HIST-LINK-SEQ TO INQ-LINK-SEQ
           DISPLAY WS-LINK-LINE
           IF WS-PRINT-SWITCH = 'Y'
               WRITE WORKSHEET-RECORD FROM WS-LINK-LINE
           END-IF.

       SHOW-INQUIRY-FOOTER.
           IF HIST-TYPE = 'F'
               MOVE 'OVERDRAFT FEE' TO INQ-DTL-DESC
           ELSE
           IF HIST-TYPE = 'P'
               MOVE 'STOP PAYMENT FEE' TO INQ-DTL-DESC
           ELSE
           IF HIST-TYPE = 'R'
               MOVE HIST-LINK-DATE TO WS-REV-DATE
               MOVE REV-DATE-MM TO REV-DESC-MM
               MOVE REV-DATE-DD TO REV-DESC-DD
               MOVE WS-REV-DESC-LINE TO INQ-DTL-DESC
           ELSE
           IF HIST-CHECK-NO > 0 AND HIST-DC-IND = 'D'
               MOVE HIST-CHECK-NO TO CHK-DESC-NO
               MOVE WS-CHECK-DESC-LINE TO INQ-DTL-DESC
           ELSE
           IF ACCT-LOAN
               IF HIST-DC-IND = 'D'
                   MOVE 'ADVANCE' TO INQ-DTL-DESC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
