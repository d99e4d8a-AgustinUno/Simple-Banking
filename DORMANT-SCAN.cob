           05 HIST-AMOUNT PIC 9(7)V99.
           05 HIST-XFR-ID PIC 9(8).
           05 HIST-TYPE PIC X(1).
           05 HIST-CHECK-NO PIC 9(10).
           05 HIST-LINK-DATE PIC 9(8).
           05 HIST-LINK-SEQ PIC 9(4).

      *    DORMANT-FILE - the layout Basic-Banking reads back as
      *    DORMANT-RECORD.  DMT-STATUS 'D' = dormant, 'R' = the
           OPEN I-O DORMANT-FILE
           IF WS-DORMANT-STATUS = "35"
               OPEN OUTPUT DORMANT-FILE
               CLOSE DORMANT-FILE
               OPEN I-O DORMANT-FILE
           END-IF
           IF WS-DORMANT-STATUS NOT = "00"
               DISPLAY "DORMANT OPEN FAILED, STATUS "
      *    Walk the account's history key range; the key is ID + date
      *    + sequence, so the last CUSTOMER item read carries the
      *    latest activity date.  System records (HIST-TYPE 'I'
      *    interest, 'F' and 'P' fees, 'R' reversals) are skipped - a
      *    funded savings account accrues interest every run, and
      *    counting that as activity would keep exactly the quiet
      *    funded accounts the auditors ask about off this report
      *    forever.  (Aging after the mark already works off
      *    DMT-LAST-DATE for the same reason.)  No customer activity
      *    at all leaves the last activity at zero.
       FIND-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-ACTIVITY
           MOVE 'N' TO HIST-DONE-SWITCH
                       IF HIST-STD-ID = ACT-STD-ID
                           IF HIST-TYPE NOT = 'I'
                                   AND HIST-TYPE NOT = 'F'
                                   AND HIST-TYPE NOT = 'P'
                                   AND HIST-TYPE NOT = 'R'
                               MOVE HIST-DATE TO WS-LAST-ACTIVITY
                           END-IF
                       ELSE
