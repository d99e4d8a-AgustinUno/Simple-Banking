       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Maint-Approve.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Second signature on account maintenance.  The checker signs
      *    on with an operator ID, then works the pending-maintenance
      *    file (Maint-Pending.txt) Maint-Entry builds.  Commands at
      *    the prompt:
      *        an 8-digit pending number - shows the item and asks
      *            A to approve, R to reject (with a reason) or
      *            anything else to leave it pending;
      *        L - lists every item still pending, oldest first;
      *        X - exit.
      *    An item can only be decided while it is pending, and never
      *    by the operator who entered it - approving or rejecting
      *    your own entry is refused.  The decision is stamped on the
      *    item with the checker's ID and the date and time, and only
      *    approved items go forward to Account-Maint, through
      *    Maint-Release.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PENDING-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Pending.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-NO
                FILE STATUS IS WS-PENDING-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE RECORDING MODE F.
       01  PENDING-RECORD.
               COPY PENDREC.

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-COMMAND PIC X(8) VALUE SPACES.
       01 WS-DONE-SWITCH PIC A(1) VALUE 'N'.
       01 WS-LIST-SWITCH PIC A(1) VALUE 'N'.
       01 WS-REPLY PIC X(1) VALUE SPACES.
       01 WS-ITEMS-LISTED PIC 9(6) VALUE 0.
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-ITEM-LINE.
           05 IDSP-PND-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDSP-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDSP-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDSP-STD-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDSP-CODE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDSP-CASH PIC -Z,ZZZ,ZZ9.99.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(10) VALUE "  DETAIL: ".
           05 IDSP-DETAIL PIC X(75).
       01 WS-MAKER-LINE.
           05 FILLER PIC X(14) VALUE "  ENTERED BY ".
           05 IDSP-MAKER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IDSP-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IDSP-ENTRY-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDSP-STATUS PIC X(12).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               DISPLAY "NO MAINTENANCE HAS BEEN ENTERED"
               STOP RUN
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING FILE OPEN FAILED, STATUS "
                   WS-PENDING-STATUS
               STOP RUN
           END-IF.

      *    Sign on: every decision is stamped with this ID.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "ENTER YOUR OPERATOR ID:"
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.

           PERFORM UNTIL WS-DONE-SWITCH = 'Y'
               DISPLAY "ENTER PENDING NO, L TO LIST, X TO EXIT"
               MOVE SPACES TO WS-COMMAND
               ACCEPT WS-COMMAND
               IF WS-COMMAND = 'X' OR WS-COMMAND = 'x'
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
               IF WS-COMMAND = 'L' OR WS-COMMAND = 'l'
                   PERFORM LIST-PENDING
               ELSE
                   IF WS-COMMAND(1:8) IS NUMERIC
                       PERFORM LOOKUP-ITEM
                   ELSE
                       DISPLAY "PENDING NO MUST BE 8 DIGITS"
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

           CLOSE PENDING-FILE.
           STOP RUN.

      *    Every item still waiting for its second signature, in
      *    pending-number (so entry) order.
       LIST-PENDING.
           MOVE 0 TO WS-ITEMS-LISTED
           MOVE 0 TO PND-NO
           MOVE 'N' TO WS-LIST-SWITCH
           START PENDING-FILE KEY IS NOT LESS THAN PND-NO
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-SWITCH
           END-START
           PERFORM UNTIL WS-LIST-SWITCH = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-SWITCH
                   NOT AT END
                       IF PND-PENDING
                           ADD 1 TO WS-ITEMS-LISTED
                           PERFORM SHOW-ITEM-LINES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEMS-LISTED = 0
               DISPLAY "NOTHING PENDING"
           END-IF.

       LOOKUP-ITEM.
           MOVE WS-COMMAND(1:8) TO PND-NO
           READ PENDING-FILE KEY IS PND-NO
               INVALID KEY
                   DISPLAY "PENDING NO " WS-COMMAND(1:8) " NOT FOUND"
               NOT INVALID KEY
                   PERFORM SHOW-ITEM-LINES
                   PERFORM DECIDE-ITEM
           END-READ.

       SHOW-ITEM-LINES.
           MOVE PND-NO TO IDSP-PND-NO
           MOVE PND-ACTION TO IDSP-ACTION
           MOVE PND-STD-ID TO IDSP-STD-ID
           MOVE PND-STD-NAME TO IDSP-STD-NAME
           MOVE PND-CODE TO IDSP-CODE
           MOVE PND-STD-CASH TO IDSP-CASH
           MOVE PND-DETAIL TO IDSP-DETAIL
           MOVE PND-MAKER-ID TO IDSP-MAKER-ID
           MOVE PND-ENTRY-DATE TO IDSP-ENTRY-DATE
           MOVE PND-ENTRY-TIME TO IDSP-ENTRY-TIME
           IF PND-PENDING
               MOVE 'PENDING' TO IDSP-STATUS
           ELSE
           IF PND-APPROVED
               MOVE 'APPROVED' TO IDSP-STATUS
           ELSE
           IF PND-REJECTED
               MOVE 'REJECTED' TO IDSP-STATUS
           ELSE
               MOVE 'RELEASED' TO IDSP-STATUS
           END-IF
           END-IF
           END-IF
           DISPLAY WS-ITEM-LINE
           IF PND-DETAIL NOT = SPACES
               DISPLAY WS-DETAIL-LINE
           END-IF
           DISPLAY WS-MAKER-LINE.

      *    Only a pending item can be decided, and only by someone
      *    other than its maker.
       DECIDE-ITEM.
           IF NOT PND-PENDING
               DISPLAY "ITEM IS NOT PENDING - NO ACTION TAKEN"
           ELSE
           IF PND-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "YOU ENTERED THIS ITEM - A DIFFERENT OPERATOR "
                   "MUST APPROVE IT"
           ELSE
               DISPLAY "A TO APPROVE, R TO REJECT, ANY OTHER KEY "
                   "TO LEAVE PENDING"
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY = 'A' OR WS-REPLY = 'a'
                   MOVE 'A' TO PND-STATUS
                   PERFORM STAMP-DECISION
                   DISPLAY "ITEM " PND-NO " APPROVED"
               ELSE
                   IF WS-REPLY = 'R' OR WS-REPLY = 'r'
                       DISPLAY "REASON FOR REJECTING:"
                       MOVE SPACES TO PND-REJECT-REASON
                       ACCEPT PND-REJECT-REASON
                       MOVE 'R' TO PND-STATUS
                       PERFORM STAMP-DECISION
                       DISPLAY "ITEM " PND-NO " REJECTED"
                   ELSE
                       DISPLAY "ITEM LEFT PENDING"
                   END-IF
               END-IF
           END-IF
           END-IF.

       STAMP-DECISION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO PND-CHECKER-ID
           MOVE WS-NOW-DATE TO PND-DECIDE-DATE
           MOVE WS-NOW-TIME(1:6) TO PND-DECIDE-TIME
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "PENDING REWRITE FAILED, STATUS "
                       WS-PENDING-STATUS
           END-REWRITE.
