      *        X - exit.
      *    Displays the name, the account type decoded from
      *    ACCTCODE, and the balance formatted for reading back to
      *    the customer.  An active account with holds on the hold
      *    master (Hold-Data.txt) also lists each hold - sequence,
      *    reason, placed and expiry dates, amount - then the total
      *    held and the available balance left to draw.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                RECORD KEY IS CLSD-STD-ID
                FILE STATUS IS WS-CLOSED-STATUS.

                SELECT HOLD-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Hold-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HLD-KEY
                FILE STATUS IS WS-HOLD-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 CLSD-CODE PIC A(1).
           05 CLSD-STD-CASH PIC S9(7)V99.

       FD HOLD-FILE RECORDING MODE F.
       01  HOLD-RECORD.
               COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
       01 WS-HOLD-STATUS PIC X(2) VALUE SPACES.
      *    'N' when no hold master exists yet - no hold has ever been
      *    placed, so there is nothing to list.
       01 WS-HOLD-OPEN PIC A(1) VALUE 'N'.
       01 WS-HOLD-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HOLD-LINE.
           05 FILLER PIC X(7) VALUE "  HOLD ".
           05 HDSP-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDSP-REASON PIC X(8).
           05 FILLER PIC X(8) VALUE " PLACED ".
           05 HDSP-PLACED PIC 9(8).
           05 FILLER PIC X(9) VALUE " EXPIRES ".
           05 HDSP-EXPIRY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDSP-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-HOLD-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE "  TOTAL ON HOLD ".
           05 HDSP-TOTAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  AVAILABLE ".
           05 HDSP-AVAILABLE PIC -Z,ZZZ,ZZ9.99.
       01 WS-COMMAND PIC X(8) VALUE SPACES.
       01 WS-DONE-SWITCH PIC A(1) VALUE 'N'.
       01 WS-BROWSE-SWITCH PIC A(1) VALUE 'N'.
               DISPLAY "CLOSED-IN OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "HOLD FILE OPEN FAILED, STATUS "
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-DONE-SWITCH = 'Y'
           END-PERFORM.

           CLOSE ACTIVE-IN
           CLOSE CLOSED-IN
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           STOP RUN.

      *    Keyed read: active first, then closed, so a closed
           MOVE ACT-CODE TO WS-ACCT-CODE
           PERFORM DECODE-ACCT-TYPE
           MOVE ACT-STD-CASH TO DSP-BALANCE
           DISPLAY WS-DISPLAY-LINE
           PERFORM SHOW-HOLDS.

      *    List every hold on file for the account just displayed,
      *    then the total held and the available balance - the
      *    figure the posting run will let the customer draw against.
      *    No holds, no extra lines.
       SHOW-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           IF WS-HOLD-OPEN = 'Y'
               MOVE ACT-STD-ID TO HLD-STD-ID
               MOVE 0 TO HLD-SEQ
               MOVE 'N' TO WS-HOLD-SCAN-SWITCH
               START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
               END-START
               PERFORM UNTIL WS-HOLD-SCAN-SWITCH = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                       NOT AT END
                           IF HLD-STD-ID NOT = ACT-STD-ID
                               MOVE 'Y' TO WS-HOLD-SCAN-SWITCH
                           ELSE
                               PERFORM SHOW-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HOLD-TOTAL > 0
                   MOVE WS-HOLD-TOTAL TO HDSP-TOTAL
                   COMPUTE HDSP-AVAILABLE =
                       ACT-STD-CASH - WS-HOLD-TOTAL
                   DISPLAY WS-HOLD-TOTAL-LINE
               END-IF
           END-IF.

       SHOW-ONE-HOLD.
           MOVE HLD-SEQ TO HDSP-SEQ
           IF HLD-RSN-CHECK
               MOVE 'CHECK' TO HDSP-REASON
           ELSE
           IF HLD-RSN-LEGAL
               MOVE 'LEGAL' TO HDSP-REASON
           ELSE
               IF HLD-RSN-PLEDGE
                   MOVE 'PLEDGE' TO HDSP-REASON
               ELSE
                   MOVE 'OTHER' TO HDSP-REASON
               END-IF
           END-IF
           END-IF
           MOVE HLD-PLACED-DATE TO HDSP-PLACED
           IF HLD-EXPIRY-DATE = 0
               MOVE 'NONE' TO HDSP-EXPIRY
           ELSE
               MOVE HLD-EXPIRY-DATE TO HDSP-EXPIRY
           END-IF
           MOVE HLD-AMOUNT TO HDSP-AMOUNT
           DISPLAY WS-HOLD-LINE
           ADD HLD-AMOUNT TO WS-HOLD-TOTAL.

      *    Decode the one-byte account code into the word the teller
      *    reads to the customer, using the ACCTCODE conditions.
