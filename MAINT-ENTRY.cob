       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Maint-Entry.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    First half of two-signature account maintenance.  Reads the
      *    operators' maintenance entries (Maint-Entry-Data.txt), each
      *    an Account-Maint action image led by the ID of the operator
      *    who keyed it, and files every one on the pending-
      *    maintenance file (Maint-Pending.txt) under the next pending
      *    number, stamped with its maker and the date and time it was
      *    entered.  Nothing entered here touches an account: a second
      *    operator approves or rejects each item through
      *    Maint-Approve, and only approved items are released to
      *    Account-Maint by Maint-Release.
      *    An entry with no operator ID or an action code Account-Maint
      *    does not know is refused here, on the entry report
      *    (Maint-Entry-Report.txt), which also lists each pending
      *    number given out so the maker can pass it to the checker.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ENTRY-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Entry-Data.txt".

                SELECT PENDING-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Pending.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-NO
                FILE STATUS IS WS-PENDING-STATUS.

                SELECT ENTRY-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Entry-Report.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ENTRY-FILE - the operator ID, then the action exactly as
      *    Account-Maint reads it from Maintenance-Data.txt.
       FD ENTRY-FILE RECORDING MODE F.
       01  ENTRY-RECORD.
           05 ENT-OPERATOR-ID PIC X(8).
           05 ENT-MAINT.
               10 ENT-ACTION PIC X(1).
                   88 ENT-ACTION-VALID    VALUE 'A' 'N' 'C' 'X' 'M'
                                                'H' 'R' 'S' 'W' 'O'
                                                'T' 'K' 'L'.
               10 ENT-STD-ID PIC 9(8).
               10 FILLER PIC X(109).

       FD PENDING-FILE RECORDING MODE F.
       01  PENDING-RECORD.
               COPY PENDREC.

       FD ENTRY-REPORT RECORDING MODE F.
       01  ENTRY-REPORT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 ENTRY-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
       01 WS-PND-SCAN-SWITCH PIC A(1) VALUE 'N'.
      *    One past the highest pending number on file.
       01 WS-NEXT-PND-NO PIC 9(8) VALUE 1.
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON PIC X(24) VALUE SPACES.
       01 WS-ENTRIES-READ PIC 9(6) VALUE 0.
       01 WS-ENTRIES-FILED PIC 9(6) VALUE 0.
       01 WS-ENTRIES-REFUSED PIC 9(6) VALUE 0.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(30) VALUE "MAINTENANCE ENTERED FOR".
           05 FILLER PIC X(9) VALUE "APPROVAL ".
           05 HDG-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HDG-TIME PIC 9(6).
           05 FILLER PIC X(36) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(8) VALUE "PENDING ".
           05 DTL-PND-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STD-NAME PIC X(24).
           05 FILLER PIC X(5) VALUE " BY ".
           05 DTL-MAKER-ID PIC X(8).
           05 FILLER PIC X(22) VALUE SPACES.
       01 WS-REFUSED-LINE.
           05 FILLER PIC X(8) VALUE "REFUSED ".
           05 RFS-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFS-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFS-STD-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFS-REASON PIC X(24).
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ENTRIES READ:".
           05 TOT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  PENDING:".
           05 TOT-FILED PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  REFUSED:".
           05 TOT-REFUSED PIC ZZZ,ZZ9.
           05 FILLER PIC X(25) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           OPEN INPUT ENTRY-FILE
      *    The pending file accumulates across runs: open it I-O and
      *    only build a fresh one the first time (status 35).
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING FILE OPEN FAILED, STATUS "
                   WS-PENDING-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ENTRY-REPORT.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO HDG-DATE
           MOVE WS-NOW-TIME(1:6) TO HDG-TIME
           WRITE ENTRY-REPORT-RECORD FROM WS-REPORT-HEADING
           PERFORM FIND-NEXT-PENDING-NO.

           PERFORM UNTIL ENTRY-EOF-SWITCH = 'Y'
               READ ENTRY-FILE
                   AT END
                       MOVE 'Y' TO ENTRY-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM FILE-ONE-ENTRY
               END-READ
           END-PERFORM.

           MOVE WS-ENTRIES-READ TO TOT-READ
           MOVE WS-ENTRIES-FILED TO TOT-FILED
           MOVE WS-ENTRIES-REFUSED TO TOT-REFUSED
           WRITE ENTRY-REPORT-RECORD FROM WS-TOTAL-LINE.

           CLOSE ENTRY-FILE
           CLOSE PENDING-FILE
           CLOSE ENTRY-REPORT.
           STOP RUN.

      *    Pending numbers run on from the highest already on file,
      *    found by walking the file from the top the way
      *    Account-Maint finds an account's next hold sequence.
       FIND-NEXT-PENDING-NO.
           MOVE 0 TO PND-NO
           MOVE 'N' TO WS-PND-SCAN-SWITCH
           START PENDING-FILE KEY IS NOT LESS THAN PND-NO
               INVALID KEY
                   MOVE 'Y' TO WS-PND-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-PND-SCAN-SWITCH = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PND-SCAN-SWITCH
                   NOT AT END
                       COMPUTE WS-NEXT-PND-NO = PND-NO + 1
               END-READ
           END-PERFORM.

      *    Every entry needs a maker and an action Account-Maint
      *    knows; the action's own edits wait for Account-Maint, so
      *    the checker sees exactly what the maker keyed.
       FILE-ONE-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON
           IF ENT-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID' TO WS-REJECT-REASON
           ELSE
               IF NOT ENT-ACTION-VALID
                   MOVE 'INVALID ACTION' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-NEXT-PND-NO TO PND-NO
               MOVE 'P' TO PND-STATUS
               MOVE ENT-OPERATOR-ID TO PND-MAKER-ID
               MOVE WS-NOW-DATE TO PND-ENTRY-DATE
               MOVE WS-NOW-TIME(1:6) TO PND-ENTRY-TIME
               MOVE 0 TO PND-DECIDE-DATE
               MOVE 0 TO PND-DECIDE-TIME
               MOVE 0 TO PND-RELEASE-DATE
               MOVE ENT-MAINT TO PND-MAINT
               WRITE PENDING-RECORD
                   INVALID KEY
                       DISPLAY "PENDING WRITE FAILED FOR "
                           WS-NEXT-PND-NO
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-NEXT-PND-NO
               ADD 1 TO WS-ENTRIES-FILED
               MOVE PND-NO TO DTL-PND-NO
               MOVE PND-ACTION TO DTL-ACTION
               MOVE PND-STD-ID TO DTL-STD-ID
               MOVE PND-STD-NAME TO DTL-STD-NAME
               MOVE PND-MAKER-ID TO DTL-MAKER-ID
               WRITE ENTRY-REPORT-RECORD FROM WS-DETAIL-LINE
           ELSE
               ADD 1 TO WS-ENTRIES-REFUSED
               MOVE ENT-OPERATOR-ID TO RFS-OPERATOR-ID
               MOVE ENT-ACTION TO RFS-ACTION
               MOVE ENT-MAINT(2:8) TO RFS-STD-ID
               MOVE WS-REJECT-REASON TO RFS-REASON
               WRITE ENTRY-REPORT-RECORD FROM WS-REFUSED-LINE
           END-IF.
