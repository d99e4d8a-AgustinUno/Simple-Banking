       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Maint-Release.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Nightly, ahead of Account-Maint.  Builds Maintenance-Data.txt
      *    from the pending-maintenance file (Maint-Pending.txt): every
      *    item a checker has approved through Maint-Approve goes out,
      *    sorted by account ID and within an account in entry order,
      *    in the layout Account-Maint reads, carrying its maker and
      *    checker IDs and timestamps so Maint-Audit.txt can show both
      *    signatures.  Each item released is marked released on the
      *    business date off Run-Control.txt; a rerun on the same
      *    business date sends the same items again, so the build can
      *    be repeated.  Items still pending are never released and
      *    items the checker rejected stay on file as the record of
      *    the refusal.
      *    Items left pending more than WS-PENDING-AGE-DAYS days past
      *    the date they were entered age onto the exception report
      *    (Maint-Pending-Aged.txt) for a supervisor to chase.
      *    The release report (Maint-Release-Report.txt) lists each
      *    item released and the night's counts.
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

                SELECT MAINT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Maintenance-Data.txt".

                SELECT SORT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Sort-Work.tmp".

                SELECT RELEASE-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Release-Report.txt".

                SELECT EXCEPTION-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Maint-Pending-Aged.txt".

      *    RUN-CONTROL-FILE - read only, for the business date items
      *    are released on and aged against.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE RECORDING MODE F.
       01  PENDING-RECORD.
               COPY PENDREC.

      *    MAINT-FILE - Account-Maint's MAINT-RECORD: the action image
      *    the maker entered, then both signatures and the pending
      *    number it was approved under.
       FD MAINT-FILE RECORDING MODE F.
       01  MAINT-RECORD PIC X(170).

       SD SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACTION PIC X(1).
           05 SRT-STD-ID PIC 9(8).
           05 FILLER PIC X(109).
           05 SRT-MAKER-ID PIC X(8).
           05 SRT-ENTRY-DATE PIC 9(8).
           05 SRT-ENTRY-TIME PIC 9(6).
           05 SRT-CHECKER-ID PIC X(8).
           05 SRT-DECIDE-DATE PIC 9(8).
           05 SRT-DECIDE-TIME PIC 9(6).
           05 SRT-PND-NO PIC 9(8).

       FD RELEASE-REPORT RECORDING MODE F.
       01  RELEASE-REPORT-RECORD PIC X(90).

       FD EXCEPTION-REPORT RECORDING MODE F.
       01  EXCEPTION-REPORT-RECORD PIC X(90).

       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

       WORKING-STORAGE SECTION.
       01 PENDING-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 SORT-EOF-SWITCH PIC A(1) VALUE 'N'.
       01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      *    How long an item may wait for its second signature before
      *    it is reported.
       01 WS-PENDING-AGE-DAYS PIC 9(3) VALUE 5.
       01 WS-DAYS-PENDING PIC S9(5) VALUE 0.
       01 WS-ITEMS-RELEASED PIC 9(6) VALUE 0.
       01 WS-ITEMS-PENDING PIC 9(6) VALUE 0.
       01 WS-ITEMS-AGED PIC 9(6) VALUE 0.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(25) VALUE "MAINTENANCE RELEASED FOR".
           05 FILLER PIC X(16) VALUE "BUSINESS DATE ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(41) VALUE SPACES.
       01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(25) VALUE "MAINTENANCE PENDING OVER ".
           05 HDG-AGE-DAYS PIC ZZ9.
           05 FILLER PIC X(14) VALUE " DAYS AS AT ".
           05 HDG-EXC-DATE PIC 9(8).
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-RELEASE-LINE.
           05 FILLER PIC X(8) VALUE "PENDING ".
           05 RLS-PND-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLS-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLS-STD-ID PIC 9(8).
           05 FILLER PIC X(5) VALUE " BY ".
           05 RLS-MAKER-ID PIC X(8).
           05 FILLER PIC X(13) VALUE " APPROVED BY ".
           05 RLS-CHECKER-ID PIC X(8).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-EXCEPTION-LINE.
           05 FILLER PIC X(8) VALUE "PENDING ".
           05 EXC-PND-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STD-NAME PIC X(24).
           05 FILLER PIC X(5) VALUE " BY ".
           05 EXC-MAKER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-DAYS PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE " DAYS".
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ITEMS RELEASED:".
           05 TOT-RELEASED PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  STILL PENDING:".
           05 TOT-PENDING PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  PAST AGE LIMIT:".
           05 TOT-AGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.
      *    No pending file yet means nothing has been entered: build
      *    an empty one and reopen it, so the night still writes an
      *    empty Maintenance-Data.txt for Account-Maint.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING FILE OPEN FAILED, STATUS "
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEASE-REPORT
           OPEN OUTPUT EXCEPTION-REPORT.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-PENDING-AGE-DAYS TO HDG-AGE-DAYS
           MOVE WS-RUN-DATE TO HDG-EXC-DATE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-HEADING.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-STD-ID SRT-PND-NO
               INPUT PROCEDURE IS SELECT-APPROVED
               OUTPUT PROCEDURE IS WRITE-MAINT-FILE.

           MOVE WS-ITEMS-RELEASED TO TOT-RELEASED
           MOVE WS-ITEMS-PENDING TO TOT-PENDING
           MOVE WS-ITEMS-AGED TO TOT-AGED
           WRITE RELEASE-REPORT-RECORD FROM WS-TOTAL-LINE.

           CLOSE PENDING-FILE
           CLOSE RELEASE-REPORT
           CLOSE EXCEPTION-REPORT.
           STOP RUN.

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
           MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
           CLOSE RUN-CONTROL-FILE.

      *    One pass over the pending file.  Approved items - and items
      *    already released tonight, on a rerun - go to the sort and
      *    are marked released; pending items are counted and aged.
       SELECT-APPROVED.
           PERFORM UNTIL PENDING-EOF-SWITCH = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PENDING-EOF-SWITCH
                   NOT AT END
                       IF PND-APPROVED
                           OR (PND-RELEASED
                               AND PND-RELEASE-DATE = WS-RUN-DATE)
                           PERFORM RELEASE-ONE-ITEM
                       ELSE
                           IF PND-PENDING
                               PERFORM AGE-PENDING-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ITEM.
           MOVE PND-MAINT TO SORT-RECORD(1:118)
           MOVE PND-MAKER-ID TO SRT-MAKER-ID
           MOVE PND-ENTRY-DATE TO SRT-ENTRY-DATE
           MOVE PND-ENTRY-TIME TO SRT-ENTRY-TIME
           MOVE PND-CHECKER-ID TO SRT-CHECKER-ID
           MOVE PND-DECIDE-DATE TO SRT-DECIDE-DATE
           MOVE PND-DECIDE-TIME TO SRT-DECIDE-TIME
           MOVE PND-NO TO SRT-PND-NO
           RELEASE SORT-RECORD
           MOVE 'L' TO PND-STATUS
           MOVE WS-RUN-DATE TO PND-RELEASE-DATE
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "PENDING REWRITE FAILED FOR " PND-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-ITEMS-RELEASED
           MOVE PND-NO TO RLS-PND-NO
           MOVE PND-ACTION TO RLS-ACTION
           MOVE PND-STD-ID TO RLS-STD-ID
           MOVE PND-MAKER-ID TO RLS-MAKER-ID
           MOVE PND-CHECKER-ID TO RLS-CHECKER-ID
           WRITE RELEASE-REPORT-RECORD FROM WS-RELEASE-LINE.

      *    Days waiting are counted from the date the maker entered
      *    the item to the business date.
       AGE-PENDING-ITEM.
           ADD 1 TO WS-ITEMS-PENDING
           COMPUTE WS-DAYS-PENDING =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE)
           IF WS-DAYS-PENDING > WS-PENDING-AGE-DAYS
               ADD 1 TO WS-ITEMS-AGED
               MOVE PND-NO TO EXC-PND-NO
               MOVE PND-ACTION TO EXC-ACTION
               MOVE PND-STD-ID TO EXC-STD-ID
               MOVE PND-STD-NAME TO EXC-STD-NAME
               MOVE PND-MAKER-ID TO EXC-MAKER-ID
               MOVE PND-ENTRY-DATE TO EXC-ENTRY-DATE
               MOVE WS-DAYS-PENDING TO EXC-DAYS
               WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.

       WRITE-MAINT-FILE.
           OPEN OUTPUT MAINT-FILE
           PERFORM UNTIL SORT-EOF-SWITCH = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       WRITE MAINT-RECORD FROM SORT-RECORD
               END-RETURN
           END-PERFORM
           CLOSE MAINT-FILE.
