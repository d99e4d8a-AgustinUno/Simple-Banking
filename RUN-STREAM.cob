       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Run-Stream.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Nightly run-stream controller.  Drives the night's batch
      *    programs in order off the step table below instead of an
      *    operator starting each one by hand.  Every step is logged
      *    on the run log (Run-Log.txt) under the business date on
      *    Run-Control.txt with its start and end, return code,
      *    attempts and outcome:
      *        COMPLETE - ran and ended with return code zero;
      *        FAILED   - ended with a nonzero return code (the
      *                   programs set 16 on a fatal stop), or was
      *                   still marked running when the controller
      *                   itself went down;
      *        HELD     - gated on the end-of-day proof, which has
      *                   not said GO for the business date;
      *        NOT RUN  - a step it depends on has not completed.
      *    A step only starts once every step it depends on is
      *    COMPLETE for the business date.  Steps with nothing
      *    failed behind them still run after a failure, so one bad
      *    extract does not stop the rest of the night.
      *    Settlement-Data.txt and GL-Journal.txt are held until
      *    Eod-Proof says GO (Eod-Proof-Flag.txt): the RELEASE step
      *    is gated on the flag, and everything that takes either
      *    file downstream depends on RELEASE.
      *    Rerunning the controller for the same business date is a
      *    restart: COMPLETE steps are passed over and the night
      *    picks up at the step that failed.  Every run ends with
      *    the morning run summary (Run-Stream-Summary.txt).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RUN-CONTROL-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Control.txt"
                FILE STATUS IS WS-RUNCTL-STATUS.

                SELECT RUN-LOG-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Log.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RLG-KEY
                FILE STATUS IS WS-RUNLOG-STATUS.

                SELECT OPTIONAL PROOF-FLAG-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Eod-Proof-Flag.txt".

                SELECT SUMMARY-REPORT
       ASSIGN TO "/home/lloyd/Desktop/Code/Run-Stream-Summary.txt".

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-POSTED-FLAG PIC X(1).

      *    RUN-LOG-FILE - one record per step per business date.
       FD RUN-LOG-FILE RECORDING MODE F.
       01  RUN-LOG-RECORD.
           05 RLG-KEY.
               10 RLG-RUN-DATE PIC 9(8).
               10 RLG-STEP-NO PIC 9(2).
           05 RLG-STEP-NAME PIC X(16).
           05 RLG-STATUS PIC X(1).
               88 RLG-RUNNING         VALUE 'R'.
               88 RLG-COMPLETE        VALUE 'C'.
               88 RLG-FAILED          VALUE 'F'.
               88 RLG-HELD            VALUE 'H'.
               88 RLG-NOT-RUN         VALUE 'N'.
           05 RLG-START-DATE PIC 9(8).
           05 RLG-START-TIME PIC 9(6).
           05 RLG-END-DATE PIC 9(8).
           05 RLG-END-TIME PIC 9(6).
           05 RLG-RETURN-CODE PIC 9(4).
           05 RLG-ATTEMPTS PIC 9(2).
           05 RLG-MESSAGE PIC X(34).

      *    PROOF-FLAG-FILE - the flag Eod-Proof leaves for the night.
       FD PROOF-FLAG-FILE RECORDING MODE F.
       01  PROOF-FLAG-RECORD.
           05 FLG-STATUS PIC X(4).
           05 FLG-RUN-DATE PIC 9(8).

       FD SUMMARY-REPORT RECORDING MODE F.
       01  SUMMARY-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUNLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
      *    Where the night's programs are installed.
       01 WS-PROGRAM-DIR PIC X(26)
                  VALUE "/home/lloyd/Desktop/Code/".
       01 WS-COMMAND PIC X(80) VALUE SPACES.
       01 WS-STEP-RC PIC S9(9) COMP VALUE 0.
       01 WS-STEP-SUB PIC 9(2) VALUE 0.
       01 WS-DEP-SUB PIC 9(2) VALUE 0.
       01 WS-DEP-STEP PIC 9(2) VALUE 0.
       01 WS-DEPS-MET PIC A(1) VALUE 'Y'.
       01 WS-WAITING-ON PIC 9(2) VALUE 0.
      *    'Y' when the run log already holds this step for the date.
       01 WS-LOG-FOUND PIC A(1) VALUE 'N'.
       01 WS-PROOF-GO PIC A(1) VALUE 'N'.
       01 WS-PROOF-TEXT PIC X(4) VALUE SPACES.
       01 WS-STEPS-RUN PIC 9(2) VALUE 0.
       01 WS-STEPS-COMPLETE PIC 9(2) VALUE 0.
       01 WS-STEPS-FAILED PIC 9(2) VALUE 0.
       01 WS-STEPS-HELD PIC 9(2) VALUE 0.
       01 WS-STEPS-NOT-RUN PIC 9(2) VALUE 0.
      *    First step of the night not COMPLETE - where a restart
      *    picks up.
       01 WS-RESTART-STEP PIC 9(2) VALUE 0.
       01 WS-RESTART-NAME PIC X(16) VALUE SPACES.
       01 WS-RC-DISPLAY PIC 9(4) VALUE 0.

      *    The step table.  Each step: its name, the program it
      *    runs (blank for a step the controller does itself), up
      *    to three step numbers it depends on, and 'G' if it may
      *    not start until Eod-Proof says GO.  Steps run in table
      *    order, so a step's dependencies are always above it.
       01 WS-STEP-COUNT PIC 9(2) VALUE 12.
       01 WS-STEP-VALUES.
      *        01
           05 FILLER PIC X(16) VALUE "MAINT-RELEASE".
           05 FILLER PIC X(16) VALUE "MAINT-RELEASE".
           05 FILLER PIC X(7) VALUE "000000".
      *        02
           05 FILLER PIC X(16) VALUE "ACCOUNT-MAINT".
           05 FILLER PIC X(16) VALUE "ACCOUNT-MAINT".
           05 FILLER PIC X(7) VALUE "010000".
      *        03
           05 FILLER PIC X(16) VALUE "SCHED-GEN".
           05 FILLER PIC X(16) VALUE "SCHED-GEN".
           05 FILLER PIC X(7) VALUE "020000".
      *        04
           05 FILLER PIC X(16) VALUE "TRAN-EDIT".
           05 FILLER PIC X(16) VALUE "TRAN-EDIT".
           05 FILLER PIC X(7) VALUE "030000".
      *        05
           05 FILLER PIC X(16) VALUE "BASIC-BANKING".
           05 FILLER PIC X(16) VALUE "MAIN-ROUTINE".
           05 FILLER PIC X(7) VALUE "020400".
      *        06
           05 FILLER PIC X(16) VALUE "SCHED-EXCEPT".
           05 FILLER PIC X(16) VALUE "SCHED-EXCEPT".
           05 FILLER PIC X(7) VALUE "050000".
      *        07
           05 FILLER PIC X(16) VALUE "EOD-PROOF".
           05 FILLER PIC X(16) VALUE "EOD-PROOF".
           05 FILLER PIC X(7) VALUE "050000".
      *        08 - lets Settlement-Data.txt and GL-Journal.txt go.
           05 FILLER PIC X(16) VALUE "RELEASE".
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "070000G".
      *        09
           05 FILLER PIC X(16) VALUE "CLOSED-PAYOUT".
           05 FILLER PIC X(16) VALUE "CLOSED-PAYOUT".
           05 FILLER PIC X(7) VALUE "080000".
      *        10
           05 FILLER PIC X(16) VALUE "GL-POST".
           05 FILLER PIC X(16) VALUE "GL-POST".
           05 FILLER PIC X(7) VALUE "080900".
      *        11
           05 FILLER PIC X(16) VALUE "STMT-MAIL".
           05 FILLER PIC X(16) VALUE "STMT-MAIL".
           05 FILLER PIC X(7) VALUE "070000".
      *        12
           05 FILLER PIC X(16) VALUE "COLL-EXTRACT".
           05 FILLER PIC X(16) VALUE "COLL-EXTRACT".
           05 FILLER PIC X(7) VALUE "070000".
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STEP-ENTRY OCCURS 12 TIMES.
               10 WS-STEP-NAME PIC X(16).
               10 WS-STEP-PROGRAM PIC X(16).
               10 WS-STEP-DEP PIC 9(2) OCCURS 3 TIMES.
               10 WS-STEP-GATE PIC X(1).
      *    Each step's outcome as the night stands, for the
      *    dependency checks further down the table.
       01 WS-STEP-OUTCOMES.
           05 WS-STEP-OUTCOME PIC X(1) OCCURS 12 TIMES.

       01 WS-SUM-HEADING.
           05 FILLER PIC X(30) VALUE "NIGHTLY RUN SUMMARY".
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 SMH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  PRINTED ".
           05 SMH-NOW-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SMH-NOW-TIME PIC 9(6).
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-SUM-COLUMNS.
           05 FILLER PIC X(20) VALUE "STEP".
           05 FILLER PIC X(10) VALUE "OUTCOME".
           05 FILLER PIC X(16) VALUE "STARTED".
           05 FILLER PIC X(16) VALUE "ENDED".
           05 FILLER PIC X(6) VALUE "RC".
           05 FILLER PIC X(6) VALUE "TRIES".
           05 FILLER PIC X(36) VALUE SPACES.
       01 WS-SUM-LINE.
           05 SML-STEP-NO PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-STEP-NAME PIC X(16).
           05 SML-OUTCOME PIC X(10).
           05 SML-START-DATE PIC 9(8) BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SML-START-TIME PIC 9(6) BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SML-END-DATE PIC 9(8) BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SML-END-TIME PIC 9(6) BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SML-RC PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-ATTEMPTS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-MESSAGE PIC X(34).
       01 WS-SUM-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE "COMPLETE:".
           05 SMT-COMPLETE PIC Z9.
           05 FILLER PIC X(12) VALUE "  FAILED:".
           05 SMT-FAILED PIC Z9.
           05 FILLER PIC X(12) VALUE "  HELD:".
           05 SMT-HELD PIC Z9.
           05 FILLER PIC X(12) VALUE "  NOT RUN:".
           05 SMT-NOT-RUN PIC Z9.
           05 FILLER PIC X(12) VALUE "  RAN NOW:".
           05 SMT-RUN PIC Z9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-SUM-END-LINE.
           05 SME-TEXT PIC X(34).
           05 SME-STEP-NO PIC 9(2) BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SME-STEP-NAME PIC X(16).
           05 FILLER PIC X(57) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           PERFORM LOAD-RUN-CONTROL.

      *    The run log carries every night: open it I-O and only
      *    build a fresh one the first time.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RUN LOG OPEN FAILED, STATUS "
                   WS-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "RUN STREAM FOR BUSINESS DATE " WS-RUN-DATE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM PROCESS-ONE-STEP
           END-PERFORM.

           PERFORM PRINT-RUN-SUMMARY
           CLOSE RUN-LOG-FILE.

      *    The controller's own return code tells the scheduler
      *    whether the night finished: 0 all complete, 4 something
      *    held or waiting, 16 a step failed.
           IF WS-STEPS-FAILED NOT = 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-STEPS-HELD NOT = 0 OR WS-STEPS-NOT-RUN NOT = 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    The controller runs both sides of the posting run, so it
      *    takes the business date whatever the posted flag says.
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

      *    A step already COMPLETE for the date is passed over - this
      *    is what makes a rerun a restart.  Anything else is tried
      *    again, dependencies and gate permitting.
       PROCESS-ONE-STEP.
           PERFORM READ-STEP-LOG
           IF WS-LOG-FOUND = 'Y' AND RLG-COMPLETE
               MOVE 'C' TO WS-STEP-OUTCOME(WS-STEP-SUB)
               DISPLAY "STEP " WS-STEP-SUB " "
                   WS-STEP-NAME(WS-STEP-SUB) " ALREADY COMPLETE"
           ELSE
               PERFORM CHECK-DEPENDENCIES
               IF WS-DEPS-MET = 'N'
                   MOVE 'N' TO RLG-STATUS
                   MOVE SPACES TO RLG-MESSAGE
                   STRING "WAITING ON STEP " DELIMITED BY SIZE
                       WS-WAITING-ON DELIMITED BY SIZE
                       INTO RLG-MESSAGE
                   END-STRING
                   PERFORM SAVE-STEP-LOG
               ELSE
               IF WS-STEP-GATE(WS-STEP-SUB) = 'G'
                       AND WS-PROOF-GO = 'N'
                   PERFORM READ-PROOF-FLAG
               END-IF
               IF WS-STEP-GATE(WS-STEP-SUB) = 'G'
                       AND WS-PROOF-GO = 'N'
                   MOVE 'H' TO RLG-STATUS
                   MOVE SPACES TO RLG-MESSAGE
                   IF WS-PROOF-TEXT = SPACES
                       MOVE "HELD - NO EOD PROOF FOR THE DATE"
                           TO RLG-MESSAGE
                   ELSE
                       STRING "HELD - EOD PROOF SAYS "
                           DELIMITED BY SIZE
                           WS-PROOF-TEXT DELIMITED BY SPACE
                           INTO RLG-MESSAGE
                       END-STRING
                   END-IF
                   PERFORM SAVE-STEP-LOG
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
               END-IF
               MOVE RLG-STATUS TO WS-STEP-OUTCOME(WS-STEP-SUB)
               DISPLAY "STEP " WS-STEP-SUB " "
                   WS-STEP-NAME(WS-STEP-SUB) " " RLG-MESSAGE
           END-IF.

      *    Every step named as a dependency must be COMPLETE tonight.
      *    The first one that is not is named on the log.
       CHECK-DEPENDENCIES.
           MOVE 'Y' TO WS-DEPS-MET
           MOVE 0 TO WS-WAITING-ON
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > 3 OR WS-DEPS-MET = 'N'
               MOVE WS-STEP-DEP(WS-STEP-SUB WS-DEP-SUB)
                   TO WS-DEP-STEP
               IF WS-DEP-STEP NOT = 0
                   IF WS-STEP-OUTCOME(WS-DEP-STEP) NOT = 'C'
                       MOVE 'N' TO WS-DEPS-MET
                       MOVE WS-DEP-STEP TO WS-WAITING-ON
                   END-IF
               END-IF
           END-PERFORM.

      *    Eod-Proof's flag only counts for tonight's business date;
      *    last night's GO releases nothing.
       READ-PROOF-FLAG.
           MOVE 'N' TO WS-PROOF-GO
           MOVE SPACES TO WS-PROOF-TEXT
           OPEN INPUT PROOF-FLAG-FILE
           READ PROOF-FLAG-FILE
               AT END
                   MOVE SPACES TO FLG-STATUS
                   MOVE 0 TO FLG-RUN-DATE
           END-READ
           CLOSE PROOF-FLAG-FILE
           IF FLG-RUN-DATE = WS-RUN-DATE
               MOVE FLG-STATUS TO WS-PROOF-TEXT
               IF FLG-STATUS = 'GO'
                   MOVE 'Y' TO WS-PROOF-GO
               END-IF
           END-IF.

      *    The step goes on the log as running before it starts, so
      *    if the controller itself goes down mid-step the restart
      *    finds it unfinished and runs it again.
       RUN-ONE-STEP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'R' TO RLG-STATUS
           MOVE WS-NOW-DATE TO RLG-START-DATE
           MOVE WS-NOW-TIME(1:6) TO RLG-START-TIME
           MOVE 0 TO RLG-END-DATE
           MOVE 0 TO RLG-END-TIME
           MOVE 0 TO RLG-RETURN-CODE
           ADD 1 TO RLG-ATTEMPTS
           MOVE "RUNNING" TO RLG-MESSAGE
           PERFORM SAVE-STEP-LOG
           ADD 1 TO WS-STEPS-RUN

           IF WS-STEP-PROGRAM(WS-STEP-SUB) = SPACES
               MOVE 0 TO WS-STEP-RC
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING WS-PROGRAM-DIR DELIMITED BY SPACE
                   WS-STEP-PROGRAM(WS-STEP-SUB) DELIMITED BY SPACE
                   INTO WS-COMMAND
               END-STRING
               DISPLAY "STEP " WS-STEP-SUB " "
                   WS-STEP-NAME(WS-STEP-SUB) " STARTING"
               CALL "SYSTEM" USING WS-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO RLG-END-DATE
           MOVE WS-NOW-TIME(1:6) TO RLG-END-TIME
           IF WS-STEP-RC = 0
               MOVE 'C' TO RLG-STATUS
               PERFORM NOTE-STEP-RESULT
           ELSE
               MOVE 'F' TO RLG-STATUS
               IF WS-STEP-RC < 0 OR WS-STEP-RC > 9999
                   MOVE 9999 TO RLG-RETURN-CODE
               ELSE
                   MOVE WS-STEP-RC TO RLG-RETURN-CODE
               END-IF
               MOVE RLG-RETURN-CODE TO WS-RC-DISPLAY
               MOVE SPACES TO RLG-MESSAGE
               STRING "FAILED, RETURN CODE " DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO RLG-MESSAGE
               END-STRING
           END-IF
           PERFORM SAVE-STEP-LOG.

      *    What a completed step leaves for the morning: the proof's
      *    verdict, and the release of the held extracts.
       NOTE-STEP-RESULT.
           MOVE "COMPLETE" TO RLG-MESSAGE
           IF WS-STEP-NAME(WS-STEP-SUB) = "EOD-PROOF"
               PERFORM READ-PROOF-FLAG
               MOVE SPACES TO RLG-MESSAGE
               IF WS-PROOF-TEXT = SPACES
                   MOVE "COMPLETE - NO PROOF FLAG FOR DATE"
                       TO RLG-MESSAGE
               ELSE
                   STRING "COMPLETE - PROOF " DELIMITED BY SIZE
                       WS-PROOF-TEXT DELIMITED BY SPACE
                       INTO RLG-MESSAGE
                   END-STRING
               END-IF
           END-IF
           IF WS-STEP-NAME(WS-STEP-SUB) = "RELEASE"
               MOVE "SETTLEMENT + GL JOURNAL RELEASED"
                   TO RLG-MESSAGE
           END-IF.

       READ-STEP-LOG.
           MOVE WS-RUN-DATE TO RLG-RUN-DATE
           MOVE WS-STEP-SUB TO RLG-STEP-NO
           READ RUN-LOG-FILE KEY IS RLG-KEY
               INVALID KEY
                   MOVE 'N' TO WS-LOG-FOUND
                   MOVE WS-STEP-NAME(WS-STEP-SUB) TO RLG-STEP-NAME
                   MOVE SPACE TO RLG-STATUS
                   MOVE 0 TO RLG-START-DATE
                   MOVE 0 TO RLG-START-TIME
                   MOVE 0 TO RLG-END-DATE
                   MOVE 0 TO RLG-END-TIME
                   MOVE 0 TO RLG-RETURN-CODE
                   MOVE 0 TO RLG-ATTEMPTS
                   MOVE SPACES TO RLG-MESSAGE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOG-FOUND
           END-READ.

       SAVE-STEP-LOG.
           IF WS-LOG-FOUND = 'Y'
               REWRITE RUN-LOG-RECORD
                   INVALID KEY
                       DISPLAY "RUN LOG REWRITE FAILED, STATUS "
                           WS-RUNLOG-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-LOG-RECORD
                   INVALID KEY
                       DISPLAY "RUN LOG WRITE FAILED, STATUS "
                           WS-RUNLOG-STATUS
               END-WRITE
               MOVE 'Y' TO WS-LOG-FOUND
           END-IF.

      *    The morning summary: every step in the table and how it
      *    stands on the log for the business date, then where a
      *    restart would pick up.
       PRINT-RUN-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-RUN-DATE TO SMH-RUN-DATE
           MOVE WS-NOW-DATE TO SMH-NOW-DATE
           MOVE WS-NOW-TIME(1:6) TO SMH-NOW-TIME
           WRITE SUMMARY-RECORD FROM WS-SUM-HEADING
           WRITE SUMMARY-RECORD FROM WS-SUM-COLUMNS
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM PRINT-SUMMARY-STEP
           END-PERFORM

           MOVE WS-STEPS-COMPLETE TO SMT-COMPLETE
           MOVE WS-STEPS-FAILED TO SMT-FAILED
           MOVE WS-STEPS-HELD TO SMT-HELD
           MOVE WS-STEPS-NOT-RUN TO SMT-NOT-RUN
           MOVE WS-STEPS-RUN TO SMT-RUN
           WRITE SUMMARY-RECORD FROM WS-SUM-TOTAL-LINE
           IF WS-RESTART-STEP = 0
               MOVE "NIGHT COMPLETE" TO SME-TEXT
               MOVE 0 TO SME-STEP-NO
               MOVE SPACES TO SME-STEP-NAME
           ELSE
               MOVE "NIGHT NOT COMPLETE - RESTART AT" TO SME-TEXT
               MOVE WS-RESTART-STEP TO SME-STEP-NO
               MOVE WS-RESTART-NAME TO SME-STEP-NAME
           END-IF
           WRITE SUMMARY-RECORD FROM WS-SUM-END-LINE
           CLOSE SUMMARY-REPORT.

       PRINT-SUMMARY-STEP.
           PERFORM READ-STEP-LOG
           MOVE WS-STEP-SUB TO SML-STEP-NO
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO SML-STEP-NAME
           MOVE RLG-START-DATE TO SML-START-DATE
           MOVE RLG-START-TIME TO SML-START-TIME
           MOVE RLG-END-DATE TO SML-END-DATE
           MOVE RLG-END-TIME TO SML-END-TIME
           MOVE RLG-RETURN-CODE TO SML-RC
           MOVE RLG-ATTEMPTS TO SML-ATTEMPTS
           MOVE RLG-MESSAGE TO SML-MESSAGE
           IF RLG-COMPLETE
               MOVE "COMPLETE" TO SML-OUTCOME
               ADD 1 TO WS-STEPS-COMPLETE
           ELSE
           IF RLG-HELD
               MOVE "HELD" TO SML-OUTCOME
               ADD 1 TO WS-STEPS-HELD
           ELSE
           IF RLG-NOT-RUN OR WS-LOG-FOUND = 'N'
               MOVE "NOT RUN" TO SML-OUTCOME
               ADD 1 TO WS-STEPS-NOT-RUN
           ELSE
               MOVE "FAILED" TO SML-OUTCOME
               ADD 1 TO WS-STEPS-FAILED
           END-IF
           END-IF
           END-IF
           IF NOT RLG-COMPLETE AND WS-RESTART-STEP = 0
               MOVE WS-STEP-SUB TO WS-RESTART-STEP
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-RESTART-NAME
           END-IF
           WRITE SUMMARY-RECORD FROM WS-SUM-LINE.
