       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTR0.
      *
      *    Nightly stream driver.  Runs the steps of the nightly
      *    stream one after another in the same run order the
      *    CUSTMSR0 morning report uses, and before starting each
      *    step proves the one before it finished: the step's own
      *    completion record must be on the RUNLEDGR.DAT run ledger
      *    (see RUNLEDRC), stamped after the driver launched it,
      *    with a return code below 8.  A step that ends with a
      *    failure (for CUSTRCN0, the out-of-balance verdict) or
      *    that never writes its record -- an abend, a refused
      *    run, a console left waiting -- holds the stream there:
      *    nothing downstream runs, so a bad night can no longer
      *    ship MAILEXT.CSV or fold an audit log before anybody
      *    looks.  The hold is announced on the console and
      *    written to the driver's own ledger record with the step
      *    that held it and why, so CUSTMSR0 shows it in the
      *    morning.  A warning (return code above 0, below 8) is
      *    noted and the stream carries on.
      *
      *    Each step is started as its own program, by name, the
      *    way the scheduler used to start it, and answers its own
      *    options from the staged RUNCTL.DAT run-control record.
      *
      *    Restart: once the problem is fixed the stream is resumed
      *    at the step that held it -- or any later step -- by
      *    naming that step as the restart point, from the run-
      *    control record when one is staged or at the console
      *    prompt otherwise.  The steps before the restart point
      *    are not run again, so a 3 AM restart never reruns
      *    intake or refolds an audit log.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER ASSIGN TO "RUNLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER
           RECORDING MODE IS F.
       01  RUN-LEDGER-REC              PIC X(115).

       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY RUNCTLRC.

       COPY RUNLEDRC.

      *    Start stamp for the run-ledger completion record.
       01  WS-LED-START-DATE           PIC 9(8).
       01  WS-LED-START-TIME           PIC 9(8).

       01  WS-RUN-LEDGER-STATUS        PIC XX.
           88  WS-RUN-LEDGER-OK            VALUE "00".
           88  WS-RUN-LEDGER-EOF           VALUE "10".

       01  WS-RUN-CONTROL-STATUS       PIC XX.
           88  WS-RUN-CONTROL-OK           VALUE "00".

       01  WS-RUN-CONTROL-SWITCH       PIC X VALUE "N".
           88  WS-RUN-CONTROL-USED         VALUE "Y".

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

      *    The nightly stream in run order -- the same list, in the
      *    same order, as the CUSTMSR0 morning report.
       01  WS-STREAM-NAME-LIST.
           05  FILLER                  PIC X(8) VALUE "CUSTIN00".
           05  FILLER                  PIC X(8) VALUE "CUSTADR0".
           05  FILLER                  PIC X(8) VALUE "CUSTEXT0".
           05  FILLER                  PIC X(8) VALUE "CUSTWEL0".
           05  FILLER                  PIC X(8) VALUE "CUSTEOD0".
           05  FILLER                  PIC X(8) VALUE "CUSTAHC0".
           05  FILLER                  PIC X(8) VALUE "CUSTRCN0".
       01  WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-NAME-LIST.
           05  WS-STREAM-NAME OCCURS 7 TIMES
                   PIC X(8).

       01  WS-STEP-SUB                 PIC 9(2) COMP.
       01  WS-FIRST-STEP               PIC 9(2) COMP VALUE 1.
       01  WS-RESTART-STEP             PIC X(8) VALUE SPACES.

      *    Outcome of each step this run, for the closing summary:
      *    S = skipped (before the restart point), C = completed
      *    clean, W = completed with a warning, H = held the
      *    stream, N = not run (downstream of a hold).
       01  WS-STEP-OUTCOME-TABLE.
           05  WS-STEP-OUTCOME OCCURS 7 TIMES PIC X.
       01  WS-STEP-RC-TABLE.
           05  WS-STEP-RC OCCURS 7 TIMES PIC 9(2).

       01  WS-STEP-FOUND-SWITCH        PIC X.
           88  WS-STEP-FOUND               VALUE "Y".

       01  WS-HOLD-SWITCH              PIC X VALUE "N".
           88  WS-STREAM-HELD              VALUE "Y".
       01  WS-WARNING-SWITCH           PIC X VALUE "N".
           88  WS-STREAM-WARNED            VALUE "Y".
       01  WS-HELD-AT-STEP             PIC X(8) VALUE SPACES.
       01  WS-HOLD-REASON              PIC X(30) VALUE SPACES.

      *    The step is started by name; its completion record must
      *    carry a start stamp at or after the moment it was
      *    launched, so an earlier run of the same step that night
      *    can never stand in for this one.
       01  WS-STEP-COMMAND             PIC X(80).
       01  WS-SYSTEM-RC                PIC S9(9).
       01  WS-SYSTEM-RC-DISPLAY        PIC -(8)9.
       01  WS-LAUNCH-STAMP.
           05  WS-LAUNCH-DATE          PIC 9(8).
           05  WS-LAUNCH-TIME          PIC 9(8).
       01  WS-LEDGER-STAMP.
           05  WS-LEDGER-STAMP-DATE    PIC 9(8).
           05  WS-LEDGER-STAMP-TIME    PIC 9(8).

       01  WS-RECORD-FOUND-SWITCH      PIC X.
           88  WS-RECORD-FOUND             VALUE "Y".
       01  WS-FOUND-RC                 PIC 9(2).

       01  WS-COUNT-STARTED            PIC 9(7) VALUE 0.
       01  WS-COUNT-COMPLETED          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-FIND-RESTART-STEP
           IF WS-STREAM-HELD
               DISPLAY "Restart step " WS-RESTART-STEP
                       " is not a step of the nightly stream; "
                       "run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-LEDGER
               STOP RUN
           END-IF

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               EVALUATE TRUE
                   WHEN WS-STEP-SUB < WS-FIRST-STEP
                       MOVE "S" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                   WHEN WS-STREAM-HELD
                       MOVE "N" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                   WHEN OTHER
                       PERFORM 1000-RUN-ONE-STEP
               END-EVALUATE
           END-PERFORM

           PERFORM 9000-DISPLAY-STREAM-SUMMARY
           EVALUATE TRUE
               WHEN WS-STREAM-HELD
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STREAM-WARNED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9900-WRITE-RUN-LEDGER
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-LED-START-DATE
           MOVE WS-CDT-TIME TO WS-LED-START-TIME
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               MOVE SPACE TO WS-STEP-OUTCOME(WS-STEP-SUB)
               MOVE 0 TO WS-STEP-RC(WS-STEP-SUB)
           END-PERFORM
           PERFORM 0110-READ-RUN-CONTROL
           IF WS-RUN-CONTROL-USED
               IF RUN-OPERATOR-ID = SPACES
                   PERFORM 0150-OPERATOR-SIGN-ON
               ELSE
                   MOVE FUNCTION UPPER-CASE(RUN-OPERATOR-ID)
                       TO WS-OPERATOR-ID
               END-IF
               MOVE RUN-STREAM-RESTART-STEP TO WS-RESTART-STEP
           ELSE
               PERFORM 0150-OPERATOR-SIGN-ON
               DISPLAY "Restart at step (program ID, blank = run "
                       "the whole stream): "
               MOVE SPACES TO WS-RESTART-STEP
               ACCEPT WS-RESTART-STEP
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RESTART-STEP)
               TO WS-RESTART-STEP.

      *    The scheduler stages RUNCTL.DAT before an unattended
      *    stream; a missing or empty file just means an ad-hoc
      *    run that answers its own prompts.
       0110-READ-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           OPEN INPUT RUN-CONTROL
           IF NOT WS-RUN-CONTROL-OK
               CONTINUE
           ELSE
               READ RUN-CONTROL INTO RUN-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-RUN-CONTROL-USED TO TRUE
                       DISPLAY "Run-control options in effect: "
                               "OPR=" RUN-OPERATOR-ID
                               " RESTART=" RUN-STREAM-RESTART-STEP
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *    The ledger record is only as good as the "who" on it, so
      *    a blank operator ID is not accepted -- the stream does
      *    not start until somebody owns it.
       0150-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Run operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.

      *    A restart point that names no stream step is a typing
      *    error, not a request to run nothing -- the run is refused
      *    before anything starts.
       0200-FIND-RESTART-STEP.
           MOVE 1 TO WS-FIRST-STEP
           IF WS-RESTART-STEP NOT = SPACES
               MOVE "N" TO WS-STEP-FOUND-SWITCH
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 7 OR WS-STEP-FOUND
                   IF WS-RESTART-STEP = WS-STREAM-NAME(WS-STEP-SUB)
                       SET WS-STEP-FOUND TO TRUE
                       MOVE WS-STEP-SUB TO WS-FIRST-STEP
                   END-IF
               END-PERFORM
               IF WS-STEP-FOUND
                   DISPLAY "Stream restarting at step "
                           WS-RESTART-STEP
                           "; earlier steps will not be rerun."
               ELSE
                   SET WS-STREAM-HELD TO TRUE
                   MOVE WS-RESTART-STEP TO WS-HELD-AT-STEP
                   MOVE "RESTART STEP NOT IN STREAM"
                       TO WS-HOLD-REASON
               END-IF
           END-IF.

       1000-RUN-ONE-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-LAUNCH-DATE
           MOVE WS-CDT-TIME TO WS-LAUNCH-TIME
           DISPLAY "Stream step " WS-STREAM-NAME(WS-STEP-SUB)
                   " starting " WS-CDT-DATE " " WS-CDT-TIME(1:6)
           ADD 1 TO WS-COUNT-STARTED

           MOVE SPACES TO WS-STEP-COMMAND
           STRING WS-STREAM-NAME(WS-STEP-SUB) DELIMITED BY SPACE
               INTO WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
           END-CALL
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE 0 TO RETURN-CODE

           PERFORM 1100-FIND-COMPLETION-RECORD
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FOUND
                   MOVE "H" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                   SET WS-STREAM-HELD TO TRUE
                   MOVE WS-STREAM-NAME(WS-STEP-SUB)
                       TO WS-HELD-AT-STEP
                   MOVE "NO COMPLETION RECORD ON LEDGER"
                       TO WS-HOLD-REASON
                   MOVE WS-SYSTEM-RC TO WS-SYSTEM-RC-DISPLAY
                   DISPLAY "Step " WS-STREAM-NAME(WS-STEP-SUB)
                           " ended (exit status "
                           WS-SYSTEM-RC-DISPLAY
                           ") without writing its completion "
                           "record to RUNLEDGR.DAT."
               WHEN WS-FOUND-RC >= 8
                   MOVE "H" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                   MOVE WS-FOUND-RC TO WS-STEP-RC(WS-STEP-SUB)
                   SET WS-STREAM-HELD TO TRUE
                   MOVE WS-STREAM-NAME(WS-STEP-SUB)
                       TO WS-HELD-AT-STEP
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING "FAILED - RETURN CODE " WS-FOUND-RC
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-FOUND-RC > 0
                   MOVE "W" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                   MOVE WS-FOUND-RC TO WS-STEP-RC(WS-STEP-SUB)
                   SET WS-STREAM-WARNED TO TRUE
                   ADD 1 TO WS-COUNT-COMPLETED
                   DISPLAY "Step " WS-STREAM-NAME(WS-STEP-SUB)
                           " completed with warning, return code "
                           WS-FOUND-RC "; stream continues."
               WHEN OTHER
                   MOVE "C" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                   ADD 1 TO WS-COUNT-COMPLETED
                   DISPLAY "Step " WS-STREAM-NAME(WS-STEP-SUB)
                           " completed clean."
           END-EVALUATE

           IF WS-STREAM-HELD
               DISPLAY "*** STREAM HELD at step " WS-HELD-AT-STEP
                       ": " WS-HOLD-REASON " ***"
               DISPLAY "Downstream steps have not been run.  Fix "
                       "the problem, then restart the stream at "
                       WS-HELD-AT-STEP "."
           END-IF.

      *    The ledger is appended in completion order, so the last
      *    record for the step stamped at or after the launch is
      *    the run just made.  A missing ledger file is the same
      *    as a missing record: the step did not prove it finished.
       1100-FIND-COMPLETION-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH
           MOVE 0 TO WS-FOUND-RC
           OPEN INPUT RUN-LEDGER
           IF WS-RUN-LEDGER-OK
               PERFORM UNTIL WS-RUN-LEDGER-EOF
                   READ RUN-LEDGER INTO RUN-LEDGER-RECORD
                       AT END
                           SET WS-RUN-LEDGER-EOF TO TRUE
                       NOT AT END
                           MOVE LED-RUN-DATE TO WS-LEDGER-STAMP-DATE
                           MOVE LED-START-TIME
                               TO WS-LEDGER-STAMP-TIME
                           IF LED-PROGRAM-ID =
                                  WS-STREAM-NAME(WS-STEP-SUB)
                              AND WS-LEDGER-STAMP >= WS-LAUNCH-STAMP
                               SET WS-RECORD-FOUND TO TRUE
                               MOVE LED-RETURN-CODE TO WS-FOUND-RC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER
           END-IF
           MOVE "00" TO WS-RUN-LEDGER-STATUS.

       9000-DISPLAY-STREAM-SUMMARY.
           DISPLAY " "
           DISPLAY "Nightly stream summary:"
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               EVALUATE WS-STEP-OUTCOME(WS-STEP-SUB)
                   WHEN "S"
                       DISPLAY "  " WS-STREAM-NAME(WS-STEP-SUB)
                               "  skipped (before restart point)"
                   WHEN "C"
                       DISPLAY "  " WS-STREAM-NAME(WS-STEP-SUB)
                               "  completed"
                   WHEN "W"
                       DISPLAY "  " WS-STREAM-NAME(WS-STEP-SUB)
                               "  completed, warning RC "
                               WS-STEP-RC(WS-STEP-SUB)
                   WHEN "H"
                       DISPLAY "  " WS-STREAM-NAME(WS-STEP-SUB)
                               "  ** HELD STREAM - " WS-HOLD-REASON
                   WHEN OTHER
                       DISPLAY "  " WS-STREAM-NAME(WS-STEP-SUB)
                               "  not run"
               END-EVALUATE
           END-PERFORM
           IF WS-STREAM-HELD
               DISPLAY "Stream status: HELD at " WS-HELD-AT-STEP
           ELSE
               DISPLAY "Stream status: complete."
           END-IF.

      *    Completion record for the common run ledger: steps
      *    started, steps completed, and 1 rejected when the stream
      *    held -- with the holding step and the reason alongside.
       9900-WRITE-RUN-LEDGER.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE "CUSTSTR0" TO LED-PROGRAM-ID
           MOVE WS-LED-START-DATE TO LED-RUN-DATE
           MOVE WS-LED-START-TIME TO LED-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO LED-END-DATE
           MOVE WS-CDT-TIME TO LED-END-TIME
           MOVE WS-COUNT-STARTED TO LED-RECORDS-READ
           MOVE WS-COUNT-COMPLETED TO LED-RECORDS-WRITTEN
           IF WS-STREAM-HELD
               MOVE 1 TO LED-RECORDS-REJECTED
           ELSE
               MOVE 0 TO LED-RECORDS-REJECTED
           END-IF
           MOVE RETURN-CODE TO LED-RETURN-CODE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
           MOVE WS-HELD-AT-STEP TO LED-HELD-AT-STEP
           MOVE WS-HOLD-REASON TO LED-HOLD-REASON
           CALL "RUNLEDG" USING RUN-LEDGER-RECORD
           END-CALL
      *    The scheduler pages on the driver's own exit status, so
      *    the verdict is put back after the CALL has reset it.
           MOVE LED-RETURN-CODE TO RETURN-CODE.
