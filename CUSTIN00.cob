      *    echoes the record to the console and the day's audit log
      *    (rule RCTL) so the options actually used can be proven
      *    afterward.
      *
      *    Every name read, in either mode, also gets an outcome
      *    record on the CUSTACK.WRK work file as it is processed --
      *    so a restarted run keeps the outcomes from before the
      *    abend -- and at the end of the run the work file is
      *    split into one fixed-layout acknowledgement batch per
      *    branch (see ACKREC): the raw name, accepted / truncated /
      *    duplicate-flagged / rejected to suspense, the CUST-ID
      *    assigned or the reject reason, and a balancing trailer.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-RPT-STATUS.

           SELECT ACK-WORK ASSIGN TO "CUSTACK.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-WORK-STATUS.

           SELECT BRANCH-ACK ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-ACK-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           RECORDING MODE IS F.
       01  EXCEPT-RPT-REC              PIC X(132).

       FD  ACK-WORK
           RECORDING MODE IS F.
       01  ACK-WORK-REC                PIC X(150).

       FD  BRANCH-ACK
           RECORDING MODE IS F.
       01  BRANCH-ACK-REC              PIC X(150).

       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY RUNLEDRC.

       COPY JRNLREC.

       COPY ACKREC.

      *    Start stamp for the run-ledger completion record --
      *    WS-CURRENT-DATE-TIME is refreshed on every audit write,
      *    so the start is captured once and kept here.
       01  WS-EXCEPT-RPT-STATUS        PIC XX.
           88  WS-EXCEPT-RPT-OK            VALUE "00".

       01  WS-ACK-WORK-STATUS          PIC XX.
           88  WS-ACK-WORK-OK              VALUE "00".
           88  WS-ACK-WORK-EOF             VALUE "10".

       01  WS-BRANCH-ACK-STATUS        PIC XX.
           88  WS-BRANCH-ACK-OK            VALUE "00".

       01  WS-RUN-CONTROL-STATUS       PIC XX.
           88  WS-RUN-CONTROL-OK           VALUE "00".

       01  WS-BR-LINE-PTR              PIC 9(3) COMP.
       01  WS-BR-COUNT-6               PIC ZZZZZ9.

      *    Branches found on the acknowledgement work file, with the
      *    trailer counts for each, gathered in a first pass before
      *    each branch's batch is copied out.
       01  WS-ACK-FILENAME             PIC X(24).
       01  WS-ACK-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-ACK-BR-SUB               PIC 9(3) COMP.
       01  WS-ACK-BR-HIT               PIC 9(3) COMP.
       01  WS-ACK-BR-TABLE.
           05  WS-ACK-BR-ENTRY OCCURS 100 TIMES.
               10  WS-ACK-BR-CODE      PIC X(4).
               10  WS-ACK-BR-RECEIVED  PIC 9(7).
               10  WS-ACK-BR-ACCEPTED  PIC 9(7).
               10  WS-ACK-BR-TRUNCATED PIC 9(7).
               10  WS-ACK-BR-DUPLICATE PIC 9(7).
               10  WS-ACK-BR-REJECTED  PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
               STOP RUN
           END-IF

      *    A run resuming after a checkpoint keeps the outcomes the
      *    interrupted run already recorded; a fresh run starts the
      *    work file over (the last run's was split at its end).
           IF WS-SKIP-COUNT > 0
               OPEN EXTEND ACK-WORK
               IF NOT WS-ACK-WORK-OK
                   OPEN OUTPUT ACK-WORK
               END-IF
           ELSE
               OPEN OUTPUT ACK-WORK
           END-IF
           IF NOT WS-ACK-WORK-OK
               DISPLAY "Unable to open CUSTACK.WRK - status "
                       WS-ACK-WORK-STATUS
               STOP RUN
           END-IF

      *    In intake mode the suspense file is extended in place so
      *    rejects pile up until a resubmission run clears them; a
      *    resubmission run reads it up front (0600) and rewrites
           CLOSE AUDIT-LOG
           CLOSE CUSTOUT
           CLOSE RESTART-FILE
           CLOSE ACK-WORK
           IF WS-RESUBMIT-MODE
               PERFORM 0800-REWRITE-SUSPENSE
           END-IF

           PERFORM 9000-WRITE-EXCEPTION-REPORT
           PERFORM 9500-WRITE-BRANCH-ACKS
           PERFORM 9900-WRITE-RUN-LEDGER
           STOP RUN.

               WHEN OTHER
                   PERFORM 3100-ASSIGN-CUST-ID
                   PERFORM 1100-ACCEPT-NAME
           END-EVALUATE
           PERFORM 1200-WRITE-ACK-DETAIL.

       1100-ACCEPT-NAME.
           DISPLAY "Customer name: " CUST-NAME-LINE1
           PERFORM 2000-CHECK-DUPLICATE
           PERFORM 3000-WRITE-CUSTOMER-RECORD.

      *    The outcome for the branch, taken from what was done to
      *    the name: rejects from the NAMEVAL return code, the
      *    rest from the flags on the record just written.
       1200-WRITE-ACK-DETAIL.
           MOVE SPACES TO INTAKE-ACK-RECORD
           SET ACK-IS-DETAIL TO TRUE
           MOVE WS-BRANCH-CODE TO ACK-BRANCH
           MOVE WS-RECORDS-READ TO ACK-INPUT-SEQ
           MOVE WS-RAW-CUSTOMER-NAME TO ACK-RAW-NAME
           MOVE "N" TO ACK-NAME-TRUNCATED
           EVALUATE TRUE
               WHEN WS-RC-REJECTED
                   SET ACK-REJECTED TO TRUE
                   MOVE "BLNK" TO ACK-REASON-CODE
               WHEN WS-RC-INVALID-CHAR
                   SET ACK-REJECTED TO TRUE
                   MOVE "CHAR" TO ACK-REASON-CODE
               WHEN OTHER
                   MOVE CUST-ID TO ACK-CUST-ID
                   IF CUST-NAME-WAS-TRUNCATED
                       MOVE "Y" TO ACK-NAME-TRUNCATED
                   END-IF
                   EVALUATE TRUE
                       WHEN CUST-NAME-IS-DUP-EXACT
                           SET ACK-DUP-FLAGGED TO TRUE
                           MOVE "DUPX" TO ACK-REASON-CODE
                       WHEN CUST-NAME-IS-DUP-NEAR
                           SET ACK-DUP-FLAGGED TO TRUE
                           MOVE "DUPN" TO ACK-REASON-CODE
                       WHEN CUST-NAME-WAS-TRUNCATED
                           SET ACK-TRUNCATED TO TRUE
                           MOVE "TRNC" TO ACK-REASON-CODE
                       WHEN OTHER
                           SET ACK-ACCEPTED TO TRUE
                   END-EVALUATE
           END-EVALUATE
           WRITE ACK-WORK-REC FROM INTAKE-ACK-RECORD
           IF NOT WS-ACK-WORK-OK
               DISPLAY "Unable to write CUSTACK.WRK - status "
                       WS-ACK-WORK-STATUS
               STOP RUN
           END-IF.

      *    Duplicate check against the whole master through the
      *    match-key alternate index -- the same standardized key
      *    the record will carry, so intake and the retroactive
               DISPLAY "Unable to write CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7820-JOURNAL-MASTER-ADD.

      *    Before/after images of every master write go to the
      *    CUSTJRNL.DAT journal through MSTJRNL, so the master can
      *    be rolled forward from the last CUSTUNL0 image (the
      *    CUSTRCV0 recovery).  A new customer has no before image.
       7820-JOURNAL-MASTER-ADD.
           MOVE SPACES TO MASTER-JOURNAL-RECORD
           SET JRN-IS-ADD TO TRUE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           PERFORM 7850-WRITE-JOURNAL-RECORD.

       7850-WRITE-JOURNAL-RECORD.
           MOVE "CUSTIN00" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

       8000-WRITE-AUDIT-TRNC.
           MOVE SPACES TO AUDIT-RECORD
           END-IF
           OPEN INPUT EXCEPT-RPT.

      *    Split the run's outcomes into one acknowledgement batch
      *    per branch.  A first pass finds the branches and their
      *    trailer counts; each branch's batch is then copied out
      *    in input order by a pass of its own.  The branch file is
      *    extended when an earlier run today already wrote one.
       9500-WRITE-BRANCH-ACKS.
           MOVE 0 TO WS-ACK-BR-COUNT
           OPEN INPUT ACK-WORK
           IF NOT WS-ACK-WORK-OK
               DISPLAY "Unable to reopen CUSTACK.WRK - status "
                       WS-ACK-WORK-STATUS
                       "; no acknowledgements written."
           ELSE
               PERFORM UNTIL WS-ACK-WORK-EOF
                   READ ACK-WORK INTO INTAKE-ACK-RECORD
                       AT END
                           SET WS-ACK-WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM 9510-TALLY-ACK-BRANCH
                   END-READ
               END-PERFORM
               CLOSE ACK-WORK
               PERFORM VARYING WS-ACK-BR-SUB FROM 1 BY 1
                       UNTIL WS-ACK-BR-SUB > WS-ACK-BR-COUNT
                   PERFORM 9520-WRITE-ONE-BRANCH-ACK
               END-PERFORM
               DISPLAY "Acknowledgement files written for "
                       WS-ACK-BR-COUNT " branch(es)."
           END-IF.

       9510-TALLY-ACK-BRANCH.
           MOVE 0 TO WS-ACK-BR-HIT
           PERFORM VARYING WS-ACK-BR-SUB FROM 1 BY 1
                   UNTIL WS-ACK-BR-SUB > WS-ACK-BR-COUNT
                      OR WS-ACK-BR-HIT > 0
               IF ACK-BRANCH = WS-ACK-BR-CODE(WS-ACK-BR-SUB)
                   MOVE WS-ACK-BR-SUB TO WS-ACK-BR-HIT
               END-IF
           END-PERFORM
           IF WS-ACK-BR-HIT = 0
               IF WS-ACK-BR-COUNT < 100
                   ADD 1 TO WS-ACK-BR-COUNT
                   MOVE WS-ACK-BR-COUNT TO WS-ACK-BR-HIT
                   MOVE ACK-BRANCH TO WS-ACK-BR-CODE(WS-ACK-BR-HIT)
                   MOVE 0 TO WS-ACK-BR-RECEIVED(WS-ACK-BR-HIT)
                   MOVE 0 TO WS-ACK-BR-ACCEPTED(WS-ACK-BR-HIT)
                   MOVE 0 TO WS-ACK-BR-TRUNCATED(WS-ACK-BR-HIT)
                   MOVE 0 TO WS-ACK-BR-DUPLICATE(WS-ACK-BR-HIT)
                   MOVE 0 TO WS-ACK-BR-REJECTED(WS-ACK-BR-HIT)
               ELSE
                   DISPLAY "More than 100 branches in one run; no "
                           "acknowledgement for branch " ACK-BRANCH
               END-IF
           END-IF
           IF WS-ACK-BR-HIT > 0
               ADD 1 TO WS-ACK-BR-RECEIVED(WS-ACK-BR-HIT)
               EVALUATE TRUE
                   WHEN ACK-ACCEPTED
                       ADD 1 TO WS-ACK-BR-ACCEPTED(WS-ACK-BR-HIT)
                   WHEN ACK-TRUNCATED
                       ADD 1 TO WS-ACK-BR-TRUNCATED(WS-ACK-BR-HIT)
                   WHEN ACK-DUP-FLAGGED
                       ADD 1 TO WS-ACK-BR-DUPLICATE(WS-ACK-BR-HIT)
                   WHEN ACK-REJECTED
                       ADD 1 TO WS-ACK-BR-REJECTED(WS-ACK-BR-HIT)
               END-EVALUATE
           END-IF.

       9520-WRITE-ONE-BRANCH-ACK.
           MOVE SPACES TO WS-ACK-FILENAME
           IF WS-ACK-BR-CODE(WS-ACK-BR-SUB) = SPACES
               STRING "ACKNONE" WS-LED-START-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-ACK-FILENAME
           ELSE
               STRING "ACK" DELIMITED BY SIZE
                   WS-ACK-BR-CODE(WS-ACK-BR-SUB) DELIMITED BY SPACE
                   WS-LED-START-DATE ".DAT" DELIMITED BY SIZE
                   INTO WS-ACK-FILENAME
           END-IF
           OPEN INPUT BRANCH-ACK
           IF WS-BRANCH-ACK-OK
               CLOSE BRANCH-ACK
               OPEN EXTEND BRANCH-ACK
           ELSE
               OPEN OUTPUT BRANCH-ACK
           END-IF
           IF NOT WS-BRANCH-ACK-OK
               DISPLAY "Unable to open " WS-ACK-FILENAME
                       " - status " WS-BRANCH-ACK-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO INTAKE-ACK-RECORD
           SET ACK-IS-HEADER TO TRUE
           PERFORM 9540-STAMP-ACK-RECORD
           MOVE WS-OPERATOR-ID TO ACK-OPERATOR-ID
           WRITE BRANCH-ACK-REC FROM INTAKE-ACK-RECORD

           OPEN INPUT ACK-WORK
           PERFORM UNTIL WS-ACK-WORK-EOF
               READ ACK-WORK INTO INTAKE-ACK-RECORD
                   AT END
                       SET WS-ACK-WORK-EOF TO TRUE
                   NOT AT END
                       IF ACK-BRANCH = WS-ACK-BR-CODE(WS-ACK-BR-SUB)
                           PERFORM 9540-STAMP-ACK-RECORD
                           WRITE BRANCH-ACK-REC
                               FROM INTAKE-ACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-WORK

           MOVE SPACES TO INTAKE-ACK-RECORD
           SET ACK-IS-TRAILER TO TRUE
           PERFORM 9540-STAMP-ACK-RECORD
           MOVE WS-ACK-BR-RECEIVED(WS-ACK-BR-SUB)
               TO ACK-COUNT-RECEIVED
           MOVE WS-ACK-BR-ACCEPTED(WS-ACK-BR-SUB)
               TO ACK-COUNT-ACCEPTED
           MOVE WS-ACK-BR-TRUNCATED(WS-ACK-BR-SUB)
               TO ACK-COUNT-TRUNCATED
           MOVE WS-ACK-BR-DUPLICATE(WS-ACK-BR-SUB)
               TO ACK-COUNT-DUPLICATE
           MOVE WS-ACK-BR-REJECTED(WS-ACK-BR-SUB)
               TO ACK-COUNT-REJECTED
           WRITE BRANCH-ACK-REC FROM INTAKE-ACK-RECORD
           IF NOT WS-BRANCH-ACK-OK
               DISPLAY "Unable to write " WS-ACK-FILENAME
                       " - status " WS-BRANCH-ACK-STATUS
               STOP RUN
           END-IF
           CLOSE BRANCH-ACK.

      *    Every record in a batch carries the branch and the run
      *    that produced it, so batches from two runs in one day
      *    stay apart when the branch loads the file.
       9540-STAMP-ACK-RECORD.
           MOVE WS-ACK-BR-CODE(WS-ACK-BR-SUB) TO ACK-BRANCH
           MOVE WS-LED-START-DATE TO ACK-RUN-DATE
           MOVE WS-LED-START-TIME TO ACK-RUN-TIME
           IF WS-RESUBMIT-MODE
               SET ACK-RESUBMIT-RUN TO TRUE
           ELSE
               SET ACK-INTAKE-RUN TO TRUE
           END-IF.

      *    Completion record for the common run ledger: names
      *    processed, names accepted onto the master, names
      *    rejected to suspense, and how the run ended.
