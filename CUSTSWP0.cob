
       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY RUNLEDRC.

       COPY JRNLREC.

      *    Start stamp for the run-ledger completion record.
       01  WS-LED-START-DATE           PIC 9(8).
       01  WS-LED-START-TIME           PIC 9(8).
           IF CUST-NAME-IS-DUP-EXACT OR CUST-NAME-IS-DUP-NEAR
               ADD 1 TO WS-COUNT-ALREADY-QUEUED
           ELSE
               PERFORM 7800-JOURNAL-BEFORE-IMAGE
               IF FUNCTION UPPER-CASE(CUST-NAME-LINE1) =
                  FUNCTION UPPER-CASE(WS-PREV-NAME-LINE1)
                   SET CUST-NAME-IS-DUP-EXACT TO TRUE
               DISPLAY "Unable to rewrite CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7810-JOURNAL-MASTER-CHANGE.

       7000-RECORD-PAIR-ENTRY.
           IF WS-PAIR-COUNT < 5000
                       "undercount detail lines for this run."
           END-IF.

      *    Before/after images of every master write go to the
      *    CUSTJRNL.DAT journal through MSTJRNL, so the master can
      *    be rolled forward from the last CUSTUNL0 image (the
      *    CUSTRCV0 recovery).  The before image is taken ahead of
      *    any change to the record.
       7800-JOURNAL-BEFORE-IMAGE.
           MOVE SPACES TO MASTER-JOURNAL-RECORD
           MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE.

       7810-JOURNAL-MASTER-CHANGE.
           SET JRN-IS-CHANGE TO TRUE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           PERFORM 7850-WRITE-JOURNAL-RECORD.

       7850-WRITE-JOURNAL-RECORD.
           MOVE "CUSTSWP0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

      *    The audit entry is the CUSTDUP0 workqueue feed: the
      *    flagged record's name sits in the first half of
      *    AUD-ORIGINAL-VALUE the way intake leaves it, with the
