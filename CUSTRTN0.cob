
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
               WHEN CUST-ADDR-IS-UNDELIV
                   ADD 1 TO WS-COUNT-ALREADY
               WHEN OTHER
                   PERFORM 7800-JOURNAL-BEFORE-IMAGE
                   MOVE "Y" TO CUST-ADDR-UNDELIV
                   REWRITE CUSTOMER-RECORD
                   IF NOT WS-CUSTOUT-OK
                               "status " WS-CUSTOUT-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 7810-JOURNAL-MASTER-CHANGE
                   ADD 1 TO WS-COUNT-MARKED
                   PERFORM 8000-WRITE-AUDIT-RMAL
                   PERFORM 7000-RECORD-CHASE-ENTRY
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
           MOVE "CUSTRTN0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

      *    The bounced address goes into AUD-ORIGINAL-VALUE packed
      *    the way CUSTADR0 packs intake detail, so the trail shows
      *    exactly which address the mailing house gave up on.
