
       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY RUNCTLRC.

       COPY JRNLREC.

       01  WS-AUDIT-LOG-STATUS         PIC XX.
           88  WS-AUDIT-LOG-OK             VALUE "00".
           88  WS-AUDIT-LOG-EOF            VALUE "10".
      *    sweep still knows the review already happened and leaves
      *    them off future workqueues.
       3300-CONFIRM-DISTINCT.
           PERFORM 7800-JOURNAL-BEFORE-IMAGE
           IF CUST-NAME-IS-DUP-EXACT
               MOVE "C" TO CUST-NAME-DUP-EXACT
           END-IF
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7810-JOURNAL-MASTER-CHANGE
           PERFORM 8040-WRITE-AUDIT-DSPC
           SET WS-DUP-IS-DONE(WS-DUP-IDX) TO TRUE
           DISPLAY "Customer " WS-SELECTED-CUST-ID
                   " confirmed distinct.".

       3400-VOID-DUPLICATE.
           PERFORM 7800-JOURNAL-BEFORE-IMAGE
           SET CUST-IS-VOIDED TO TRUE
           REWRITE CUSTOMER-RECORD
           IF NOT WS-CUSTOUT-OK
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7810-JOURNAL-MASTER-CHANGE
           PERFORM 8050-WRITE-AUDIT-DSPV
           SET WS-DUP-IS-DONE(WS-DUP-IDX) TO TRUE
           DISPLAY "Customer " WS-SELECTED-CUST-ID
                   " voided as a true duplicate.".

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
           MOVE "CUSTDUP0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

      *    Every append goes to the log AUDTARG picks fresh at
      *    write time: a log already folded into the history master
      *    must never be appended to (the entry would be stranded
