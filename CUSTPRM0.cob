
       COPY RUNLEDRC.

       COPY JRNLREC.

      *    Start stamp for the run-ledger completion record.
       01  WS-LED-START-DATE           PIC 9(8).
       01  WS-LED-START-TIME           PIC 9(8).
                   STOP RUN
           END-READ

           PERFORM 7800-JOURNAL-BEFORE-IMAGE
           MOVE CUST-NAME-LINE1 TO WS-BEFORE-LINE1
           MOVE CUST-NAME-LINE2 TO WS-BEFORE-LINE2
           PERFORM 4200-WRITE-REGISTER-DETAIL
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7810-JOURNAL-MASTER-CHANGE
           PERFORM 8000-WRITE-AUDIT-PROM
           ADD 1 TO WS-COUNT-PROMOTED.

           END-IF
           CLOSE CUSTOUT-NEW.

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
           MOVE "CUSTPRM0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

       8000-WRITE-AUDIT-PROM.
           MOVE SPACES TO AUDIT-RECORD
           MOVE STG-ID TO AUD-CUSTOMER-ID
