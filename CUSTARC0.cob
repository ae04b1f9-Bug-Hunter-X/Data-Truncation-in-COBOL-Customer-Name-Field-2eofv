
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

      *    The live record only goes once its archive copy is
      *    safely written.
           PERFORM 7800-JOURNAL-BEFORE-IMAGE
           DELETE CUSTOUT RECORD
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to delete from CUSTOUT.DAT - "
                       "status " WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7830-JOURNAL-MASTER-DELETE

           PERFORM 8000-WRITE-AUDIT-ARCH
           ADD 1 TO WS-COUNT-ARCHIVED
                   TO WS-ARC-LIST-VOIDED(WS-ARC-COUNT)
           END-IF.

      *    Before/after images of every master write go to the
      *    CUSTJRNL.DAT journal through MSTJRNL, so the master can
      *    be rolled forward from the last CUSTUNL0 image (the
      *    CUSTRCV0 recovery).  The before image is taken ahead of
      *    any change to the record.
       7800-JOURNAL-BEFORE-IMAGE.
           MOVE SPACES TO MASTER-JOURNAL-RECORD
           MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE.

       7830-JOURNAL-MASTER-DELETE.
           SET JRN-IS-DELETE TO TRUE
           MOVE SPACES TO JRN-AFTER-IMAGE
           PERFORM 7850-WRITE-JOURNAL-RECORD.

       7850-WRITE-JOURNAL-RECORD.
           MOVE "CUSTARC0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

       8000-WRITE-AUDIT-ARCH.
           MOVE SPACES TO AUDIT-RECORD
           MOVE ARC-ID TO AUD-CUSTOMER-ID
