      *    an unload image waiting to be reloaded must never be
      *    overwritten by a second unload taken after the master
      *    has moved on.
      *
      *    A finished unload writes an unload mark to the master
      *    journal (see JRNLREC) carrying the record count, so the
      *    CUSTRCV0 recovery knows exactly which journal records
      *    came after this image and can prove the image it is
      *    given is this one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-COUNT-OUT                PIC 9(9) VALUE 0.

       COPY JRNLREC.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CUSTOUT-SEQ
           CLOSE CUSTOUT
           CLOSE CUSTOUT-SEQ

           MOVE SPACES TO MASTER-JOURNAL-RECORD
           MOVE "CUSTUNL0" TO JRN-PROGRAM-ID
           SET JRN-IS-UNLOAD-MARK TO TRUE
           MOVE WS-COUNT-OUT TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL

           DISPLAY "Unload complete."
           DISPLAY "Records unloaded: " WS-COUNT-OUT
           STOP RUN.
