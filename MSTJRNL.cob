       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTJRNL.
      *
      *    Customer master journal writer, factored out the way
      *    RUNLEDG is so every program that writes CUSTOUT.DAT
      *    appends its before/after images to CUSTJRNL.DAT
      *    identically.  The caller fills a MASTER-JOURNAL-RECORD
      *    (see JRNLREC) and CALLs here after each successful add,
      *    rewrite or delete; the record is stamped with the
      *    current date and time, appended, and the file closed
      *    again, so online sessions and batch steps can share the
      *    journal through the day.
      *
      *    A journal problem is reported loudly on the console but
      *    does not stop the caller -- the master write it records
      *    has already been made and stopping cannot undo it.  A
      *    lost journal record means the journal can no longer
      *    carry the master forward past that point, so the message
      *    tells the operator to take a fresh CUSTUNL0 image once
      *    the run is over.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL
           RECORDING MODE IS F.
       01  MASTER-JOURNAL-REC          PIC X(542).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-JOURNAL-STATUS    PIC XX.
           88  WS-MASTER-JOURNAL-OK        VALUE "00".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

       LINKAGE SECTION.
       COPY JRNLREC.

       PROCEDURE DIVISION USING MASTER-JOURNAL-RECORD.
       0000-APPEND-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO JRN-DATE
           MOVE WS-CDT-TIME TO JRN-TIME

           OPEN INPUT MASTER-JOURNAL
           IF WS-MASTER-JOURNAL-OK
               CLOSE MASTER-JOURNAL
               OPEN EXTEND MASTER-JOURNAL
           ELSE
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           IF NOT WS-MASTER-JOURNAL-OK
               DISPLAY "Unable to open CUSTJRNL.DAT - status "
                       WS-MASTER-JOURNAL-STATUS
               PERFORM 0100-REPORT-LOST-RECORD
               GOBACK
           END-IF

           WRITE MASTER-JOURNAL-REC FROM MASTER-JOURNAL-RECORD
           IF NOT WS-MASTER-JOURNAL-OK
               DISPLAY "Unable to write CUSTJRNL.DAT - status "
                       WS-MASTER-JOURNAL-STATUS
               PERFORM 0100-REPORT-LOST-RECORD
           END-IF
           CLOSE MASTER-JOURNAL
           GOBACK.

       0100-REPORT-LOST-RECORD.
           DISPLAY "*** Journal record lost: " JRN-PROGRAM-ID " "
                   JRN-ACTION " " JRN-AFTER-IMAGE(1:10)
                   JRN-BEFORE-IMAGE(1:10)
           DISPLAY "*** Take a fresh CUSTUNL0 image once this run "
                   "has finished.".
