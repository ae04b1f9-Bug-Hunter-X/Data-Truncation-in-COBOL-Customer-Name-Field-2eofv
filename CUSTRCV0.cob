       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCV0.
      *
      *    Forward recovery of the customer master.  Rebuilds
      *    CUSTOUT.DAT from the last CUSTUNL0 image (CUSTOUT.SEQ)
      *    and rolls the master journal CUSTJRNL.DAT forward over
      *    it, up to a point in time the operator chooses, so a
      *    master damaged in the night is brought back to the last
      *    good update instead of to whatever copy happened to
      *    exist.  A Recovery Register lists every journal record
      *    reapplied -- when it was first made, by which program
      *    and operator, to which customer -- and flags anything
      *    that did not line up.
      *
      *    Operator procedure:
      *        1. Quiesce the suite -- no intake or maintenance runs.
      *        2. Set the damaged CUSTOUT.DAT aside; this run
      *           creates a fresh one.
      *        3. Run CUSTRCV0 with CUSTOUT.SEQ and CUSTJRNL.DAT in
      *           place, giving the date and time to recover to
      *           (blank for everything on the journal).
      *        4. Check the register, then take a fresh CUSTUNL0
      *           image once the recovered master is in service.
      *
      *    The image is proven before anything is touched: the
      *    last unload mark on the journal must carry the same
      *    record count as the CUSTOUT.SEQ on hand, and the point
      *    chosen must not be earlier than that mark, or the run is
      *    refused with return code 8.  The image is loaded the way
      *    CUSTCNV0 loads it, so the records match the master the
      *    journal was written against.  Each journal record after
      *    the mark is then reapplied in journal order -- adds
      *    written, changes rewritten, deletes deleted.  The
      *    record's before image is compared with the master as it
      *    stands; a difference, or an add of a customer already
      *    there, a change to one missing or a delete of one
      *    missing, is applied as well as it can be (the journal's
      *    after image wins), flagged on the register and ends the
      *    run with return code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOUT-SEQ ASSIGN TO "CUSTOUT.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOUT-SEQ-STATUS.

           SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-JOURNAL-STATUS.

           SELECT CUSTOUT ASSIGN TO "CUSTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME-LINE1
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOUT-STATUS.

           SELECT RCV-RPT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOUT-SEQ
           RECORDING MODE IS F.
       01  CUSTOUT-SEQ-REC             PIC X(250).

       FD  MASTER-JOURNAL
           RECORDING MODE IS F.
       01  MASTER-JOURNAL-REC          PIC X(542).

       FD  CUSTOUT
           RECORDING MODE IS F.
       COPY CUSTREC.

       FD  RCV-RPT
           RECORDING MODE IS F.
       01  RCV-RPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY JRNLREC.

       01  WS-CUSTOUT-SEQ-STATUS       PIC XX.
           88  WS-CUSTOUT-SEQ-OK           VALUE "00".
           88  WS-CUSTOUT-SEQ-EOF          VALUE "10".

       01  WS-MASTER-JOURNAL-STATUS    PIC XX.
           88  WS-MASTER-JOURNAL-OK        VALUE "00".
           88  WS-MASTER-JOURNAL-EOF       VALUE "10".

      *    02 is the duplicate-alternate-key advisory -- routine on
      *    the name and match-key indexes, where values repeat --
      *    so only a primary-key clash counts as a key error.
       01  WS-CUSTOUT-STATUS           PIC XX.
           88  WS-CUSTOUT-OK               VALUE "00", "02".
           88  WS-CUSTOUT-KEY-ERROR        VALUE "21", "22".

       01  WS-RCV-RPT-STATUS           PIC XX.
           88  WS-RCV-RPT-OK               VALUE "00".

       01  WS-REPORT-FILENAME          PIC X(24).
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-CONFIRM                  PIC X(3).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

      *    The point to recover to, as a date and time to compare
      *    with JRN-TIMESTAMP.  A blank date takes everything on
      *    the journal; a blank time means the end of the day.
       01  WS-POINT-DATE-IN            PIC X(8).
       01  WS-POINT-TIME-IN            PIC X(6).
       01  WS-POINT-STAMP.
           05  WS-POINT-DATE           PIC 9(8).
           05  WS-POINT-TIME           PIC 9(8).
       01  WS-POINT-INT                PIC 9(8).

      *    Where in the journal the image was taken: the relative
      *    record number of the last unload mark, when it was
      *    written and the count it carried.
       01  WS-JRN-REC-NO               PIC 9(9) VALUE 0.
       01  WS-MARK-REC-NO              PIC 9(9) VALUE 0.
       01  WS-MARK-STAMP.
           05  WS-MARK-DATE            PIC 9(8).
           05  WS-MARK-TIME            PIC 9(8).
       01  WS-MARK-COUNT               PIC 9(9) VALUE 0.

       01  WS-COUNT-IMAGE              PIC 9(9) VALUE 0.
       01  WS-COUNT-LOADED             PIC 9(9) VALUE 0.
       01  WS-COUNT-APPLIED            PIC 9(7) VALUE 0.
       01  WS-COUNT-ADDS               PIC 9(7) VALUE 0.
       01  WS-COUNT-CHANGES            PIC 9(7) VALUE 0.
       01  WS-COUNT-DELETES            PIC 9(7) VALUE 0.
       01  WS-COUNT-FLAGGED            PIC 9(7) VALUE 0.
       01  WS-COUNT-BEYOND             PIC 9(7) VALUE 0.

       01  WS-APPLY-NOTE               PIC X(30).
       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-RPT-COUNT-9              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-FIND-UNLOAD-MARK
           PERFORM 1100-PROVE-IMAGE
           PERFORM 0200-CONFIRM-REPLACE
           PERFORM 2000-LOAD-IMAGE
           PERFORM 3000-ROLL-FORWARD

           DISPLAY "Recovery complete."
           DISPLAY "Image records loaded:      " WS-COUNT-LOADED
           DISPLAY "Journal records reapplied: " WS-COUNT-APPLIED
           DISPLAY "Flagged on the register:   " WS-COUNT-FLAGGED
           DISPLAY "Past the recovery point:   " WS-COUNT-BEYOND
           DISPLAY "Recovery Register written to "
                   WS-REPORT-FILENAME
           IF WS-COUNT-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID

           DISPLAY "Recover to date (YYYYMMDD, blank for the end "
                   "of the journal): "
           MOVE SPACES TO WS-POINT-DATE-IN
           ACCEPT WS-POINT-DATE-IN
           IF WS-POINT-DATE-IN = SPACES
               MOVE 99999999 TO WS-POINT-DATE
               MOVE 99999999 TO WS-POINT-TIME
           ELSE
               IF WS-POINT-DATE-IN IS NOT NUMERIC
                   DISPLAY "Date must be numeric YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-POINT-DATE-IN TO WS-POINT-DATE
               MOVE FUNCTION INTEGER-OF-DATE(WS-POINT-DATE)
                   TO WS-POINT-INT
               IF WS-POINT-INT = 0
                   DISPLAY "The date is not a valid calendar date."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Recover to time (HHMMSS, blank for the end "
                       "of that day): "
               MOVE SPACES TO WS-POINT-TIME-IN
               ACCEPT WS-POINT-TIME-IN
               IF WS-POINT-TIME-IN = SPACES
                   MOVE 99999999 TO WS-POINT-TIME
               ELSE
                   IF WS-POINT-TIME-IN IS NOT NUMERIC
                       DISPLAY "Time must be numeric HHMMSS."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
      *    Hundredths of the chosen second are all taken, so a
      *    change stamped inside that second is included.
                   STRING WS-POINT-TIME-IN "99" DELIMITED BY SIZE
                       INTO WS-POINT-TIME
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING "RECOVER" WS-CDT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

      *    Nothing has been touched yet; this is the last chance to
      *    stop before CUSTOUT.DAT is recreated.
       0200-CONFIRM-REPLACE.
           DISPLAY "This run recreates CUSTOUT.DAT from CUSTOUT.SEQ "
                   "and the journal."
           DISPLAY "Type YES to proceed: "
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "YES"
               DISPLAY "Recovery not confirmed; nothing done."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One pass of the journal to find the last unload mark --
      *    the image on hand can only be the most recent one,
      *    because CUSTUNL0 refuses to overwrite an image.
       1000-FIND-UNLOAD-MARK.
           OPEN INPUT MASTER-JOURNAL
           IF NOT WS-MASTER-JOURNAL-OK
               DISPLAY "Unable to open CUSTJRNL.DAT - status "
                       WS-MASTER-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-JRN-REC-NO
           PERFORM UNTIL WS-MASTER-JOURNAL-EOF
               READ MASTER-JOURNAL INTO MASTER-JOURNAL-RECORD
                   AT END
                       SET WS-MASTER-JOURNAL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRN-REC-NO
                       IF JRN-IS-UNLOAD-MARK
                           MOVE WS-JRN-REC-NO TO WS-MARK-REC-NO
                           MOVE JRN-TIMESTAMP TO WS-MARK-STAMP
                           MOVE JRN-IMAGE-COUNT TO WS-MARK-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL
           MOVE "00" TO WS-MASTER-JOURNAL-STATUS
           IF WS-MARK-REC-NO = 0
               DISPLAY "No CUSTUNL0 unload mark on CUSTJRNL.DAT; "
                       "there is no image to recover from."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POINT-STAMP < WS-MARK-STAMP
               DISPLAY "The recovery point is earlier than the "
                       "last unload (" WS-MARK-DATE " "
                       WS-MARK-TIME(1:6) "); recovery refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-PROVE-IMAGE.
           OPEN INPUT CUSTOUT-SEQ
           IF NOT WS-CUSTOUT-SEQ-OK
               DISPLAY "Unable to open CUSTOUT.SEQ - status "
                       WS-CUSTOUT-SEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CUSTOUT-SEQ-EOF
               READ CUSTOUT-SEQ
                   AT END
                       SET WS-CUSTOUT-SEQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-IMAGE
               END-READ
           END-PERFORM
           CLOSE CUSTOUT-SEQ
           MOVE "00" TO WS-CUSTOUT-SEQ-STATUS
           IF WS-COUNT-IMAGE NOT = WS-MARK-COUNT
               DISPLAY "CUSTOUT.SEQ holds " WS-COUNT-IMAGE
                       " records; the last unload mark says "
                       WS-MARK-COUNT "."
               DISPLAY "The image on hand is not the one the "
                       "journal was marked for; recovery refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LOAD-IMAGE.
           OPEN INPUT CUSTOUT-SEQ
           IF NOT WS-CUSTOUT-SEQ-OK
               DISPLAY "Unable to open CUSTOUT.SEQ - status "
                       WS-CUSTOUT-SEQ-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTOUT
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to create CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CUSTOUT-SEQ-EOF
               READ CUSTOUT-SEQ INTO CUSTOMER-RECORD
                   AT END
                       SET WS-CUSTOUT-SEQ-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOUT-SEQ
           CLOSE CUSTOUT.

      *    The same settling CUSTCNV0 gives a reloaded record --
      *    status and undeliverable markers set, a missing match
      *    key built -- so the loaded image matches the master the
      *    journal's before images were taken from.
       2100-LOAD-ONE-RECORD.
           IF CUST-STATUS = SPACE
               SET CUST-IS-ACTIVE TO TRUE
           END-IF
           IF CUST-ADDR-UNDELIV = SPACE
               MOVE "N" TO CUST-ADDR-UNDELIV
           END-IF
           IF CUST-MATCH-KEY = SPACES
              AND CUST-NAME-LINE1 NOT = SPACES
               CALL "MATCHKEY" USING CUST-NAME-LINE1 CUST-MATCH-KEY
               END-CALL
           END-IF
           WRITE CUSTOMER-RECORD
           IF WS-CUSTOUT-KEY-ERROR
               DISPLAY "Duplicate CUST-ID " CUST-ID " on "
                       "CUSTOUT.SEQ; recovery stopped."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to write CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-LOADED.

       3000-ROLL-FORWARD.
           OPEN I-O CUSTOUT
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to open CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RCV-RPT
           IF NOT WS-RCV-RPT-OK
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                       " - status " WS-RCV-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 9000-WRITE-REGISTER-HEADING

           OPEN INPUT MASTER-JOURNAL
           IF NOT WS-MASTER-JOURNAL-OK
               DISPLAY "Unable to open CUSTJRNL.DAT - status "
                       WS-MASTER-JOURNAL-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-JRN-REC-NO
           PERFORM UNTIL WS-MASTER-JOURNAL-EOF
               READ MASTER-JOURNAL INTO MASTER-JOURNAL-RECORD
                   AT END
                       SET WS-MASTER-JOURNAL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRN-REC-NO
                       IF WS-JRN-REC-NO > WS-MARK-REC-NO
                           PERFORM 3100-CONSIDER-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL

           PERFORM 9200-WRITE-REGISTER-TOTALS
           CLOSE RCV-RPT
           CLOSE CUSTOUT.

      *    Records past the chosen point are counted and left
      *    alone; the journal is in the order the updates were
      *    made, so those are the updates the point excludes.
       3100-CONSIDER-ONE-RECORD.
           IF JRN-TIMESTAMP > WS-POINT-STAMP
               ADD 1 TO WS-COUNT-BEYOND
           ELSE
               MOVE SPACES TO WS-APPLY-NOTE
               EVALUATE TRUE
                   WHEN JRN-IS-ADD
                       PERFORM 3200-REAPPLY-ADD
                   WHEN JRN-IS-CHANGE
                       PERFORM 3300-REAPPLY-CHANGE
                   WHEN JRN-IS-DELETE
                       PERFORM 3400-REAPPLY-DELETE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION - SKIPPED"
                           TO WS-APPLY-NOTE
               END-EVALUATE
               IF WS-APPLY-NOTE NOT = SPACES
                   ADD 1 TO WS-COUNT-FLAGGED
               END-IF
               ADD 1 TO WS-COUNT-APPLIED
               PERFORM 9100-WRITE-REGISTER-DETAIL
           END-IF.

       3200-REAPPLY-ADD.
           ADD 1 TO WS-COUNT-ADDS
           MOVE JRN-AFTER-IMAGE TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
           IF WS-CUSTOUT-KEY-ERROR
               MOVE "ADD OF CUSTOMER ALREADY ON FILE"
                   TO WS-APPLY-NOTE
               MOVE JRN-AFTER-IMAGE TO CUSTOMER-RECORD
               REWRITE CUSTOMER-RECORD
           END-IF
           PERFORM 3900-CHECK-MASTER-WRITE.

       3300-REAPPLY-CHANGE.
           ADD 1 TO WS-COUNT-CHANGES
           MOVE JRN-AFTER-IMAGE(1:10) TO CUST-ID
           READ CUSTOUT
               INVALID KEY
                   MOVE "CHANGE TO MISSING CUSTOMER - ADDED"
                       TO WS-APPLY-NOTE
                   MOVE JRN-AFTER-IMAGE TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
               NOT INVALID KEY
                   IF CUSTOMER-RECORD NOT = JRN-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE DIFFERS FROM MASTER"
                           TO WS-APPLY-NOTE
                   END-IF
                   MOVE JRN-AFTER-IMAGE TO CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
           END-READ
           PERFORM 3900-CHECK-MASTER-WRITE.

       3400-REAPPLY-DELETE.
           ADD 1 TO WS-COUNT-DELETES
           MOVE JRN-BEFORE-IMAGE(1:10) TO CUST-ID
           READ CUSTOUT
               INVALID KEY
                   MOVE "DELETE OF MISSING CUSTOMER" TO WS-APPLY-NOTE
               NOT INVALID KEY
                   IF CUSTOMER-RECORD NOT = JRN-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE DIFFERS FROM MASTER"
                           TO WS-APPLY-NOTE
                   END-IF
                   DELETE CUSTOUT RECORD
                   PERFORM 3900-CHECK-MASTER-WRITE
           END-READ.

       3900-CHECK-MASTER-WRITE.
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to update CUSTOUT.DAT for "
                       CUST-ID " - status " WS-CUSTOUT-STATUS
               DISPLAY "Recovery stopped at journal record "
                       WS-JRN-REC-NO "; the master is incomplete."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING "Customer Master Recovery Register - run "
               WS-CDT-DATE " by " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-LOADED TO WS-RPT-COUNT-9
           STRING "Image CUSTOUT.SEQ unloaded " WS-MARK-DATE " "
               WS-MARK-TIME(1:6) " - records loaded: "
               WS-RPT-COUNT-9
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-POINT-DATE = 99999999
               MOVE "Recovered to: end of journal" TO WS-RPT-LINE
           ELSE
               STRING "Recovered to: " WS-POINT-DATE " "
                   WS-POINT-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE RCV-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE "Date     Time    Program  Operator  Act  Customer"
               TO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE.

       9100-WRITE-REGISTER-DETAIL.
           MOVE SPACES TO WS-RPT-LINE
           IF JRN-IS-DELETE
               STRING JRN-DATE " " JRN-TIME(1:6) "  "
                   JRN-PROGRAM-ID " " JRN-OPERATOR-ID "  "
                   JRN-ACTION "    " JRN-BEFORE-IMAGE(1:10) "  "
                   JRN-BEFORE-IMAGE(11:40) " " WS-APPLY-NOTE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING JRN-DATE " " JRN-TIME(1:6) "  "
                   JRN-PROGRAM-ID " " JRN-OPERATOR-ID "  "
                   JRN-ACTION "    " JRN-AFTER-IMAGE(1:10) "  "
                   JRN-AFTER-IMAGE(11:40) " " WS-APPLY-NOTE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE RCV-RPT-REC FROM WS-RPT-LINE.

       9200-WRITE-REGISTER-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-APPLIED TO WS-RPT-COUNT-DISPLAY
           STRING "Journal records reapplied:   " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-ADDS TO WS-RPT-COUNT-DISPLAY
           STRING "  Adds:                      " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-CHANGES TO WS-RPT-COUNT-DISPLAY
           STRING "  Changes:                   " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-DELETES TO WS-RPT-COUNT-DISPLAY
           STRING "  Deletes:                   " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-FLAGGED TO WS-RPT-COUNT-DISPLAY
           STRING "Flagged for review:          " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-BEYOND TO WS-RPT-COUNT-DISPLAY
           STRING "Past the point, not applied: " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE RCV-RPT-REC FROM WS-RPT-LINE.
