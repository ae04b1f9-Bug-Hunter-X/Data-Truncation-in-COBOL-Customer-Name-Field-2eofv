       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRIC0.
      *
      *    Weekly cross-file referential integrity check.  Every
      *    file that points at a customer by CUST-ID is read
      *    through and each CUST-ID on it is looked up on the live
      *    master and then on the archive; one found on neither is
      *    an orphan -- history for a customer who no longer exists
      *    anywhere, typically left behind by a CUSTARC0 purge gone
      *    wrong or a CUSTUNL0/CUSTCNV0 reload from the wrong image.
      *    The files checked are:
      *
      *      - ADDRHIST.DAT   prior addresses;
      *      - AUDHIST.DAT    the audit history master;
      *      - the dated AUDITyyyymmdd.LOG daily logs, every day
      *        listed on AUDHIST.CTL plus the days since the newest
      *        fold up to the current append target;
      *      - WELREG.DAT     the welcome-letter register;
      *      - PENDADDR.DAT   future-dated addresses still held;
      *      - HOUSEHLD.DAT   household membership.
      *
      *    An audit entry that records an intake record rejected
      *    before the customer was looked up (AMIS, ASTA, AZIP,
      *    AZST, APHN, AEFF), an address for an unknown customer
      *    (ANOF) or mail returned for one (RMAL, not on master)
      *    carries whatever ID the branch keyed, so it is not a
      *    cross-reference and is not checked.  Entries with no
      *    CUST-ID at all (intake BLNK/CHAR rejects, run-level
      *    entries) are skipped the same way.
      *
      *    The master and the archive are also checked against
      *    each other and themselves:
      *
      *      - no CUST-ID may be on both the master and the
      *        archive -- CUSTARC0 deletes what it archives;
      *      - every CUST-MATCH-KEY on the master must equal what
      *        MATCHKEY builds from the current name line 1, or the
      *        duplicate checks are comparing against a stale key;
      *      - every archived customer image must be voided.
      *
      *    Each finding is listed on INTEGyyyymmdd.RPT under the
      *    file it was found on, followed by the records checked
      *    and the exceptions found per file.  The program reads
      *    and never writes the files it checks, and ends with
      *    RETURN-CODE 8 when anything was found, so the morning
      *    CUSTMSR0 status report flags the run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOUT ASSIGN TO "CUSTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME-LINE1
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOUT-STATUS.

           SELECT CUST-ARCH ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-ID
               FILE STATUS IS WS-CUST-ARCH-STATUS.

           SELECT ADDR-HIST ASSIGN TO "ADDRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHIS-KEY
               FILE STATUS IS WS-ADDR-HIST-STATUS.

           SELECT AUDIT-HIST ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AUDIT-HIST-STATUS.

           SELECT PEND-ADDR ASSIGN TO "PENDADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAD-KEY
               FILE STATUS IS WS-PEND-ADDR-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HHM-CUST-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT LETTER-REG ASSIGN TO "WELREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WLR-CUST-ID
               FILE STATUS IS WS-LETTER-REG-STATUS.

           SELECT FOLDED-CTL ASSIGN TO "AUDHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDED-CTL-STATUS.

           SELECT DAILY-LOG ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-LOG-STATUS.

           SELECT INTEG-RPT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEG-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOUT
           RECORDING MODE IS F.
       COPY CUSTREC.

       FD  CUST-ARCH
           RECORDING MODE IS F.
       COPY ARCHREC.

       FD  ADDR-HIST
           RECORDING MODE IS F.
       COPY ADDRHREC.

       FD  AUDIT-HIST
           RECORDING MODE IS F.
       COPY AUDHREC.

       FD  PEND-ADDR
           RECORDING MODE IS F.
       COPY PADRREC.

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
       COPY HSHLDREC.

       FD  LETTER-REG
           RECORDING MODE IS F.
       01  LETTER-REG-RECORD.
           05  WLR-CUST-ID             PIC X(10).
           05  WLR-DATE-LETTERED       PIC 9(8).
           05  WLR-OPERATOR-ID         PIC X(8).

       FD  FOLDED-CTL
           RECORDING MODE IS F.
       01  FOLDED-CTL-REC              PIC 9(8).

       FD  DAILY-LOG
           RECORDING MODE IS F.
       01  DAILY-LOG-REC               PIC X(192).

       FD  INTEG-RPT
           RECORDING MODE IS F.
       01  INTEG-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY RUNLEDRC.

      *    Start stamp for the run-ledger completion record.
       01  WS-LED-START-DATE           PIC 9(8).
       01  WS-LED-START-TIME           PIC 9(8).

      *    02 is the duplicate-alternate-key advisory on the
      *    master's alternate indexes; a successful read, not an
      *    error.
       01  WS-CUSTOUT-STATUS           PIC XX.
           88  WS-CUSTOUT-OK               VALUE "00", "02".
           88  WS-CUSTOUT-EOF              VALUE "10".
           88  WS-CUSTOUT-NOT-FOUND        VALUE "35".

       01  WS-CUST-ARCH-STATUS         PIC XX.
           88  WS-CUST-ARCH-OK             VALUE "00".
           88  WS-CUST-ARCH-EOF            VALUE "10".
           88  WS-CUST-ARCH-NOT-FOUND      VALUE "35".

       01  WS-ADDR-HIST-STATUS         PIC XX.
           88  WS-ADDR-HIST-OK             VALUE "00".
           88  WS-ADDR-HIST-EOF            VALUE "10".
           88  WS-ADDR-HIST-NOT-FOUND      VALUE "35".

       01  WS-AUDIT-HIST-STATUS        PIC XX.
           88  WS-AUDIT-HIST-OK            VALUE "00".
           88  WS-AUDIT-HIST-EOF           VALUE "10".
           88  WS-AUDIT-HIST-NOT-FOUND     VALUE "35".

       01  WS-PEND-ADDR-STATUS         PIC XX.
           88  WS-PEND-ADDR-OK             VALUE "00".
           88  WS-PEND-ADDR-EOF            VALUE "10".
           88  WS-PEND-ADDR-NOT-FOUND      VALUE "35".

       01  WS-HOUSEHOLD-STATUS         PIC XX.
           88  WS-HOUSEHOLD-OK             VALUE "00", "02".
           88  WS-HOUSEHOLD-EOF            VALUE "10".
           88  WS-HOUSEHOLD-NOT-FOUND      VALUE "35".

       01  WS-LETTER-REG-STATUS        PIC XX.
           88  WS-LETTER-REG-OK            VALUE "00".
           88  WS-LETTER-REG-EOF           VALUE "10".
           88  WS-LETTER-REG-NOT-FOUND     VALUE "35".

       01  WS-FOLDED-CTL-STATUS        PIC XX.
           88  WS-FOLDED-CTL-OK            VALUE "00".
           88  WS-FOLDED-CTL-EOF           VALUE "10".

       01  WS-DAILY-LOG-STATUS         PIC XX.
           88  WS-DAILY-LOG-OK             VALUE "00".
           88  WS-DAILY-LOG-EOF            VALUE "10".

       01  WS-INTEG-RPT-STATUS         PIC XX.
           88  WS-INTEG-RPT-OK             VALUE "00".

       01  WS-ARCH-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-ARCH-PRESENT             VALUE "Y".

      *    Date of the dated log AUDTARG picks as today's append
      *    target -- the newest log that can exist unfolded.
       01  WS-AUDIT-TARGET-DATE        PIC 9(8).
       01  WS-AUDIT-FILENAME           PIC X(20).
       01  WS-LOG-FILENAME             PIC X(20).
       01  WS-REPORT-FILENAME          PIC X(24).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

      *    One row per file checked, in report order: records
      *    checked, exceptions found, and whether the file was
      *    there at all.
       01  WS-SECTION-NAME-LIST.
           05  FILLER                  PIC X(14) VALUE "CUSTOUT.DAT".
           05  FILLER                  PIC X(14) VALUE "CUSTARCH.DAT".
           05  FILLER                  PIC X(14) VALUE "ADDRHIST.DAT".
           05  FILLER                  PIC X(14) VALUE "AUDHIST.DAT".
           05  FILLER                  PIC X(14) VALUE "Daily logs".
           05  FILLER                  PIC X(14) VALUE "WELREG.DAT".
           05  FILLER                  PIC X(14) VALUE "PENDADDR.DAT".
           05  FILLER                  PIC X(14) VALUE "HOUSEHLD.DAT".
       01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAME-LIST.
           05  WS-SECTION-NAME OCCURS 8 TIMES
                   PIC X(14).

       01  WS-SEC-SUB                  PIC 9(2) COMP.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 8 TIMES.
               10  WS-SEC-CHECKED      PIC 9(9).
               10  WS-SEC-EXCEPTIONS   PIC 9(9).
               10  WS-SEC-PRESENT      PIC X.
                   88  WS-SEC-IS-PRESENT   VALUE "Y".

       01  WS-COUNT-CHECKED            PIC 9(9) VALUE 0.
       01  WS-COUNT-EXCEPTIONS         PIC 9(9) VALUE 0.
       01  WS-COUNT-LOGS-READ          PIC 9(5) VALUE 0.

      *    Result of the last master/archive lookup.  History files
      *    arrive in CUST-ID order, so the answer for one ID is kept
      *    and reused for the rest of that customer's records.
       01  WS-CHK-CUST-ID              PIC X(10).
       01  WS-LAST-CHK-ID              PIC X(10) VALUE LOW-VALUES.
       01  WS-FOUND-WHERE              PIC X.
           88  WS-FOUND-ON-MASTER          VALUE "M".
           88  WS-FOUND-ON-ARCHIVE         VALUE "A".
           88  WS-FOUND-NOWHERE            VALUE "N".

      *    Audit entry being judged, from a daily log or the
      *    history master.
       01  WS-CHK-RULE-CODE            PIC X(4).
       01  WS-CHK-RULE-DESC            PIC X(50).
       01  WS-EXEMPT-SWITCH            PIC X.
           88  WS-ENTRY-EXEMPT             VALUE "Y".
      *    CUSTRTN0 writes RMAL both for a customer it found and,
      *    with this description, for a returned-mail ID that is
      *    not on the master.
       01  WS-RMAL-NOT-FOUND-DESC      PIC X(50) VALUE
           "Mail return for ID not on customer master".

       01  WS-BUILT-MATCH-KEY          PIC X(20).

      *    Dated logs to read: every day folded so far, from
      *    AUDHIST.CTL, plus each day since the newest fold up to
      *    the current append target.
       01  WS-LOG-DATE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOG-DATE-SUB             PIC 9(5) COMP.
       01  WS-LOG-DATE-TABLE.
           05  WS-LOG-DATE OCCURS 20400 TIMES PIC 9(8).
       01  WS-NEWEST-FOLDED            PIC 9(8) VALUE 0.
       01  WS-NEXT-LOG-DATE            PIC 9(8).
       01  WS-DATE-INT                 PIC 9(8).
       01  WS-TRIES                    PIC 9(3) COMP.

      *    The finding being listed.
       01  WS-EXC-CUST-ID              PIC X(10).
       01  WS-EXC-DETAIL               PIC X(30).
       01  WS-EXC-FINDING              PIC X(40).

       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-EXC-DISPLAY          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE

           OPEN INPUT CUSTOUT
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to open CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               DISPLAY "Integrity check not run."
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-LEDGER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-ARCH
           IF WS-CUST-ARCH-OK
               SET WS-ARCH-PRESENT TO TRUE
           ELSE
               IF NOT WS-CUST-ARCH-NOT-FOUND
                   DISPLAY "Unable to open CUSTARCH.DAT - status "
                           WS-CUST-ARCH-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM 0200-OPEN-REPORT
           PERFORM 1000-CHECK-MASTER
           PERFORM 1500-CHECK-ARCHIVE
           PERFORM 2000-CHECK-ADDRESS-HISTORY
           PERFORM 3000-CHECK-AUDIT-HISTORY
           PERFORM 4000-CHECK-DAILY-LOGS
           PERFORM 5000-CHECK-LETTER-REGISTER
           PERFORM 5500-CHECK-PENDING-ADDRESSES
           PERFORM 6000-CHECK-HOUSEHOLDS
           PERFORM 9000-WRITE-SUMMARY

           CLOSE CUSTOUT
           IF WS-ARCH-PRESENT
               CLOSE CUST-ARCH
           END-IF
           CLOSE INTEG-RPT

           IF WS-COUNT-EXCEPTIONS > 0
               DISPLAY "Integrity check: " WS-COUNT-EXCEPTIONS
                       " exception(s) - see " WS-REPORT-FILENAME
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Integrity check clean."
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-LEDGER
           IF WS-COUNT-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-LED-START-DATE
           MOVE WS-CDT-TIME TO WS-LED-START-TIME
           CALL "AUDTARG" USING WS-CDT-DATE WS-AUDIT-TARGET-DATE
               WS-AUDIT-FILENAME
           END-CALL
           STRING "INTEG" WS-CDT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > 8
               MOVE 0 TO WS-SEC-CHECKED(WS-SEC-SUB)
               MOVE 0 TO WS-SEC-EXCEPTIONS(WS-SEC-SUB)
               MOVE "N" TO WS-SEC-PRESENT(WS-SEC-SUB)
           END-PERFORM.

       0200-OPEN-REPORT.
           OPEN OUTPUT INTEG-RPT
           IF NOT WS-INTEG-RPT-OK
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                       " - status " WS-INTEG-RPT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "Customer File Integrity Exceptions - "
               WS-LED-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "File           CUST-ID    Record"
               "                         Finding"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE.

      *    The master is read in key order.  Each record is checked
      *    for a stale match key and for a copy on the archive.
       1000-CHECK-MASTER.
           MOVE 1 TO WS-SEC-SUB
           SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOUT KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET WS-CUSTOUT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CUSTOUT-EOF
               READ CUSTOUT NEXT RECORD
                   AT END
                       SET WS-CUSTOUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-CHECK-ONE-MASTER-RECORD
               END-READ
           END-PERFORM.

       1100-CHECK-ONE-MASTER-RECORD.
           PERFORM 8100-COUNT-CHECKED
           MOVE SPACES TO WS-BUILT-MATCH-KEY
           CALL "MATCHKEY" USING CUST-NAME-LINE1 WS-BUILT-MATCH-KEY
           END-CALL
           IF CUST-MATCH-KEY NOT = WS-BUILT-MATCH-KEY
               MOVE CUST-ID TO WS-EXC-CUST-ID
               MOVE CUST-NAME-LINE1 TO WS-EXC-DETAIL
               STRING "STALE MATCH KEY " CUST-MATCH-KEY
                   DELIMITED BY SIZE INTO WS-EXC-FINDING
               PERFORM 8000-WRITE-EXCEPTION
           END-IF
           IF WS-ARCH-PRESENT
               MOVE CUST-ID TO ARC-ID
               READ CUST-ARCH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-ID TO WS-EXC-CUST-ID
                       MOVE CUST-NAME-LINE1 TO WS-EXC-DETAIL
                       MOVE "ON BOTH MASTER AND ARCHIVE"
                           TO WS-EXC-FINDING
                       PERFORM 8000-WRITE-EXCEPTION
               END-READ
           END-IF.

      *    The archive image is a whole CUSTOMER-RECORD; it is
      *    looked at through the master's record area, which the
      *    master pass has finished with.
       1500-CHECK-ARCHIVE.
           MOVE 2 TO WS-SEC-SUB
           IF WS-ARCH-PRESENT
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               MOVE LOW-VALUES TO ARC-ID
               START CUST-ARCH KEY IS NOT LESS THAN ARC-ID
                   INVALID KEY
                       SET WS-CUST-ARCH-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CUST-ARCH-EOF
                   READ CUST-ARCH NEXT RECORD
                       AT END
                           SET WS-CUST-ARCH-EOF TO TRUE
                       NOT AT END
                           PERFORM 1600-CHECK-ONE-ARCHIVED
                   END-READ
               END-PERFORM
           END-IF.

       1600-CHECK-ONE-ARCHIVED.
           PERFORM 8100-COUNT-CHECKED
           MOVE ARC-CUSTOMER-IMAGE TO CUSTOMER-RECORD
           IF NOT CUST-IS-VOIDED
               MOVE ARC-ID TO WS-EXC-CUST-ID
               MOVE CUST-NAME-LINE1 TO WS-EXC-DETAIL
               STRING "ARCHIVED BUT NOT VOIDED - STATUS '"
                   CUST-STATUS "'"
                   DELIMITED BY SIZE INTO WS-EXC-FINDING
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       2000-CHECK-ADDRESS-HISTORY.
           MOVE 3 TO WS-SEC-SUB
           OPEN INPUT ADDR-HIST
           IF WS-ADDR-HIST-OK
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               PERFORM UNTIL WS-ADDR-HIST-EOF
                   READ ADDR-HIST NEXT RECORD
                       AT END
                           SET WS-ADDR-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 8100-COUNT-CHECKED
                           MOVE AHIS-CUST-ID TO WS-CHK-CUST-ID
                           PERFORM 7000-LOOKUP-CUSTOMER
                           IF WS-FOUND-NOWHERE
                               MOVE SPACES TO WS-EXC-DETAIL
                               STRING "CHANGED " AHIS-CHANGE-DATE
                                   " " AHIS-CHANGE-TIME
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-DETAIL
                               PERFORM 8010-WRITE-ORPHAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDR-HIST
           ELSE
               PERFORM 8200-CHECK-OPEN-STATUS
           END-IF.

       3000-CHECK-AUDIT-HISTORY.
           MOVE 4 TO WS-SEC-SUB
           OPEN INPUT AUDIT-HIST
           IF WS-AUDIT-HIST-OK
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               PERFORM UNTIL WS-AUDIT-HIST-EOF
                   READ AUDIT-HIST NEXT RECORD
                       AT END
                           SET WS-AUDIT-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-CHECK-ONE-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-HIST
           ELSE
               PERFORM 8200-CHECK-OPEN-STATUS
           END-IF.

       3100-CHECK-ONE-HISTORY-ENTRY.
           MOVE AHST-RULE-CODE TO WS-CHK-RULE-CODE
           MOVE AHST-RULE-DESC TO WS-CHK-RULE-DESC
           MOVE AHST-CUSTOMER-ID TO WS-CHK-CUST-ID
           PERFORM 7100-CHECK-ENTRY-EXEMPT
           IF NOT WS-ENTRY-EXEMPT
               PERFORM 8100-COUNT-CHECKED
               PERFORM 7000-LOOKUP-CUSTOMER
               IF WS-FOUND-NOWHERE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING AHST-RULE-CODE " " AHST-DATE " "
                       AHST-TIME DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   PERFORM 8010-WRITE-ORPHAN
               END-IF
           END-IF.

      *    Folded days are still on disk (CUSTAHC0 leaves the dated
      *    logs in place), and the days not yet folded are the only
      *    place their entries exist, so both are read.  A day with
      *    no log is skipped.
       4000-CHECK-DAILY-LOGS.
           MOVE 5 TO WS-SEC-SUB
           PERFORM 4010-LIST-LOG-DATES
           PERFORM VARYING WS-LOG-DATE-SUB FROM 1 BY 1
                   UNTIL WS-LOG-DATE-SUB > WS-LOG-DATE-COUNT
               PERFORM 4100-CHECK-ONE-LOG
           END-PERFORM.

       4010-LIST-LOG-DATES.
           MOVE 0 TO WS-LOG-DATE-COUNT
           MOVE 0 TO WS-NEWEST-FOLDED
           OPEN INPUT FOLDED-CTL
           IF WS-FOLDED-CTL-OK
               PERFORM UNTIL WS-FOLDED-CTL-EOF
                   READ FOLDED-CTL
                       AT END
                           SET WS-FOLDED-CTL-EOF TO TRUE
                       NOT AT END
                           IF WS-LOG-DATE-COUNT < 20000
                               ADD 1 TO WS-LOG-DATE-COUNT
                               MOVE FOLDED-CTL-REC
                                 TO WS-LOG-DATE(WS-LOG-DATE-COUNT)
                           END-IF
                           IF FOLDED-CTL-REC > WS-NEWEST-FOLDED
                               MOVE FOLDED-CTL-REC
                                   TO WS-NEWEST-FOLDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLDED-CTL
           END-IF

      *    With nothing folded yet, today is the first day that can
      *    have an unfolded log.
           IF WS-NEWEST-FOLDED = 0
               MOVE WS-LED-START-DATE TO WS-NEXT-LOG-DATE
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-NEWEST-FOLDED)
                   TO WS-DATE-INT
               ADD 1 TO WS-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEXT-LOG-DATE
           END-IF
           MOVE 0 TO WS-TRIES
           PERFORM UNTIL WS-NEXT-LOG-DATE > WS-AUDIT-TARGET-DATE
                      OR WS-TRIES > 400
               ADD 1 TO WS-TRIES
               ADD 1 TO WS-LOG-DATE-COUNT
               MOVE WS-NEXT-LOG-DATE
                   TO WS-LOG-DATE(WS-LOG-DATE-COUNT)
               MOVE FUNCTION INTEGER-OF-DATE(WS-NEXT-LOG-DATE)
                   TO WS-DATE-INT
               ADD 1 TO WS-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEXT-LOG-DATE
           END-PERFORM.

       4100-CHECK-ONE-LOG.
           MOVE SPACES TO WS-LOG-FILENAME
           STRING "AUDIT" WS-LOG-DATE(WS-LOG-DATE-SUB) ".LOG"
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN INPUT DAILY-LOG
           IF WS-DAILY-LOG-OK
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               ADD 1 TO WS-COUNT-LOGS-READ
               PERFORM UNTIL WS-DAILY-LOG-EOF
                   READ DAILY-LOG INTO AUDIT-RECORD
                       AT END
                           SET WS-DAILY-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 4200-CHECK-ONE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG
           END-IF.

       4200-CHECK-ONE-LOG-ENTRY.
           MOVE AUD-RULE-CODE TO WS-CHK-RULE-CODE
           MOVE AUD-RULE-DESC TO WS-CHK-RULE-DESC
           MOVE AUD-CUSTOMER-ID TO WS-CHK-CUST-ID
           PERFORM 7100-CHECK-ENTRY-EXEMPT
           IF NOT WS-ENTRY-EXEMPT
               PERFORM 8100-COUNT-CHECKED
               PERFORM 7000-LOOKUP-CUSTOMER
               IF WS-FOUND-NOWHERE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING WS-LOG-FILENAME(1:17) " " AUD-RULE-CODE
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM 8010-WRITE-ORPHAN
               END-IF
           END-IF.

       5000-CHECK-LETTER-REGISTER.
           MOVE 6 TO WS-SEC-SUB
           OPEN INPUT LETTER-REG
           IF WS-LETTER-REG-OK
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               PERFORM UNTIL WS-LETTER-REG-EOF
                   READ LETTER-REG NEXT RECORD
                       AT END
                           SET WS-LETTER-REG-EOF TO TRUE
                       NOT AT END
                           PERFORM 8100-COUNT-CHECKED
                           MOVE WLR-CUST-ID TO WS-CHK-CUST-ID
                           PERFORM 7000-LOOKUP-CUSTOMER
                           IF WS-FOUND-NOWHERE
                               MOVE SPACES TO WS-EXC-DETAIL
                               STRING "LETTERED " WLR-DATE-LETTERED
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-DETAIL
                               PERFORM 8010-WRITE-ORPHAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-REG
           ELSE
               PERFORM 8200-CHECK-OPEN-STATUS
           END-IF.

       5500-CHECK-PENDING-ADDRESSES.
           MOVE 7 TO WS-SEC-SUB
           OPEN INPUT PEND-ADDR
           IF WS-PEND-ADDR-OK
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               PERFORM UNTIL WS-PEND-ADDR-EOF
                   READ PEND-ADDR NEXT RECORD
                       AT END
                           SET WS-PEND-ADDR-EOF TO TRUE
                       NOT AT END
                           PERFORM 8100-COUNT-CHECKED
                           MOVE PAD-CUST-ID TO WS-CHK-CUST-ID
                           PERFORM 7000-LOOKUP-CUSTOMER
                           IF WS-FOUND-NOWHERE
                               MOVE SPACES TO WS-EXC-DETAIL
                               STRING "EFFECTIVE "
                                   PAD-EFFECTIVE-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-DETAIL
                               PERFORM 8010-WRITE-ORPHAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-ADDR
           ELSE
               PERFORM 8200-CHECK-OPEN-STATUS
           END-IF.

       6000-CHECK-HOUSEHOLDS.
           MOVE 8 TO WS-SEC-SUB
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-OK
               SET WS-SEC-IS-PRESENT(WS-SEC-SUB) TO TRUE
               PERFORM UNTIL WS-HOUSEHOLD-EOF
                   READ HOUSEHOLD-FILE NEXT RECORD
                       AT END
                           SET WS-HOUSEHOLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 8100-COUNT-CHECKED
                           MOVE HHM-CUST-ID TO WS-CHK-CUST-ID
                           PERFORM 7000-LOOKUP-CUSTOMER
                           IF WS-FOUND-NOWHERE
                               MOVE SPACES TO WS-EXC-DETAIL
                               STRING "HOUSEHOLD " HHM-HOUSEHOLD-ID
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-DETAIL
                               PERFORM 8010-WRITE-ORPHAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           ELSE
               PERFORM 8200-CHECK-OPEN-STATUS
           END-IF.

      *    Master first, then archive.  The answer for the last ID
      *    looked up is reused while the same ID keeps coming.
       7000-LOOKUP-CUSTOMER.
           IF WS-CHK-CUST-ID NOT = WS-LAST-CHK-ID
               MOVE WS-CHK-CUST-ID TO WS-LAST-CHK-ID
               MOVE WS-CHK-CUST-ID TO CUST-ID
               READ CUSTOUT
                   INVALID KEY
                       SET WS-FOUND-NOWHERE TO TRUE
                   NOT INVALID KEY
                       SET WS-FOUND-ON-MASTER TO TRUE
               END-READ
               IF WS-FOUND-NOWHERE AND WS-ARCH-PRESENT
                   MOVE WS-CHK-CUST-ID TO ARC-ID
                   READ CUST-ARCH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-FOUND-ON-ARCHIVE TO TRUE
                   END-READ
               END-IF
           END-IF.

      *    Entries whose CUST-ID is whatever came in on a rejected
      *    input record, or that carry no CUST-ID at all, are not
      *    references to a customer.
       7100-CHECK-ENTRY-EXEMPT.
           MOVE "N" TO WS-EXEMPT-SWITCH
           IF WS-CHK-CUST-ID = SPACES
               SET WS-ENTRY-EXEMPT TO TRUE
           END-IF
           EVALUATE WS-CHK-RULE-CODE
               WHEN "AMIS"
               WHEN "ASTA"
               WHEN "AZIP"
               WHEN "AZST"
               WHEN "APHN"
               WHEN "AEFF"
               WHEN "ANOF"
                   SET WS-ENTRY-EXEMPT TO TRUE
               WHEN "RMAL"
                   IF WS-CHK-RULE-DESC = WS-RMAL-NOT-FOUND-DESC
                       SET WS-ENTRY-EXEMPT TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-SEC-EXCEPTIONS(WS-SEC-SUB)
           ADD 1 TO WS-COUNT-EXCEPTIONS
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SECTION-NAME(WS-SEC-SUB) " " WS-EXC-CUST-ID
               " " WS-EXC-DETAIL " " WS-EXC-FINDING
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-EXC-CUST-ID
           MOVE SPACES TO WS-EXC-DETAIL
           MOVE SPACES TO WS-EXC-FINDING.

       8010-WRITE-ORPHAN.
           MOVE WS-CHK-CUST-ID TO WS-EXC-CUST-ID
           MOVE "NOT ON MASTER OR ARCHIVE" TO WS-EXC-FINDING
           PERFORM 8000-WRITE-EXCEPTION.

       8100-COUNT-CHECKED.
           ADD 1 TO WS-SEC-CHECKED(WS-SEC-SUB)
           ADD 1 TO WS-COUNT-CHECKED.

      *    A file that is not there yet has nothing to check; any
      *    other open failure stops the run rather than reporting
      *    a clean file that was never read.
       8200-CHECK-OPEN-STATUS.
           EVALUATE WS-SEC-SUB
               WHEN 3
                   IF NOT WS-ADDR-HIST-NOT-FOUND
                       DISPLAY "Unable to open ADDRHIST.DAT - "
                               "status " WS-ADDR-HIST-STATUS
                       STOP RUN
                   END-IF
               WHEN 4
                   IF NOT WS-AUDIT-HIST-NOT-FOUND
                       DISPLAY "Unable to open AUDHIST.DAT - "
                               "status " WS-AUDIT-HIST-STATUS
                       STOP RUN
                   END-IF
               WHEN 6
                   IF NOT WS-LETTER-REG-NOT-FOUND
                       DISPLAY "Unable to open WELREG.DAT - "
                               "status " WS-LETTER-REG-STATUS
                       STOP RUN
                   END-IF
               WHEN 7
                   IF NOT WS-PEND-ADDR-NOT-FOUND
                       DISPLAY "Unable to open PENDADDR.DAT - "
                               "status " WS-PEND-ADDR-STATUS
                       STOP RUN
                   END-IF
               WHEN 8
                   IF NOT WS-HOUSEHOLD-NOT-FOUND
                       DISPLAY "Unable to open HOUSEHLD.DAT - "
                               "status " WS-HOUSEHOLD-STATUS
                       STOP RUN
                   END-IF
           END-EVALUATE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           IF WS-COUNT-EXCEPTIONS = 0
               MOVE "  (no exceptions)" TO WS-RPT-LINE
               WRITE INTEG-RPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           END-IF
           MOVE "File               Checked      Exceptions"
               TO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > 8
               PERFORM 9100-WRITE-SECTION-LINE
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-CHECKED TO WS-RPT-COUNT-DISPLAY
           MOVE WS-COUNT-EXCEPTIONS TO WS-RPT-EXC-DISPLAY
           STRING "Total          " WS-RPT-COUNT-DISPLAY
               "     " WS-RPT-EXC-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-LOGS-READ TO WS-RPT-COUNT-DISPLAY
           STRING "Daily logs read:   " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE
           IF WS-COUNT-EXCEPTIONS > 0
               MOVE "*** INTEGRITY EXCEPTIONS FOUND ***"
                   TO WS-RPT-LINE
           ELSE
               MOVE "All cross-references agree." TO WS-RPT-LINE
           END-IF
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE.

       9100-WRITE-SECTION-LINE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SEC-IS-PRESENT(WS-SEC-SUB)
               MOVE WS-SEC-CHECKED(WS-SEC-SUB)
                   TO WS-RPT-COUNT-DISPLAY
               MOVE WS-SEC-EXCEPTIONS(WS-SEC-SUB)
                   TO WS-RPT-EXC-DISPLAY
               STRING WS-SECTION-NAME(WS-SEC-SUB) " "
                   WS-RPT-COUNT-DISPLAY "     " WS-RPT-EXC-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-SECTION-NAME(WS-SEC-SUB) " "
                   "   not present"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE INTEG-RPT-REC FROM WS-RPT-LINE.

      *    Completion record for the common run ledger: records
      *    checked, nothing written, exceptions as the rejects.
      *    Return code 8 is the exceptions verdict itself, which is
      *    what the morning status report flags.
       9900-WRITE-RUN-LEDGER.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE "CUSTRIC0" TO LED-PROGRAM-ID
           MOVE WS-LED-START-DATE TO LED-RUN-DATE
           MOVE WS-LED-START-TIME TO LED-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO LED-END-DATE
           MOVE WS-CDT-TIME TO LED-END-TIME
           MOVE WS-COUNT-CHECKED TO LED-RECORDS-READ
           MOVE 0 TO LED-RECORDS-WRITTEN
           MOVE WS-COUNT-EXCEPTIONS TO LED-RECORDS-REJECTED
           MOVE RETURN-CODE TO LED-RETURN-CODE
           MOVE SPACES TO LED-OPERATOR-ID
           CALL "RUNLEDG" USING RUN-LEDGER-RECORD
           END-CALL.
