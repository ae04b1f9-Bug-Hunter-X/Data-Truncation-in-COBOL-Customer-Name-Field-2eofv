       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERA0.
      *
      *    Privacy erasure, run on request when a closed customer
      *    exercises the legal right to have personal data erased.
      *    ERASREQ.DAT carries one record per request: the CUST-ID
      *    and the request reference it came in under.  For each
      *    customer the name, address and phone are overwritten
      *    with the *ERASED* mask wherever the suite keeps them --
      *    the live master or the archive image, prior addresses on
      *    the address history, the original values on the audit
      *    history master and on the dated daily audit logs, and
      *    the CUSTMAST.IN name snapshot -- and any future-dated
      *    address still pending or household membership held for
      *    the customer is removed outright.  The CUST-ID, dates,
      *    status and flags and every rule code stay as they were,
      *    so record counts, the audit trail's shape and the
      *    CUSTRCN0 CUST-ID sequence all still balance; the master
      *    match key is rebuilt from the masked name so it agrees
      *    with MATCHKEY.  WELREG.DAT holds only the CUST-ID and
      *    the letter date, so it is checked and reported but has
      *    nothing to mask.
      *
      *    A customer still active on the master, or with either
      *    duplicate flag still awaiting a CUSTDUP0 disposition, is
      *    refused -- erasure is for closed (voided or archived)
      *    customers only -- as is an ID on neither file or one
      *    already erased.  Each erased customer gets an ERAS
      *    audit entry carrying the request reference, the master
      *    rewrite is journaled like any other, and the run prints
      *    ERASEyyyymmdd.RPT, a certificate-style register showing
      *    for every request what was done to each file.  The run
      *    ends with RETURN-CODE 4 when any request was refused.
      *
      *    Copies outside these files -- older CUSTJRNL.DAT images,
      *    the CUSTUNL0 unload, dated snapshot backups and printed
      *    reports -- are not rewritten; they age out under their
      *    own retention.
      *
      *    The run operator comes from the staged RUNCTL.DAT
      *    run-control record when one is present, or from a
      *    console prompt for an ad-hoc run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-REQ ASSIGN TO "ERASREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-REQ-STATUS.

           SELECT CUSTOUT ASSIGN TO "CUSTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME-LINE1
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOUT-STATUS.

           SELECT CUST-ARCH ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-ID
               FILE STATUS IS WS-CUST-ARCH-STATUS.

           SELECT ADDR-HIST ASSIGN TO "ADDRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIS-KEY
               FILE STATUS IS WS-ADDR-HIST-STATUS.

           SELECT AUDIT-HIST ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AUDIT-HIST-STATUS.

           SELECT PEND-ADDR ASSIGN TO "PENDADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAD-KEY
               FILE STATUS IS WS-PEND-ADDR-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HHM-CUST-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT LETTER-REG ASSIGN TO "WELREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WLR-CUST-ID
               FILE STATUS IS WS-LETTER-REG-STATUS.

           SELECT CUSTMAST-IN ASSIGN TO "CUSTMAST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-IN-STATUS.

           SELECT FOLDED-CTL ASSIGN TO "AUDHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDED-CTL-STATUS.

           SELECT DAILY-LOG ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-LOG-STATUS.

           SELECT LOG-WORK ASSIGN TO "CUSTERA0.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-WORK-STATUS.

           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT ERASE-RPT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-REQ
           RECORDING MODE IS F.
       01  ERASE-REQ-REC.
           05  ERQ-CUST-ID             PIC X(10).
           05  ERQ-REFERENCE           PIC X(20).

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

       FD  CUSTMAST-IN
           RECORDING MODE IS F.
       01  CUSTMAST-IN-REC             PIC X(50).

       FD  FOLDED-CTL
           RECORDING MODE IS F.
       01  FOLDED-CTL-REC              PIC 9(8).

       FD  DAILY-LOG
           RECORDING MODE IS F.
       01  DAILY-LOG-REC               PIC X(192).

       FD  LOG-WORK
           RECORDING MODE IS F.
       01  LOG-WORK-REC                PIC X(192).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-REC               PIC X(192).

       FD  ERASE-RPT
           RECORDING MODE IS F.
       01  ERASE-RPT-REC               PIC X(132).

       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY RUNCTLRC.

       COPY RUNLEDRC.

       COPY JRNLREC.

      *    Start stamp for the run-ledger completion record.
       01  WS-LED-START-DATE           PIC 9(8).
       01  WS-LED-START-TIME           PIC 9(8).

       01  WS-ERASE-REQ-STATUS         PIC XX.
           88  WS-ERASE-REQ-OK             VALUE "00".
           88  WS-ERASE-REQ-EOF            VALUE "10".
           88  WS-ERASE-REQ-NOT-FOUND      VALUE "35".

      *    02 is the duplicate-alternate-key advisory on the
      *    master's alternate indexes; a successful read or
      *    rewrite, not an error.
       01  WS-CUSTOUT-STATUS           PIC XX.
           88  WS-CUSTOUT-OK               VALUE "00", "02".

       01  WS-CUST-ARCH-STATUS         PIC XX.
           88  WS-CUST-ARCH-OK             VALUE "00".
           88  WS-CUST-ARCH-NOT-FOUND      VALUE "35".

       01  WS-ADDR-HIST-STATUS         PIC XX.
           88  WS-ADDR-HIST-OK             VALUE "00".
           88  WS-ADDR-HIST-NOT-FOUND      VALUE "35".

       01  WS-AUDIT-HIST-STATUS        PIC XX.
           88  WS-AUDIT-HIST-OK            VALUE "00".
           88  WS-AUDIT-HIST-NOT-FOUND     VALUE "35".

       01  WS-PEND-ADDR-STATUS         PIC XX.
           88  WS-PEND-ADDR-OK             VALUE "00".
           88  WS-PEND-ADDR-NOT-FOUND      VALUE "35".

       01  WS-HOUSEHOLD-STATUS         PIC XX.
           88  WS-HOUSEHOLD-OK             VALUE "00", "02".
           88  WS-HOUSEHOLD-NOT-FOUND      VALUE "35".

       01  WS-LETTER-REG-STATUS        PIC XX.
           88  WS-LETTER-REG-OK            VALUE "00".
           88  WS-LETTER-REG-NOT-FOUND     VALUE "35".

       01  WS-CUSTMAST-IN-STATUS       PIC XX.
           88  WS-CUSTMAST-IN-OK           VALUE "00".
           88  WS-CUSTMAST-IN-EOF          VALUE "10".

       01  WS-FOLDED-CTL-STATUS        PIC XX.
           88  WS-FOLDED-CTL-OK            VALUE "00".
           88  WS-FOLDED-CTL-EOF           VALUE "10".

       01  WS-DAILY-LOG-STATUS         PIC XX.
           88  WS-DAILY-LOG-OK             VALUE "00".
           88  WS-DAILY-LOG-EOF            VALUE "10".

       01  WS-LOG-WORK-STATUS          PIC XX.
           88  WS-LOG-WORK-OK              VALUE "00".
           88  WS-LOG-WORK-EOF             VALUE "10".

       01  WS-AUDIT-LOG-STATUS         PIC XX.
           88  WS-AUDIT-LOG-OK             VALUE "00".

       01  WS-ERASE-RPT-STATUS         PIC XX.
           88  WS-ERASE-RPT-OK             VALUE "00".

       01  WS-RUN-CONTROL-STATUS       PIC XX.
           88  WS-RUN-CONTROL-OK           VALUE "00".

       01  WS-RUN-CONTROL-SWITCH       PIC X VALUE "N".
           88  WS-RUN-CONTROL-USED         VALUE "Y".

      *    Files that are only there once their feature has been
      *    used; a missing one simply has nothing to erase.
       01  WS-ARCH-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-ARCH-PRESENT             VALUE "Y".
       01  WS-AHIS-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-AHIS-PRESENT             VALUE "Y".
       01  WS-AHST-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-AHST-PRESENT             VALUE "Y".
       01  WS-PEND-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-PEND-PRESENT             VALUE "Y".
       01  WS-HHLD-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-HHLD-PRESENT             VALUE "Y".
       01  WS-WELREG-PRESENT-SWITCH    PIC X VALUE "N".
           88  WS-WELREG-PRESENT           VALUE "Y".

      *    Date of the dated log AUDTARG picked as the append
      *    target -- the first day at or after today whose log has
      *    not been folded into the history master.
       01  WS-AUDIT-TARGET-DATE        PIC 9(8).
       01  WS-AUDIT-FILENAME           PIC X(20).
       01  WS-LOG-FILENAME             PIC X(20).
       01  WS-REPORT-FILENAME          PIC X(24).

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

      *    What every erased personal field is overwritten with.
      *    Fields with no mask room of their own (city, state, ZIP,
      *    phone, name line 2) are simply cleared.
       01  WS-ERASED-MASK              PIC X(8) VALUE "*ERASED*".

      *    One entry per request read, carrying its outcome and the
      *    per-file tallies the register certifies.  The erased
      *    customer's name line 1 is held only for the length of
      *    the run, to find it on the name snapshot.
       01  WS-ERA-COUNT                PIC 9(3) VALUE 0.
       01  WS-ERA-SUB                  PIC 9(3) COMP.
       01  WS-ERA-HIT                  PIC 9(3) COMP.
       01  WS-ERA-TABLE.
           05  WS-ERA-ENTRY OCCURS 500 TIMES.
               10  WS-ERA-CUST-ID      PIC X(10).
               10  WS-ERA-REFERENCE    PIC X(20).
               10  WS-ERA-OUTCOME      PIC X.
                   88  WS-ERA-ERASED       VALUE "E".
                   88  WS-ERA-REFUSED      VALUE "R".
               10  WS-ERA-REASON       PIC X(30).
               10  WS-ERA-NAME         PIC X(50).
               10  WS-ERA-MASTER       PIC 9(5).
               10  WS-ERA-ARCHIVE      PIC 9(5).
               10  WS-ERA-AHIS         PIC 9(5).
               10  WS-ERA-AHST         PIC 9(5).
               10  WS-ERA-LOGS         PIC 9(5).
               10  WS-ERA-SNAP         PIC 9(5).
               10  WS-ERA-PEND         PIC 9(5).
               10  WS-ERA-HHLD         PIC 9(5).
               10  WS-ERA-WELREG       PIC X.
                   88  WS-ERA-LETTERED     VALUE "Y".

       01  WS-SCAN-DONE-SWITCH         PIC X.
           88  WS-SCAN-DONE                VALUE "Y".
       01  WS-REFUSE-REASON            PIC X(30).

      *    Name snapshot held in memory while it is masked, sized
      *    the way the CUSTEOD0 refresh sizes it.
       01  WS-SNAP-COUNT               PIC 9(5) VALUE 0.
       01  WS-SNAP-SUB                 PIC 9(5) COMP.
       01  WS-SNAP-MASKED              PIC 9(5) VALUE 0.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY OCCURS 20000 TIMES PIC X(50).
       01  WS-SNAP-FULL-SWITCH         PIC X VALUE "N".
           88  WS-SNAP-FULL                VALUE "Y".

      *    Dated logs to pass over: every day folded so far, from
      *    AUDHIST.CTL, plus each day since the newest fold up to
      *    the current append target, whose logs are not folded
      *    yet.
       01  WS-LOG-DATE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOG-DATE-SUB             PIC 9(5) COMP.
       01  WS-LOG-DATE-TABLE.
           05  WS-LOG-DATE OCCURS 20400 TIMES PIC 9(8).
       01  WS-NEWEST-FOLDED            PIC 9(8) VALUE 0.
       01  WS-NEXT-LOG-DATE            PIC 9(8).
       01  WS-DATE-INT                 PIC 9(8).
       01  WS-TRIES                    PIC 9(3) COMP.
       01  WS-LOG-MASKED-HERE          PIC 9(7).
       01  WS-COUNT-LOGS-REWRITTEN     PIC 9(5) VALUE 0.

       01  WS-COUNT-READ               PIC 9(7) VALUE 0.
       01  WS-COUNT-ERASED             PIC 9(7) VALUE 0.
       01  WS-COUNT-REFUSED            PIC 9(7) VALUE 0.

      *    RETURN-CODE is reset by every CALL, so the run's own
      *    code is kept here and set again last thing.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-RPT-FILE-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE

           OPEN INPUT ERASE-REQ
           IF WS-ERASE-REQ-NOT-FOUND
               DISPLAY "ERASREQ.DAT not found; nothing to erase."
               PERFORM 9900-WRITE-RUN-LEDGER
               STOP RUN
           END-IF
           IF NOT WS-ERASE-REQ-OK
               DISPLAY "Unable to open ERASREQ.DAT - status "
                       WS-ERASE-REQ-STATUS
               STOP RUN
           END-IF

           PERFORM 0200-OPEN-CUSTOMER-FILES
           PERFORM 1000-PROCESS-REQUESTS
           PERFORM 0300-CLOSE-CUSTOMER-FILES
           CLOSE ERASE-REQ

      *    The flat files are passed over once for the whole run,
      *    after every request has been settled.
           IF WS-COUNT-ERASED > 0
               PERFORM 4000-MASK-NAME-SNAPSHOT
               PERFORM 5000-MASK-DAILY-LOGS
           END-IF
           PERFORM 6000-WRITE-ERASURE-AUDIT
           PERFORM 9000-WRITE-ERASURE-REGISTER

           DISPLAY "Erasure run complete."
           DISPLAY "Requests read:          " WS-COUNT-READ
           DISPLAY "Customers erased:       " WS-COUNT-ERASED
           DISPLAY "Requests refused:       " WS-COUNT-REFUSED
           DISPLAY "Erasure Register written to "
                   WS-REPORT-FILENAME
           IF WS-COUNT-REFUSED > 0
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM 9900-WRITE-RUN-LEDGER
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-LED-START-DATE
           MOVE WS-CDT-TIME TO WS-LED-START-TIME
           CALL "AUDTARG" USING WS-CDT-DATE WS-AUDIT-TARGET-DATE
               WS-AUDIT-FILENAME
           END-CALL
           STRING "ERASE" WS-CDT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           PERFORM 0110-READ-RUN-CONTROL
           IF WS-RUN-CONTROL-USED
              AND RUN-OPERATOR-ID NOT = SPACES
               MOVE FUNCTION UPPER-CASE(RUN-OPERATOR-ID)
                   TO WS-OPERATOR-ID
           ELSE
               PERFORM 0150-OPERATOR-SIGN-ON
           END-IF.

      *    The scheduler stages RUNCTL.DAT before an unattended
      *    stream; a missing or empty file just means an ad-hoc
      *    daytime run that answers its own prompts.
       0110-READ-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           OPEN INPUT RUN-CONTROL
           IF NOT WS-RUN-CONTROL-OK
               CONTINUE
           ELSE
               READ RUN-CONTROL INTO RUN-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-RUN-CONTROL-USED TO TRUE
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *    Audit entries are only as good as the "who" on them, so a
      *    blank operator ID is not accepted -- the run does not
      *    start until somebody owns it.
       0150-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Run operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.

      *    The master must be there; every other keyed file is
      *    optional and is never created here -- a file that does
      *    not exist holds nothing to erase.
       0200-OPEN-CUSTOMER-FILES.
           OPEN I-O CUSTOUT
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to open CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF

           OPEN I-O CUST-ARCH
           IF WS-CUST-ARCH-OK
               SET WS-ARCH-PRESENT TO TRUE
           ELSE
               IF NOT WS-CUST-ARCH-NOT-FOUND
                   DISPLAY "Unable to open CUSTARCH.DAT - status "
                           WS-CUST-ARCH-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O ADDR-HIST
           IF WS-ADDR-HIST-OK
               SET WS-AHIS-PRESENT TO TRUE
           ELSE
               IF NOT WS-ADDR-HIST-NOT-FOUND
                   DISPLAY "Unable to open ADDRHIST.DAT - status "
                           WS-ADDR-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O AUDIT-HIST
           IF WS-AUDIT-HIST-OK
               SET WS-AHST-PRESENT TO TRUE
           ELSE
               IF NOT WS-AUDIT-HIST-NOT-FOUND
                   DISPLAY "Unable to open AUDHIST.DAT - status "
                           WS-AUDIT-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O PEND-ADDR
           IF WS-PEND-ADDR-OK
               SET WS-PEND-PRESENT TO TRUE
           ELSE
               IF NOT WS-PEND-ADDR-NOT-FOUND
                   DISPLAY "Unable to open PENDADDR.DAT - status "
                           WS-PEND-ADDR-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-OK
               SET WS-HHLD-PRESENT TO TRUE
           ELSE
               IF NOT WS-HOUSEHOLD-NOT-FOUND
                   DISPLAY "Unable to open HOUSEHLD.DAT - status "
                           WS-HOUSEHOLD-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LETTER-REG
           IF WS-LETTER-REG-OK
               SET WS-WELREG-PRESENT TO TRUE
           ELSE
               IF NOT WS-LETTER-REG-NOT-FOUND
                   DISPLAY "Unable to open WELREG.DAT - status "
                           WS-LETTER-REG-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0300-CLOSE-CUSTOMER-FILES.
           CLOSE CUSTOUT
           IF WS-ARCH-PRESENT
               CLOSE CUST-ARCH
           END-IF
           IF WS-AHIS-PRESENT
               CLOSE ADDR-HIST
           END-IF
           IF WS-AHST-PRESENT
               CLOSE AUDIT-HIST
           END-IF
           IF WS-PEND-PRESENT
               CLOSE PEND-ADDR
           END-IF
           IF WS-HHLD-PRESENT
               CLOSE HOUSEHOLD-FILE
           END-IF
           IF WS-WELREG-PRESENT
               CLOSE LETTER-REG
           END-IF.

       1000-PROCESS-REQUESTS.
           PERFORM UNTIL WS-ERASE-REQ-EOF
               READ ERASE-REQ
                   AT END
                       SET WS-ERASE-REQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF WS-ERA-COUNT < 500
                           PERFORM 2000-PROCESS-ONE-REQUEST
                       ELSE
                           DISPLAY "More than 500 requests; "
                                   ERQ-CUST-ID " " ERQ-REFERENCE
                                   " not processed - split the "
                                   "file and rerun."
                           ADD 1 TO WS-COUNT-REFUSED
                       END-IF
               END-READ
           END-PERFORM.

      *    The customer is looked for on the live master first and
      *    then on the archive.  Whichever holds the record decides
      *    whether the request can be honored.
       2000-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-ERA-COUNT
           MOVE WS-ERA-COUNT TO WS-ERA-HIT
           INITIALIZE WS-ERA-ENTRY(WS-ERA-HIT)
           MOVE ERQ-CUST-ID TO WS-ERA-CUST-ID(WS-ERA-HIT)
           MOVE ERQ-REFERENCE TO WS-ERA-REFERENCE(WS-ERA-HIT)
           MOVE "N" TO WS-ERA-WELREG(WS-ERA-HIT)
           MOVE SPACES TO WS-REFUSE-REASON

           IF ERQ-CUST-ID = SPACES OR ERQ-REFERENCE = SPACES
               MOVE "REQUEST INCOMPLETE" TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-REQUEST
           ELSE
               MOVE ERQ-CUST-ID TO CUST-ID
               READ CUSTOUT
                   INVALID KEY
                       PERFORM 2200-TRY-ARCHIVE
                   NOT INVALID KEY
                       PERFORM 2100-ERASE-FROM-MASTER
               END-READ
           END-IF.

       2100-ERASE-FROM-MASTER.
           PERFORM 2800-CHECK-ELIGIBLE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM 2900-REFUSE-REQUEST
           ELSE
               MOVE CUST-NAME-LINE1 TO WS-ERA-NAME(WS-ERA-HIT)
               PERFORM 7800-JOURNAL-BEFORE-IMAGE
               PERFORM 3000-MASK-CUSTOMER-RECORD
               REWRITE CUSTOMER-RECORD
               IF NOT WS-CUSTOUT-OK
                   DISPLAY "Unable to rewrite CUSTOUT.DAT - "
                           "status " WS-CUSTOUT-STATUS
                   STOP RUN
               END-IF
               PERFORM 7810-JOURNAL-MASTER-CHANGE
               MOVE 1 TO WS-ERA-MASTER(WS-ERA-HIT)
      *        An ID on the master and the archive at once should
      *        not happen, but if it has, the archive copy is
      *        personal data too.
               IF WS-ARCH-PRESENT
                   MOVE ERQ-CUST-ID TO ARC-ID
                   READ CUST-ARCH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2250-MASK-ARCHIVE-IMAGE
                   END-READ
               END-IF
               PERFORM 3100-ERASE-RELATED-FILES
           END-IF.

       2200-TRY-ARCHIVE.
           IF NOT WS-ARCH-PRESENT
               MOVE "NOT ON MASTER OR ARCHIVE" TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-REQUEST
           ELSE
               MOVE ERQ-CUST-ID TO ARC-ID
               READ CUST-ARCH
                   INVALID KEY
                       MOVE "NOT ON MASTER OR ARCHIVE"
                           TO WS-REFUSE-REASON
                       PERFORM 2900-REFUSE-REQUEST
                   NOT INVALID KEY
                       MOVE ARC-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                       PERFORM 2800-CHECK-ELIGIBLE
                       IF WS-REFUSE-REASON NOT = SPACES
                           PERFORM 2900-REFUSE-REQUEST
                       ELSE
                           MOVE CUST-NAME-LINE1
                               TO WS-ERA-NAME(WS-ERA-HIT)
                           PERFORM 2250-MASK-ARCHIVE-IMAGE
                           PERFORM 3100-ERASE-RELATED-FILES
                       END-IF
               END-READ
           END-IF.

      *    The archive image is a whole CUSTOMER-RECORD, so it is
      *    masked through the master's record area -- the master
      *    record itself is finished with by then.  The void and
      *    archive dates behind it are kept.
       2250-MASK-ARCHIVE-IMAGE.
           MOVE ARC-CUSTOMER-IMAGE TO CUSTOMER-RECORD
           PERFORM 3000-MASK-CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO ARC-CUSTOMER-IMAGE
           REWRITE ARCHIVED-CUSTOMER-RECORD
           IF NOT WS-CUST-ARCH-OK
               DISPLAY "Unable to rewrite CUSTARCH.DAT - status "
                       WS-CUST-ARCH-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-ERA-ARCHIVE(WS-ERA-HIT).

      *    Only a closed customer can be erased: voided on the
      *    master (or archived, which is voided by definition) and
      *    with no duplicate review still open, since CUSTDUP0
      *    needs the name to decide it.
       2800-CHECK-ELIGIBLE.
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN CUST-NAME-LINE1 = WS-ERASED-MASK
                   MOVE "ALREADY ERASED" TO WS-REFUSE-REASON
               WHEN CUST-IS-ACTIVE
                   MOVE "CUSTOMER STILL ACTIVE"
                       TO WS-REFUSE-REASON
               WHEN CUST-NAME-IS-DUP-EXACT
                 OR CUST-NAME-IS-DUP-NEAR
                   MOVE "DUPLICATE DISPOSITION PENDING"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-REFUSE-REQUEST.
           SET WS-ERA-REFUSED(WS-ERA-HIT) TO TRUE
           MOVE WS-REFUSE-REASON TO WS-ERA-REASON(WS-ERA-HIT)
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "Refused " ERQ-CUST-ID " " ERQ-REFERENCE ": "
                   WS-REFUSE-REASON.

      *    Personal fields masked or cleared; the ID, dates, flags
      *    and status stay.  The match key is rebuilt from the
      *    masked name so it still agrees with MATCHKEY.
       3000-MASK-CUSTOMER-RECORD.
           MOVE WS-ERASED-MASK TO CUST-NAME-LINE1
           MOVE SPACES TO CUST-NAME-LINE2
           MOVE WS-ERASED-MASK TO CUST-ADDRESS-LINE1
           MOVE SPACES TO CUST-ADDRESS-LINE2
           MOVE SPACES TO CUST-CITY
           MOVE SPACES TO CUST-STATE
           MOVE SPACES TO CUST-ZIP
           MOVE SPACES TO CUST-PHONE
           CALL "MATCHKEY" USING CUST-NAME-LINE1 CUST-MATCH-KEY
           END-CALL.

       3100-ERASE-RELATED-FILES.
           SET WS-ERA-ERASED(WS-ERA-HIT) TO TRUE
           ADD 1 TO WS-COUNT-ERASED
           IF WS-AHIS-PRESENT
               PERFORM 3200-MASK-ADDRESS-HISTORY
           END-IF
           IF WS-AHST-PRESENT
               PERFORM 3300-MASK-AUDIT-HISTORY
           END-IF
           IF WS-PEND-PRESENT
               PERFORM 3400-REMOVE-PENDING-ADDRESS
           END-IF
           IF WS-HHLD-PRESENT
               MOVE ERQ-CUST-ID TO HHM-CUST-ID
               DELETE HOUSEHOLD-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ERA-HHLD(WS-ERA-HIT)
               END-DELETE
           END-IF
           IF WS-WELREG-PRESENT
               MOVE ERQ-CUST-ID TO WLR-CUST-ID
               READ LETTER-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ERA-LETTERED(WS-ERA-HIT) TO TRUE
               END-READ
           END-IF.

      *    Prior addresses are keyed customer + change date/time;
      *    each is masked in place so the count of changes -- and
      *    when they happened -- survives.
       3200-MASK-ADDRESS-HISTORY.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE ERQ-CUST-ID TO AHIS-CUST-ID
           MOVE 0 TO AHIS-CHANGE-DATE
           MOVE 0 TO AHIS-CHANGE-TIME
           START ADDR-HIST KEY IS >= AHIS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ ADDR-HIST NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AHIS-CUST-ID NOT = ERQ-CUST-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           MOVE SPACES TO AHIS-PRIOR-ADDRESS
                           MOVE WS-ERASED-MASK TO AHIS-ADDRESS-LINE1
                           REWRITE ADDR-HISTORY-RECORD
                           IF NOT WS-ADDR-HIST-OK
                               DISPLAY "Unable to rewrite "
                                   "ADDRHIST.DAT - status "
                                   WS-ADDR-HIST-STATUS
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ERA-AHIS(WS-ERA-HIT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ADDR-HIST-STATUS.

      *    The original value is the only personal field on an
      *    audit entry; rule code, description, operator, branch
      *    and timestamp are kept so the trail still foots.
       3300-MASK-AUDIT-HISTORY.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE ERQ-CUST-ID TO AHST-CUSTOMER-ID
           MOVE 0 TO AHST-DATE
           MOVE 0 TO AHST-TIME
           MOVE 0 TO AHST-SEQ
           START AUDIT-HIST KEY IS >= AHST-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ AUDIT-HIST NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AHST-CUSTOMER-ID NOT = ERQ-CUST-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           MOVE WS-ERASED-MASK TO AHST-ORIGINAL-VALUE
                           REWRITE AUDIT-HISTORY-RECORD
                           IF NOT WS-AUDIT-HIST-OK
                               DISPLAY "Unable to rewrite "
                                   "AUDHIST.DAT - status "
                                   WS-AUDIT-HIST-STATUS
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ERA-AHST(WS-ERA-HIT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-AUDIT-HIST-STATUS.

      *    A future-dated address for a closed customer would only
      *    be applied to a dead record; it goes altogether.
       3400-REMOVE-PENDING-ADDRESS.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE ERQ-CUST-ID TO PAD-CUST-ID
           MOVE 0 TO PAD-EFFECTIVE-DATE
           START PEND-ADDR KEY IS >= PAD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ PEND-ADDR NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PAD-CUST-ID NOT = ERQ-CUST-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           DELETE PEND-ADDR RECORD
                           IF NOT WS-PEND-ADDR-OK
                               DISPLAY "Unable to delete "
                                   "PENDADDR.DAT record - status "
                                   WS-PEND-ADDR-STATUS
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ERA-PEND(WS-ERA-HIT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-ADDR-STATUS.

      *    The snapshot is a bare list of names with no CUST-ID, so
      *    an erased customer's name is found the way CUSTEOD0
      *    compares names, case-insensitively.  It is rewritten in
      *    place with no backup copy, which would only keep the
      *    name.  A live customer sharing the name loses it from
      *    the snapshot too, and gets it back at the next CUSTEOD0
      *    refresh.
       4000-MASK-NAME-SNAPSHOT.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE 0 TO WS-SNAP-MASKED
           OPEN INPUT CUSTMAST-IN
           IF NOT WS-CUSTMAST-IN-OK
               DISPLAY "CUSTMAST.IN not found; no snapshot to mask."
           ELSE
               PERFORM UNTIL WS-CUSTMAST-IN-EOF
                   READ CUSTMAST-IN
                       AT END
                           SET WS-CUSTMAST-IN-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-CHECK-SNAPSHOT-NAME
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST-IN
               IF WS-SNAP-FULL
                   DISPLAY "CUSTMAST.IN holds more than 20000 "
                           "names; snapshot left unmasked."
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   IF WS-SNAP-MASKED > 0
                       PERFORM 4200-REWRITE-SNAPSHOT
                   END-IF
               END-IF
           END-IF.

       4100-CHECK-SNAPSHOT-NAME.
           IF WS-SNAP-COUNT < 20000
               ADD 1 TO WS-SNAP-COUNT
               MOVE CUSTMAST-IN-REC TO WS-SNAP-ENTRY(WS-SNAP-COUNT)
               PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                       UNTIL WS-ERA-SUB > WS-ERA-COUNT
                   IF WS-ERA-ERASED(WS-ERA-SUB)
                      AND WS-ERA-NAME(WS-ERA-SUB) NOT = SPACES
                      AND FUNCTION UPPER-CASE(CUSTMAST-IN-REC) =
                          FUNCTION UPPER-CASE(WS-ERA-NAME(WS-ERA-SUB))
                       MOVE WS-ERASED-MASK
                           TO WS-SNAP-ENTRY(WS-SNAP-COUNT)
                       ADD 1 TO WS-ERA-SNAP(WS-ERA-SUB)
                       ADD 1 TO WS-SNAP-MASKED
                   END-IF
               END-PERFORM
           ELSE
               SET WS-SNAP-FULL TO TRUE
           END-IF.

       4200-REWRITE-SNAPSHOT.
           OPEN OUTPUT CUSTMAST-IN
           IF NOT WS-CUSTMAST-IN-OK
               DISPLAY "Unable to rewrite CUSTMAST.IN - status "
                       WS-CUSTMAST-IN-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                   UNTIL WS-SNAP-SUB > WS-SNAP-COUNT
               WRITE CUSTMAST-IN-REC FROM WS-SNAP-ENTRY(WS-SNAP-SUB)
               IF NOT WS-CUSTMAST-IN-OK
                   DISPLAY "Unable to write CUSTMAST.IN - status "
                           WS-CUSTMAST-IN-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE CUSTMAST-IN.

      *    The dated logs stay on disk after CUSTAHC0 folds them,
      *    and a log not folded yet would carry the name back onto
      *    the history master at its fold, so every log that can
      *    still exist is passed over.  A day with no log is
      *    skipped.
       5000-MASK-DAILY-LOGS.
           PERFORM 5010-LIST-LOG-DATES
           PERFORM VARYING WS-LOG-DATE-SUB FROM 1 BY 1
                   UNTIL WS-LOG-DATE-SUB > WS-LOG-DATE-COUNT
               PERFORM 5100-MASK-ONE-LOG
           END-PERFORM.

       5010-LIST-LOG-DATES.
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

      *    Copied through the work file with the erased customers'
      *    original values masked, and copied back only when
      *    something was actually masked.
       5100-MASK-ONE-LOG.
           MOVE 0 TO WS-LOG-MASKED-HERE
           MOVE SPACES TO WS-LOG-FILENAME
           STRING "AUDIT" WS-LOG-DATE(WS-LOG-DATE-SUB) ".LOG"
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN INPUT DAILY-LOG
           IF WS-DAILY-LOG-OK
               OPEN OUTPUT LOG-WORK
               IF NOT WS-LOG-WORK-OK
                   DISPLAY "Unable to open CUSTERA0.WRK - status "
                           WS-LOG-WORK-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-DAILY-LOG-EOF
                   READ DAILY-LOG INTO AUDIT-RECORD
                       AT END
                           SET WS-DAILY-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 5110-MASK-LOG-ENTRY
                           WRITE LOG-WORK-REC FROM AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAILY-LOG
               CLOSE LOG-WORK
               IF WS-LOG-MASKED-HERE > 0
                   PERFORM 5200-COPY-LOG-BACK
               END-IF
           END-IF.

       5110-MASK-LOG-ENTRY.
           IF AUD-CUSTOMER-ID NOT = SPACES
               PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                       UNTIL WS-ERA-SUB > WS-ERA-COUNT
                   IF WS-ERA-ERASED(WS-ERA-SUB)
                      AND AUD-CUSTOMER-ID = WS-ERA-CUST-ID(WS-ERA-SUB)
                       MOVE WS-ERASED-MASK TO AUD-ORIGINAL-VALUE
                       ADD 1 TO WS-ERA-LOGS(WS-ERA-SUB)
                       ADD 1 TO WS-LOG-MASKED-HERE
                   END-IF
               END-PERFORM
           END-IF.

       5200-COPY-LOG-BACK.
           OPEN INPUT LOG-WORK
           OPEN OUTPUT DAILY-LOG
           IF NOT WS-DAILY-LOG-OK
               DISPLAY "Unable to rewrite " WS-LOG-FILENAME
                       " - status " WS-DAILY-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-WORK-EOF
               READ LOG-WORK
                   AT END
                       SET WS-LOG-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE DAILY-LOG-REC FROM LOG-WORK-REC
                       IF NOT WS-DAILY-LOG-OK
                           DISPLAY "Unable to write "
                                   WS-LOG-FILENAME " - status "
                                   WS-DAILY-LOG-STATUS
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-WORK
           CLOSE DAILY-LOG
           ADD 1 TO WS-COUNT-LOGS-REWRITTEN.

      *    One ERAS entry per erased customer, written after the
      *    logs have been masked.  It carries the request reference
      *    and where the customer was found -- nothing personal.
       6000-WRITE-ERASURE-AUDIT.
           IF WS-COUNT-ERASED > 0
               OPEN INPUT AUDIT-LOG
               IF WS-AUDIT-LOG-OK
                   CLOSE AUDIT-LOG
                   OPEN EXTEND AUDIT-LOG
               ELSE
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               IF NOT WS-AUDIT-LOG-OK
                   DISPLAY "Unable to open " WS-AUDIT-FILENAME
                           " - status " WS-AUDIT-LOG-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                       UNTIL WS-ERA-SUB > WS-ERA-COUNT
                   IF WS-ERA-ERASED(WS-ERA-SUB)
                       PERFORM 8000-WRITE-AUDIT-ERAS
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG
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
           MOVE "CUSTERA0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

       8000-WRITE-AUDIT-ERAS.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-ERA-CUST-ID(WS-ERA-SUB) TO AUD-CUSTOMER-ID
           IF WS-ERA-MASTER(WS-ERA-SUB) > 0
               STRING "REQUEST " WS-ERA-REFERENCE(WS-ERA-SUB)
                   " ON MASTER" DELIMITED BY SIZE
                   INTO AUD-ORIGINAL-VALUE
           ELSE
               STRING "REQUEST " WS-ERA-REFERENCE(WS-ERA-SUB)
                   " ON ARCHIVE" DELIMITED BY SIZE
                   INTO AUD-ORIGINAL-VALUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AUD-DATE
           MOVE WS-CDT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           SET AUD-RULE-ERASED TO TRUE
           MOVE "Personal data erased on request in every file"
               TO AUD-RULE-DESC
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           IF NOT WS-AUDIT-LOG-OK
               DISPLAY "Unable to write " WS-AUDIT-FILENAME
                       " - status " WS-AUDIT-LOG-STATUS
               STOP RUN
           END-IF.

      *    One certificate block per request: the outcome, and for
      *    an erased customer what was done to each file, so the
      *    register alone answers "where was this person's data and
      *    is it gone".
       9000-WRITE-ERASURE-REGISTER.
           OPEN OUTPUT ERASE-RPT
           IF NOT WS-ERASE-RPT-OK
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                       " - status " WS-ERASE-RPT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Personal Data Erasure Register - "
               WS-LED-START-DATE "   Operator " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE

           PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                   UNTIL WS-ERA-SUB > WS-ERA-COUNT
               PERFORM 9100-WRITE-CERTIFICATE
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-READ TO WS-RPT-COUNT-DISPLAY
           STRING "Requests read:          " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-ERASED TO WS-RPT-COUNT-DISPLAY
           STRING "Customers erased:       " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-REFUSED TO WS-RPT-COUNT-DISPLAY
           STRING "Requests refused:       " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-LOGS-REWRITTEN TO WS-RPT-COUNT-DISPLAY
           STRING "Daily logs rewritten:   " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           IF WS-SNAP-FULL
               MOVE "*** CUSTMAST.IN too large - not masked ***"
                   TO WS-RPT-LINE
               WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           END-IF
           CLOSE ERASE-RPT.

       9100-WRITE-CERTIFICATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Request " WS-ERA-REFERENCE(WS-ERA-SUB)
               "  Customer " WS-ERA-CUST-ID(WS-ERA-SUB)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ERA-REFUSED(WS-ERA-SUB)
               STRING "  REFUSED - " WS-ERA-REASON(WS-ERA-SUB)
                   "; no file was changed."
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           ELSE
               MOVE "  ERASED -  File               Records  Action"
                   TO WS-RPT-LINE
               WRITE ERASE-RPT-REC FROM WS-RPT-LINE
               MOVE WS-ERA-MASTER(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "CUSTOUT.DAT       " TO WS-RPT-LINE(14:18)
               PERFORM 9110-WRITE-MASKED-LINE
               MOVE WS-ERA-ARCHIVE(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "CUSTARCH.DAT      " TO WS-RPT-LINE(14:18)
               PERFORM 9110-WRITE-MASKED-LINE
               MOVE WS-ERA-AHIS(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "ADDRHIST.DAT      " TO WS-RPT-LINE(14:18)
               PERFORM 9110-WRITE-MASKED-LINE
               MOVE WS-ERA-AHST(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "AUDHIST.DAT       " TO WS-RPT-LINE(14:18)
               PERFORM 9110-WRITE-MASKED-LINE
               MOVE WS-ERA-LOGS(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "AUDITyyyymmdd.LOG " TO WS-RPT-LINE(14:18)
               PERFORM 9110-WRITE-MASKED-LINE
               MOVE WS-ERA-SNAP(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "CUSTMAST.IN       " TO WS-RPT-LINE(14:18)
               PERFORM 9110-WRITE-MASKED-LINE
               MOVE WS-ERA-PEND(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "PENDADDR.DAT      " TO WS-RPT-LINE(14:18)
               PERFORM 9120-WRITE-REMOVED-LINE
               MOVE WS-ERA-HHLD(WS-ERA-SUB) TO WS-RPT-FILE-COUNT
               MOVE "HOUSEHLD.DAT      " TO WS-RPT-LINE(14:18)
               PERFORM 9120-WRITE-REMOVED-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-ERA-LETTERED(WS-ERA-SUB)
                   STRING "             WELREG.DAT              1"
                       "  kept - holds no personal data"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "             WELREG.DAT              0"
                       "  no entry"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           END-IF.

      *    The file name has been placed on the line by the caller.
       9110-WRITE-MASKED-LINE.
           MOVE WS-RPT-FILE-COUNT TO WS-RPT-LINE(32:6)
           MOVE "  masked" TO WS-RPT-LINE(38:8)
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE.

       9120-WRITE-REMOVED-LINE.
           MOVE WS-RPT-FILE-COUNT TO WS-RPT-LINE(32:6)
           MOVE "  removed" TO WS-RPT-LINE(38:9)
           WRITE ERASE-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE.

      *    Completion record for the common run ledger: requests
      *    read, customers erased, requests refused.
       9900-WRITE-RUN-LEDGER.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE "CUSTERA0" TO LED-PROGRAM-ID
           MOVE WS-LED-START-DATE TO LED-RUN-DATE
           MOVE WS-LED-START-TIME TO LED-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO LED-END-DATE
           MOVE WS-CDT-TIME TO LED-END-TIME
           MOVE WS-COUNT-READ TO LED-RECORDS-READ
           MOVE WS-COUNT-ERASED TO LED-RECORDS-WRITTEN
           MOVE WS-COUNT-REFUSED TO LED-RECORDS-REJECTED
           MOVE RETURN-CODE TO LED-RETURN-CODE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
           CALL "RUNLEDG" USING RUN-LEDGER-RECORD
           END-CALL.
