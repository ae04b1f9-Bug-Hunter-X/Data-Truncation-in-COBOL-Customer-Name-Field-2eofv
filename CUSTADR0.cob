      *    to the keyed ADDRHIST.DAT history file (see ADDRHREC),
      *    so no prior address is ever lost to the rewrite.
      *
      *    ADDRVAL also rejects a ZIP whose prefix is not served by
      *    the state (AZST, against the ZIPSTATE.DAT reference) and
      *    hands back an accepted address with its street suffixes,
      *    directionals and unit designators already in postal
      *    abbreviations, so the master only ever takes the
      *    standardized form.
      *
      *    An intake record carrying an effective date still in the
      *    future is validated the same way but held on the keyed
      *    PENDADDR.DAT pending-address file (see PADRREC) instead
      *    of going onto the master, with an APND audit entry; an
      *    effective date that is not a real date is rejected under
      *    AEFF.  Each run first applies every pending address that
      *    has come due -- through the same history capture,
      *    ACMP/ACHG audit and journal as an address applied
      *    straight from intake -- and deletes it from the pending
      *    file, before tonight's intake is read, so a fresh
      *    address keyed tonight still has the last word.  The
      *    run prints PENDADyyyymmdd.RPT, listing what was applied
      *    from pending tonight and everything still pending.
      *
      *    The run operator comes from the staged RUNCTL.DAT
      *    run-control record when one is present (the unattended
      *    overnight stream), or from a console prompt for an
               RECORD KEY IS AHIS-KEY
               FILE STATUS IS WS-ADDR-HIST-STATUS.

           SELECT PEND-ADDR ASSIGN TO "PENDADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAD-KEY
               FILE STATUS IS WS-PEND-ADDR-STATUS.

           SELECT PEND-RPT ASSIGN TO DYNAMIC WS-PEND-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           RECORDING MODE IS F.
       COPY ADDRHREC.

       FD  PEND-ADDR
           RECORDING MODE IS F.
       COPY PADRREC.

       FD  PEND-RPT
           RECORDING MODE IS F.
       01  PEND-RPT-REC                PIC X(132).

       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY RUNLEDRC.

       COPY JRNLREC.

      *    Start stamp for the run-ledger completion record --
      *    WS-CURRENT-DATE-TIME is refreshed on every audit write,
      *    so the start is captured once and kept here.
           88  WS-ADDR-HIST-NOT-FOUND      VALUE "35".
           88  WS-ADDR-HIST-KEY-ERROR      VALUE "21", "22".

       01  WS-PEND-ADDR-STATUS         PIC XX.
           88  WS-PEND-ADDR-OK             VALUE "00".
           88  WS-PEND-ADDR-EOF            VALUE "10".
           88  WS-PEND-ADDR-NOT-FOUND      VALUE "35".
           88  WS-PEND-ADDR-KEY-ERROR      VALUE "21", "22".

       01  WS-PEND-RPT-STATUS          PIC XX.
           88  WS-PEND-RPT-OK              VALUE "00".

       01  WS-RUN-CONTROL-STATUS       PIC XX.
           88  WS-RUN-CONTROL-OK           VALUE "00".

       01  WS-AUDIT-TARGET-DATE        PIC 9(8).
       01  WS-AUDIT-FILENAME           PIC X(20).
       01  WS-REPORT-FILENAME          PIC X(24).
       01  WS-PEND-RPT-FILENAME        PIC X(24).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           88  WS-VALIDATE-BAD-STATE       VALUE 8.
           88  WS-VALIDATE-BAD-ZIP         VALUE 12.
           88  WS-VALIDATE-BAD-PHONE       VALUE 16.
           88  WS-VALIDATE-ZIP-STATE       VALUE 20.

      *    Effective date of the intake record in hand.  Blank or
      *    already reached applies at once; later is held pending.
       01  WS-EFFECTIVE-SWITCH         PIC X.
           88  WS-EFFECTIVE-NOW            VALUE "N".
           88  WS-EFFECTIVE-FUTURE         VALUE "F".
           88  WS-EFFECTIVE-BAD            VALUE "B".
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-EFFECTIVE-INT            PIC 9(8).

      *    Set while a pending address that has come due is being
      *    applied, so its audit entry says where it came from.
       01  WS-FROM-PENDING-SWITCH      PIC X VALUE "N".
           88  WS-APPLYING-PENDING         VALUE "Y".

      *    Exception counts for the Address Exceptions Report,
      *    tallied as each audit event is written during the run.
       01  WS-COUNT-AMIS               PIC 9(7) VALUE 0.
       01  WS-COUNT-ASTA               PIC 9(7) VALUE 0.
       01  WS-COUNT-AZIP               PIC 9(7) VALUE 0.
       01  WS-COUNT-AZST               PIC 9(7) VALUE 0.
       01  WS-COUNT-APHN               PIC 9(7) VALUE 0.
       01  WS-COUNT-ANOF               PIC 9(7) VALUE 0.
       01  WS-COUNT-AEFF               PIC 9(7) VALUE 0.
       01  WS-COUNT-PENDED             PIC 9(7) VALUE 0.
       01  WS-COUNT-PEND-APPLIED       PIC 9(7) VALUE 0.
       01  WS-COUNT-PEND-HELD          PIC 9(7) VALUE 0.

       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
               10  WS-BR-AMIS          PIC 9(7).
               10  WS-BR-ASTA          PIC 9(7).
               10  WS-BR-AZIP          PIC 9(7).
               10  WS-BR-AZST          PIC 9(7).
               10  WS-BR-APHN          PIC 9(7).
               10  WS-BR-AEFF          PIC 9(7).
               10  WS-BR-ANOF          PIC 9(7).
               10  WS-BR-TOTAL         PIC 9(7).

       01  WS-BR-LINE-PTR              PIC 9(3) COMP.

      *    Pending addresses applied tonight, kept for the pending-
      *    address report.
       01  WS-PAP-COUNT                PIC 9(5) VALUE 0.
       01  WS-PAP-SUB                  PIC 9(5) COMP.
       01  WS-PAP-TABLE.
           05  WS-PAP-ENTRY OCCURS 5000 TIMES.
               10  WS-PAP-CUST-ID      PIC X(10).
               10  WS-PAP-EFFECTIVE    PIC 9(8).
               10  WS-PAP-LINE1        PIC X(30).
               10  WS-PAP-CITY         PIC X(20).
               10  WS-PAP-STATE        PIC X(2).
               10  WS-PAP-ZIP          PIC X(10).
               10  WS-PAP-BRANCH       PIC X(4).
               10  WS-PAP-OUTCOME      PIC X(4).
       01  WS-BR-COUNT-6               PIC ZZZZZ9.

      *    Intake detail recorded on audit entries.  The validated
      *    of the whole 107-byte intake detail would cut the tail
      *    off the phone, which is exactly the value an APHN entry
      *    exists to preserve.  Address line 2 is never validated,
      *    so it is the field left out.  AEFF and APND entries put
      *    the effective date in the eight bytes after it.
       01  WS-AUDIT-DETAIL             PIC X(77).

      *    Outgoing address block, saved before the rewrite so the
               STOP RUN
           END-IF

      *    The pending-address file is created the first time a
      *    future-dated address is ever taken on.
           OPEN I-O PEND-ADDR
           IF WS-PEND-ADDR-NOT-FOUND
               OPEN OUTPUT PEND-ADDR
               CLOSE PEND-ADDR
               OPEN I-O PEND-ADDR
           END-IF
           IF NOT WS-PEND-ADDR-OK
               DISPLAY "Unable to open PENDADDR.DAT - status "
                       WS-PEND-ADDR-STATUS
               STOP RUN
           END-IF

           PERFORM 1000-PROCESS-ADDRESSES

           CLOSE PEND-ADDR
           CLOSE ADDR-HIST
           CLOSE CUSTOUT
           CLOSE AUDIT-LOG
           PERFORM 9000-WRITE-ADDRESS-REPORT
           PERFORM 9500-WRITE-PENDING-REPORT
           PERFORM 9900-WRITE-RUN-LEDGER
           STOP RUN.

           END-CALL
           STRING "ADDREX" WS-CDT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           STRING "PENDAD" WS-CDT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-PEND-RPT-FILENAME
           PERFORM 0110-READ-RUN-CONTROL
           IF WS-RUN-CONTROL-USED
              AND RUN-OPERATOR-ID NOT = SPACES
                       WS-ADDR-IN-STATUS
               STOP RUN
           END-IF
           PERFORM 1500-APPLY-DUE-PENDING
           PERFORM UNTIL WS-ADDR-IN-EOF
               READ ADDR-IN
                   AT END
           CLOSE ADDR-IN.

       1100-VALIDATE-ADDRESS.
           PERFORM 1150-CHECK-EFFECTIVE-DATE
           IF WS-EFFECTIVE-BAD
               PERFORM 8038-WRITE-AUDIT-AEFF
           ELSE
               PERFORM 1110-CALL-ADDRVAL
           END-IF.

       1110-CALL-ADDRVAL.
           CALL "ADDRVAL" USING ADR-ADDRESS-LINE1 ADR-ADDRESS-LINE2
               ADR-CITY ADR-STATE ADR-ZIP ADR-PHONE WS-VALIDATE-RC
           END-CALL
                   PERFORM 8020-WRITE-AUDIT-ASTA
               WHEN WS-VALIDATE-BAD-ZIP
                   PERFORM 8030-WRITE-AUDIT-AZIP
               WHEN WS-VALIDATE-ZIP-STATE
                   PERFORM 8035-WRITE-AUDIT-AZST
               WHEN WS-VALIDATE-BAD-PHONE
                   PERFORM 8040-WRITE-AUDIT-APHN
               WHEN OTHER
                   PERFORM 2000-APPLY-ADDRESS
           END-EVALUATE.

      *    A blank effective date is an address for tonight, as it
      *    always was; anything else has to be a real YYYYMMDD date.
       1150-CHECK-EFFECTIVE-DATE.
           SET WS-EFFECTIVE-NOW TO TRUE
           IF ADR-EFFECTIVE-DATE NOT = SPACES
               IF ADR-EFFECTIVE-DATE IS NOT NUMERIC
                   SET WS-EFFECTIVE-BAD TO TRUE
               ELSE
                   MOVE ADR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
                       TO WS-EFFECTIVE-INT
                   IF WS-EFFECTIVE-INT = 0
                       SET WS-EFFECTIVE-BAD TO TRUE
                   ELSE
                       IF WS-EFFECTIVE-DATE > WS-LED-START-DATE
                           SET WS-EFFECTIVE-FUTURE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Pending addresses are read in key order -- customer, then
      *    effective date -- so two that have both come due for one
      *    customer are applied oldest first and the later one
      *    stands.  Each is deleted once applied; one whose customer
      *    has left the master is audited ANOF and dropped too.
       1500-APPLY-DUE-PENDING.
           MOVE LOW-VALUES TO PAD-KEY
           START PEND-ADDR KEY IS NOT LESS THAN PAD-KEY
               INVALID KEY
                   SET WS-PEND-ADDR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PEND-ADDR-EOF
               READ PEND-ADDR NEXT RECORD
                   AT END
                       SET WS-PEND-ADDR-EOF TO TRUE
                   NOT AT END
                       IF PAD-EFFECTIVE-DATE NOT > WS-LED-START-DATE
                           PERFORM 1510-APPLY-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-ADDR-STATUS.

       1510-APPLY-ONE-PENDING.
           MOVE SPACES TO ADDR-INTAKE-RECORD
           MOVE PAD-CUST-ID TO ADR-CUST-ID
           MOVE PAD-DETAIL TO ADR-DETAIL
           MOVE PAD-BRANCH TO ADR-BRANCH
           MOVE PAD-EFFECTIVE-DATE TO ADR-EFFECTIVE-DATE
           IF WS-PAP-COUNT < 5000
               ADD 1 TO WS-PAP-COUNT
               MOVE PAD-CUST-ID TO WS-PAP-CUST-ID(WS-PAP-COUNT)
               MOVE PAD-EFFECTIVE-DATE
                   TO WS-PAP-EFFECTIVE(WS-PAP-COUNT)
               MOVE PAD-ADDRESS-LINE1 TO WS-PAP-LINE1(WS-PAP-COUNT)
               MOVE PAD-CITY TO WS-PAP-CITY(WS-PAP-COUNT)
               MOVE PAD-STATE TO WS-PAP-STATE(WS-PAP-COUNT)
               MOVE PAD-ZIP TO WS-PAP-ZIP(WS-PAP-COUNT)
               MOVE PAD-BRANCH TO WS-PAP-BRANCH(WS-PAP-COUNT)
           END-IF

           MOVE ADR-CUST-ID TO CUST-ID
           READ CUSTOUT
               INVALID KEY
                   PERFORM 8050-WRITE-AUDIT-ANOF
                   IF WS-PAP-COUNT > 0
                       MOVE "ANOF" TO WS-PAP-OUTCOME(WS-PAP-COUNT)
                   END-IF
               NOT INVALID KEY
                   SET WS-APPLYING-PENDING TO TRUE
                   PERFORM 2100-APPLY-TO-MASTER
                   MOVE "N" TO WS-FROM-PENDING-SWITCH
                   ADD 1 TO WS-COUNT-PEND-APPLIED
                   IF WS-PAP-COUNT > 0
                       MOVE AUD-RULE-CODE
                           TO WS-PAP-OUTCOME(WS-PAP-COUNT)
                   END-IF
           END-READ

           DELETE PEND-ADDR RECORD
           IF NOT WS-PEND-ADDR-OK
               DISPLAY "Unable to delete PENDADDR.DAT record "
                       PAD-KEY " - status " WS-PEND-ADDR-STATUS
               STOP RUN
           END-IF.

      *    A validated intake record that matches no CUST-ID on the
      *    master is a keying error at the branch (or an address
      *    that arrived before its name record) -- audit it so it
               INVALID KEY
                   PERFORM 8050-WRITE-AUDIT-ANOF
               NOT INVALID KEY
                   IF WS-EFFECTIVE-FUTURE
                       PERFORM 2300-HOLD-PENDING-ADDRESS
                   ELSE
                       PERFORM 2100-APPLY-TO-MASTER
                   END-IF
           END-READ.

      *    A blank address line 1 on the master means the record is
      *    rewrite could lose the prior address forever and leave
      *    a rerun to mis-record the new one as "prior".
       2100-APPLY-TO-MASTER.
           PERFORM 7800-JOURNAL-BEFORE-IMAGE
           IF CUST-ADDRESS-LINE1 = SPACES
               MOVE "Y" TO WS-FIRST-TIME-SWITCH
           ELSE
                       "status " WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7810-JOURNAL-MASTER-CHANGE
           ADD 1 TO WS-COUNT-APPLIED

           IF WS-FIRST-TIME-COMPLETE
               STOP RUN
           END-IF.

      *    A future-dated address leaves the master alone tonight.
      *    One already pending for the same customer and date is a
      *    re-keyed correction, so it is replaced rather than
      *    refused.
       2300-HOLD-PENDING-ADDRESS.
           MOVE SPACES TO PENDING-ADDRESS-RECORD
           MOVE ADR-CUST-ID TO PAD-CUST-ID
           MOVE WS-EFFECTIVE-DATE TO PAD-EFFECTIVE-DATE
           MOVE ADR-DETAIL TO PAD-DETAIL
           MOVE FUNCTION UPPER-CASE(ADR-STATE) TO PAD-STATE
           MOVE ADR-BRANCH TO PAD-BRANCH
           MOVE WS-LED-START-DATE TO PAD-QUEUED-DATE
           MOVE WS-OPERATOR-ID TO PAD-OPERATOR-ID
           WRITE PENDING-ADDRESS-RECORD
           IF WS-PEND-ADDR-KEY-ERROR
               REWRITE PENDING-ADDRESS-RECORD
           END-IF
           IF NOT WS-PEND-ADDR-OK
               DISPLAY "Unable to write PENDADDR.DAT - status "
                       WS-PEND-ADDR-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-PENDED
           PERFORM 8090-WRITE-AUDIT-APND.

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
           MOVE "CUSTADR0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

       8005-BUILD-AUDIT-DETAIL.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING ADR-ADDRESS-LINE1 ADR-CITY ADR-STATE ADR-ZIP
           PERFORM 8065-TALLY-BRANCH
           ADD 1 TO WS-COUNT-AZIP.

      *    Well-formed ZIP whose prefix is not one ZIPSTATE.DAT
      *    gives the state -- the TX-address-with-a-Boston-ZIP that
      *    otherwise comes back weeks later as returned mail.
       8035-WRITE-AUDIT-AZST.
           MOVE SPACES TO AUDIT-RECORD
           MOVE ADR-CUST-ID TO AUD-CUSTOMER-ID
           PERFORM 8005-BUILD-AUDIT-DETAIL
           MOVE WS-AUDIT-DETAIL TO AUD-ORIGINAL-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AUD-DATE
           MOVE WS-CDT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE ADR-BRANCH TO AUD-BRANCH
           SET AUD-RULE-ADDR-ZIP-STATE TO TRUE
           MOVE "ZIP prefix not in state, record rejected"
               TO AUD-RULE-DESC
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           PERFORM 8060-CHECK-AUDIT-WRITE-STATUS
           PERFORM 8065-TALLY-BRANCH
           ADD 1 TO WS-COUNT-AZST.

       8038-WRITE-AUDIT-AEFF.
           MOVE SPACES TO AUDIT-RECORD
           MOVE ADR-CUST-ID TO AUD-CUSTOMER-ID
           PERFORM 8005-BUILD-AUDIT-DETAIL
           MOVE WS-AUDIT-DETAIL TO AUD-ORIGINAL-VALUE
           MOVE ADR-EFFECTIVE-DATE TO AUD-ORIGINAL-VALUE(78:8)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AUD-DATE
           MOVE WS-CDT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE ADR-BRANCH TO AUD-BRANCH
           SET AUD-RULE-ADDR-BAD-EFF TO TRUE
           MOVE "Effective date not a valid date, record rejected"
               TO AUD-RULE-DESC
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           PERFORM 8060-CHECK-AUDIT-WRITE-STATUS
           PERFORM 8065-TALLY-BRANCH
           ADD 1 TO WS-COUNT-AEFF.

       8040-WRITE-AUDIT-APHN.
           MOVE SPACES TO AUDIT-RECORD
           MOVE ADR-CUST-ID TO AUD-CUSTOMER-ID
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE ADR-BRANCH TO AUD-BRANCH
           SET AUD-RULE-ADDR-APPLIED TO TRUE
           IF WS-APPLYING-PENDING
               MOVE "Address completed from pending, effective date"
                   TO AUD-RULE-DESC
           ELSE
               MOVE "Address completed for the first time"
                   TO AUD-RULE-DESC
           END-IF
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           PERFORM 8060-CHECK-AUDIT-WRITE-STATUS
           ADD 1 TO WS-COUNT-ACMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE ADR-BRANCH TO AUD-BRANCH
           SET AUD-RULE-ADDR-CHANGED TO TRUE
           IF WS-APPLYING-PENDING
               MOVE "Pending address applied; prior kept on history"
                   TO AUD-RULE-DESC
           ELSE
               MOVE "Address replaced; prior kept on history file"
                   TO AUD-RULE-DESC
           END-IF
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           PERFORM 8060-CHECK-AUDIT-WRITE-STATUS
           ADD 1 TO WS-COUNT-ACHG.

      *    The held address, packed as for any intake entry, with
      *    its effective date after it.
       8090-WRITE-AUDIT-APND.
           MOVE SPACES TO AUDIT-RECORD
           MOVE ADR-CUST-ID TO AUD-CUSTOMER-ID
           PERFORM 8005-BUILD-AUDIT-DETAIL
           MOVE WS-AUDIT-DETAIL TO AUD-ORIGINAL-VALUE
           MOVE ADR-EFFECTIVE-DATE TO AUD-ORIGINAL-VALUE(78:8)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AUD-DATE
           MOVE WS-CDT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE ADR-BRANCH TO AUD-BRANCH
           SET AUD-RULE-ADDR-PENDING TO TRUE
           MOVE "Future-dated address held until effective date"
               TO AUD-RULE-DESC
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           PERFORM 8060-CHECK-AUDIT-WRITE-STATUS.

       8060-CHECK-AUDIT-WRITE-STATUS.
           IF NOT WS-AUDIT-LOG-OK
               DISPLAY "Unable to write " WS-AUDIT-FILENAME
                   MOVE 0 TO WS-BR-AMIS(WS-BR-HIT)
                   MOVE 0 TO WS-BR-ASTA(WS-BR-HIT)
                   MOVE 0 TO WS-BR-AZIP(WS-BR-HIT)
                   MOVE 0 TO WS-BR-AZST(WS-BR-HIT)
                   MOVE 0 TO WS-BR-APHN(WS-BR-HIT)
                   MOVE 0 TO WS-BR-AEFF(WS-BR-HIT)
                   MOVE 0 TO WS-BR-ANOF(WS-BR-HIT)
                   MOVE 0 TO WS-BR-TOTAL(WS-BR-HIT)
               END-IF
                       ADD 1 TO WS-BR-ASTA(WS-BR-HIT)
                   WHEN AUD-RULE-ADDR-ZIP
                       ADD 1 TO WS-BR-AZIP(WS-BR-HIT)
                   WHEN AUD-RULE-ADDR-ZIP-STATE
                       ADD 1 TO WS-BR-AZST(WS-BR-HIT)
                   WHEN AUD-RULE-ADDR-PHONE
                       ADD 1 TO WS-BR-APHN(WS-BR-HIT)
                   WHEN AUD-RULE-ADDR-BAD-EFF
                       ADD 1 TO WS-BR-AEFF(WS-BR-HIT)
                   WHEN AUD-RULE-ADDR-NO-CUST
                       ADD 1 TO WS-BR-ANOF(WS-BR-HIT)
               END-EVALUATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-PEND-APPLIED TO WS-RPT-COUNT-DISPLAY
           STRING "  from pending, now due: " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-PENDED TO WS-RPT-COUNT-DISPLAY
           STRING "Future-dated, held:      " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-ACMP TO WS-RPT-COUNT-DISPLAY
           STRING "  first-time completions:" WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-AZST TO WS-RPT-COUNT-DISPLAY
           STRING "AZST  ZIP not in state:  " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-APHN TO WS-RPT-COUNT-DISPLAY
           STRING "APHN  bad phone:         " WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-AEFF TO WS-RPT-COUNT-DISPLAY
           STRING "AEFF  bad effective date:" WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-ANOF TO WS-RPT-COUNT-DISPLAY
           STRING "ANOF  not on master:     " WS-RPT-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               WRITE ADDR-RPT-REC FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "Branch  AMIS  ASTA  AZIP  AZST  APHN  AEFF"
                      "  ANOF Total" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE ADDR-RPT-REC FROM WS-RPT-LINE
               MOVE ALL "-" TO WS-RPT-LINE
               WRITE ADDR-RPT-REC FROM WS-RPT-LINE
           STRING WS-BR-COUNT-6 DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-BR-LINE-PTR
           MOVE WS-BR-AZIP(WS-BR-SUB) TO WS-BR-COUNT-6
           STRING WS-BR-COUNT-6 DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-BR-LINE-PTR
           MOVE WS-BR-AZST(WS-BR-SUB) TO WS-BR-COUNT-6
           STRING WS-BR-COUNT-6 DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-BR-LINE-PTR
           MOVE WS-BR-APHN(WS-BR-SUB) TO WS-BR-COUNT-6
           STRING WS-BR-COUNT-6 DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-BR-LINE-PTR
           MOVE WS-BR-AEFF(WS-BR-SUB) TO WS-BR-COUNT-6
           STRING WS-BR-COUNT-6 DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-BR-LINE-PTR
           MOVE WS-BR-ANOF(WS-BR-SUB) TO WS-BR-COUNT-6
               INTO WS-RPT-LINE WITH POINTER WS-BR-LINE-PTR
           WRITE ADDR-RPT-REC FROM WS-RPT-LINE.

      *    What came off the pending file tonight, then everything
      *    still on it -- the addresses queued tonight included --
      *    in customer and effective-date order, so a branch can
      *    confirm a move it keyed is waiting for the right day.
       9500-WRITE-PENDING-REPORT.
           OPEN OUTPUT PEND-RPT
           IF NOT WS-PEND-RPT-OK
               DISPLAY "Unable to open " WS-PEND-RPT-FILENAME
                       " - status " WS-PEND-RPT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Pending Address Report - " WS-LED-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-PEND-APPLIED TO WS-RPT-COUNT-DISPLAY
           STRING "Applied from pending tonight: "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "CUST-ID    Effective Result Branch  Address"
               TO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-PAP-SUB FROM 1 BY 1
                   UNTIL WS-PAP-SUB > WS-PAP-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-PAP-CUST-ID(WS-PAP-SUB) " "
                   WS-PAP-EFFECTIVE(WS-PAP-SUB) "  "
                   WS-PAP-OUTCOME(WS-PAP-SUB) "   "
                   WS-PAP-BRANCH(WS-PAP-SUB) "    "
                   WS-PAP-LINE1(WS-PAP-SUB) " "
                   WS-PAP-CITY(WS-PAP-SUB) " "
                   WS-PAP-STATE(WS-PAP-SUB) " "
                   WS-PAP-ZIP(WS-PAP-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PEND-RPT-REC FROM WS-RPT-LINE
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           MOVE "Still pending:" TO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "CUST-ID    Effective Queued   Branch  Address"
               TO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           MOVE 0 TO WS-COUNT-PEND-HELD
           OPEN INPUT PEND-ADDR
           IF WS-PEND-ADDR-OK
               PERFORM UNTIL WS-PEND-ADDR-EOF
                   READ PEND-ADDR NEXT RECORD
                       AT END
                           SET WS-PEND-ADDR-EOF TO TRUE
                       NOT AT END
                           PERFORM 9510-WRITE-PENDING-LINE
                   END-READ
               END-PERFORM
               CLOSE PEND-ADDR
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-PEND-HELD TO WS-RPT-COUNT-DISPLAY
           STRING "Addresses still pending:      "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE
           CLOSE PEND-RPT.

       9510-WRITE-PENDING-LINE.
           ADD 1 TO WS-COUNT-PEND-HELD
           MOVE SPACES TO WS-RPT-LINE
           STRING PAD-CUST-ID " " PAD-EFFECTIVE-DATE "  "
               PAD-QUEUED-DATE " " PAD-BRANCH "    "
               PAD-ADDRESS-LINE1 " " PAD-CITY " " PAD-STATE " "
               PAD-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE PEND-RPT-REC FROM WS-RPT-LINE.

      *    Completion record for the common run ledger: intake
      *    records read, addresses applied, and the rejects the
      *    branches will be chased for.
           MOVE WS-COUNT-APPLIED TO LED-RECORDS-WRITTEN
           COMPUTE LED-RECORDS-REJECTED =
               WS-COUNT-AMIS + WS-COUNT-ASTA + WS-COUNT-AZIP
               + WS-COUNT-AZST + WS-COUNT-APHN + WS-COUNT-AEFF
               + WS-COUNT-ANOF
           MOVE RETURN-CODE TO LED-RETURN-CODE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
           CALL "RUNLEDG" USING RUN-LEDGER-RECORD
