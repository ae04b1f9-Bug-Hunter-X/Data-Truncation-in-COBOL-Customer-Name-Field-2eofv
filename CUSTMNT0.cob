       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT0.
      *
      *    Dual-control maintenance transaction for legal-name and
      *    phone changes -- the sanctioned way to change a customer
      *    who marries, changes their legal name or changes phone
      *    number.  CUSTFIX0 only mends names truncated at intake
      *    and CUSTADR0 only takes addresses from the branch file,
      *    so neither covers these.
      *
      *    No one operator can change a customer alone.  The
      *    keying operator enters the change with the reason for it
      *    and the document they saw (marriage certificate, deed
      *    poll, customer letter ...); it is written to the pending-
      *    change file PENDCHG.DAT (see PCHGREC) and audited as
      *    MREQ, and the master is not touched.  A different signed-
      *    on operator then reviews the changes awaiting approval --
      *    their own are listed but cannot be decided by them --
      *    and approves or rejects each one.  An approved name is
      *    run through NAMEVAL exactly as intake runs it, the
      *    phonetic match key is rebuilt through MATCHKEY, and the
      *    customer is rewritten on CUSTOUT.DAT by key at once; the
      *    approval is audited as MAPP with the keying operator
      *    named in the description.  A rejection needs a reason
      *    and is audited as MREJ.  An approval is refused when the
      *    master no longer holds the value the change was keyed
      *    against -- somebody else got there first -- and the
      *    change must then be rejected and keyed afresh.
      *
      *    The MREQ/MAPP/MREJ entries go to the first not-yet-
      *    folded audit log, picked by AUDTARG fresh at each write,
      *    the same as the other online transactions.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT CUSTOUT ASSIGN TO "CUSTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME-LINE1
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOUT-STATUS.

           SELECT PEND-CHANGE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PEND-CHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-REC               PIC X(192).

       FD  CUSTOUT
           RECORDING MODE IS F.
       COPY CUSTREC.

       FD  PEND-CHANGE
           RECORDING MODE IS F.
       COPY PCHGREC.

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       COPY JRNLREC.

       01  WS-AUDIT-LOG-STATUS         PIC XX.
           88  WS-AUDIT-LOG-OK             VALUE "00".

      *    02 is the duplicate-alternate-key advisory -- routine on
      *    the name and match-key indexes, where values repeat --
      *    so it is a successful READ or REWRITE, not an error.
       01  WS-CUSTOUT-STATUS           PIC XX.
           88  WS-CUSTOUT-OK               VALUE "00", "02".

       01  WS-PEND-CHANGE-STATUS       PIC XX.
           88  WS-PEND-CHANGE-OK           VALUE "00".
           88  WS-PEND-CHANGE-EOF          VALUE "10".
           88  WS-PEND-CHANGE-NOT-FOUND    VALUE "35".
           88  WS-PEND-CHANGE-DUP-KEY      VALUE "22".

      *    Date of the dated log AUDTARG picked as the append
      *    target -- the first day at or after today whose log has
      *    not been folded into the history master.
       01  WS-AUDIT-TARGET-DATE        PIC 9(8).
       01  WS-AUDIT-FILENAME           PIC X(20).

      *    Signed-on operator, stamped into every MREQ/MAPP/MREJ
      *    audit entry and onto the pending change itself.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

       01  WS-DONE-SWITCH              PIC X VALUE "N".
           88  WS-OPERATOR-DONE            VALUE "Y".
       01  WS-REVIEW-DONE-SWITCH       PIC X.
           88  WS-REVIEW-DONE              VALUE "Y".
       01  WS-SCAN-DONE-SWITCH         PIC X.
           88  WS-SCAN-DONE                VALUE "Y".
       01  WS-ALREADY-PENDING-SWITCH   PIC X.
           88  WS-ALREADY-PENDING          VALUE "Y".
       01  WS-KEYED-OK-SWITCH          PIC X.
           88  WS-KEYED-OK                 VALUE "Y".

       01  WS-MENU-CHOICE              PIC X.
       01  WS-SELECTION                PIC 9(3).
       01  WS-DECISION                 PIC X.
       01  WS-SELECTED-CUST-ID         PIC X(10).
       01  WS-CHANGE-TYPE              PIC X.
           88  WS-NAME-CHANGE              VALUE "N".
           88  WS-PHONE-CHANGE             VALUE "P".

       01  WS-NEW-RAW-NAME             PIC X(100).
       01  WS-NEW-PHONE                PIC X(15).
       01  WS-REASON                   PIC X(40).
       01  WS-DOCUMENT-SEEN            PIC X(30).
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-OLD-VALUE                PIC X(100).

       01  WS-NEW-LINE1                PIC X(50).
       01  WS-NEW-LINE2                PIC X(50).
       01  WS-VALIDATE-RC              PIC 9(2).
           88  WS-VALIDATE-TRUNCATED       VALUE 4.
           88  WS-VALIDATE-REJECTED        VALUE 8.
           88  WS-VALIDATE-INVALID-CHAR    VALUE 12.

      *    Phone check, the same ten-digit rule ADDRVAL applies to
      *    the phone on an address intake record.
       01  WS-PHONE-WORK               PIC X(15).
       01  WS-PHONE-SUB                PIC 9(2) COMP.
       01  WS-DIGIT-COUNT              PIC 9(3).
       01  WS-PHONE-BAD-SWITCH         PIC X.
           88  WS-PHONE-HAS-BAD-CHAR       VALUE "Y".

      *    Changes awaiting a decision, loaded fresh each time the
      *    review list is opened so a change keyed at the next desk
      *    a minute ago is on it.
       01  WS-PND-COUNT                PIC 9(3) VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 500 TIMES INDEXED BY WS-PND-IDX.
               10  WS-PND-KEY          PIC X(26).
               10  WS-PND-TYPE         PIC X.
               10  WS-PND-REQUESTED-BY PIC X(8).
               10  WS-PND-NEW-VALUE    PIC X(50).
               10  WS-PND-DONE         PIC X.
                   88  WS-PND-IS-DONE          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-OPERATOR-SIGN-ON

           OPEN I-O CUSTOUT
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to open CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF

      *    The pending-change file is created the first time a
      *    change is ever keyed.
           OPEN I-O PEND-CHANGE
           IF WS-PEND-CHANGE-NOT-FOUND
               OPEN OUTPUT PEND-CHANGE
               CLOSE PEND-CHANGE
               OPEN I-O PEND-CHANGE
           END-IF
           IF NOT WS-PEND-CHANGE-OK
               DISPLAY "Unable to open PENDCHG.DAT - status "
                       WS-PEND-CHANGE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPERATOR-DONE
               PERFORM 1000-DISPLAY-MAIN-MENU
           END-PERFORM

           CLOSE PEND-CHANGE
           CLOSE CUSTOUT
           STOP RUN.

      *    Dual control means nothing without a real "who" on each
      *    half, so a blank operator ID is not accepted -- the
      *    session does not start until somebody owns it.
       0050-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.

       1000-DISPLAY-MAIN-MENU.
           DISPLAY " "
           DISPLAY "Customer maintenance (dual control):"
           DISPLAY "  1 - Key a legal-name or phone change"
           DISPLAY "  2 - Review changes awaiting approval"
           DISPLAY "  0 - Exit"
           DISPLAY "Enter choice: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 2000-KEY-CHANGE-REQUEST
               WHEN "2"
                   PERFORM 3000-REVIEW-PENDING-CHANGES
               WHEN "0"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

      *****************************************************************
      *    First half: the keying operator's request.
      *****************************************************************
       2000-KEY-CHANGE-REQUEST.
           MOVE "N" TO WS-KEYED-OK-SWITCH
           DISPLAY "Customer ID: "
           MOVE SPACES TO WS-SELECTED-CUST-ID
           ACCEPT WS-SELECTED-CUST-ID
           MOVE FUNCTION UPPER-CASE(WS-SELECTED-CUST-ID)
               TO WS-SELECTED-CUST-ID
           MOVE WS-SELECTED-CUST-ID TO CUST-ID
           READ CUSTOUT
               INVALID KEY
                   DISPLAY "Customer " WS-SELECTED-CUST-ID
                           " is not on CUSTOUT.DAT."
               NOT INVALID KEY
                   IF CUST-IS-VOIDED
                       DISPLAY "Customer " WS-SELECTED-CUST-ID
                               " is voided; no maintenance taken."
                   ELSE
                       PERFORM 2100-SHOW-CURRENT-VALUES
                       PERFORM 2200-PROMPT-CHANGE
                   END-IF
           END-READ
           IF WS-KEYED-OK
               PERFORM 2500-WRITE-PENDING-CHANGE
           END-IF.

       2100-SHOW-CURRENT-VALUES.
           DISPLAY " "
           DISPLAY "Customer " CUST-ID ":"
           DISPLAY "  Name:    " CUST-NAME-LINE1
           IF CUST-NAME-LINE2 NOT = SPACES
               DISPLAY "           " CUST-NAME-LINE2
           END-IF
           DISPLAY "  Phone:   " CUST-PHONE.

       2200-PROMPT-CHANGE.
           DISPLAY "Change N = legal name, P = phone, "
                   "blank = cancel: "
           MOVE SPACE TO WS-CHANGE-TYPE
           ACCEPT WS-CHANGE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-TYPE) TO WS-CHANGE-TYPE
           EVALUATE TRUE
               WHEN WS-NAME-CHANGE
                   PERFORM 2300-PROMPT-NEW-NAME
               WHEN WS-PHONE-CHANGE
                   PERFORM 2400-PROMPT-NEW-PHONE
               WHEN OTHER
                   DISPLAY "Nothing keyed."
           END-EVALUATE
           IF WS-KEYED-OK
               PERFORM 2450-CHECK-ALREADY-PENDING
               IF WS-ALREADY-PENDING
                   MOVE "N" TO WS-KEYED-OK-SWITCH
                   DISPLAY "A change of that kind is already "
                           "awaiting approval for " CUST-ID
                           "; have it decided first."
               END-IF
           END-IF
           IF WS-KEYED-OK
               PERFORM 2460-PROMPT-REASON-AND-DOCUMENT
           END-IF.

      *    The new name is checked through NAMEVAL now, so a name
      *    that could never be approved is turned back at the desk;
      *    it is checked again at approval, which is the check that
      *    counts.
       2300-PROMPT-NEW-NAME.
           DISPLAY "Enter new full legal name: "
           MOVE SPACES TO WS-NEW-RAW-NAME
           ACCEPT WS-NEW-RAW-NAME
           CALL "NAMEVAL" USING WS-NEW-RAW-NAME
               WS-NEW-LINE1 WS-NEW-LINE2 WS-VALIDATE-RC
           END-CALL
           EVALUATE TRUE
               WHEN WS-VALIDATE-REJECTED
                   DISPLAY "A legal name cannot be blank; "
                           "nothing keyed."
               WHEN WS-VALIDATE-INVALID-CHAR
                   DISPLAY "That name has a comma or quote in it; "
                           "nothing keyed."
               WHEN WS-NEW-LINE1 = CUST-NAME-LINE1
                AND WS-NEW-LINE2 = CUST-NAME-LINE2
                   DISPLAY "That is the name already on file; "
                           "nothing keyed."
               WHEN OTHER
                   IF WS-VALIDATE-TRUNCATED
                       DISPLAY "Note: over 50 characters; the "
                               "overflow will go on name line 2."
                   END-IF
                   MOVE SPACES TO WS-OLD-VALUE
                   MOVE CUST-NAME-LINE1 TO WS-OLD-VALUE(1:50)
                   MOVE CUST-NAME-LINE2 TO WS-OLD-VALUE(51:50)
                   SET WS-KEYED-OK TO TRUE
           END-EVALUATE.

       2400-PROMPT-NEW-PHONE.
           DISPLAY "Enter new phone number: "
           MOVE SPACES TO WS-NEW-PHONE
           ACCEPT WS-NEW-PHONE
           PERFORM 2410-CHECK-PHONE
           EVALUATE TRUE
               WHEN WS-DIGIT-COUNT NOT = 10
                 OR WS-PHONE-HAS-BAD-CHAR
                   DISPLAY "A phone must hold exactly ten digits; "
                           "nothing keyed."
               WHEN WS-NEW-PHONE = CUST-PHONE
                   DISPLAY "That is the phone already on file; "
                           "nothing keyed."
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-RAW-NAME
                   MOVE WS-NEW-PHONE TO WS-NEW-RAW-NAME(1:15)
                   MOVE SPACES TO WS-OLD-VALUE
                   MOVE CUST-PHONE TO WS-OLD-VALUE(1:15)
                   SET WS-KEYED-OK TO TRUE
           END-EVALUATE.

      *    Phones arrive with any mix of hyphens, dots, parentheses
      *    and spaces -- strip the punctuation and insist on exactly
      *    ten digits underneath it.
       2410-CHECK-PHONE.
           MOVE WS-NEW-PHONE TO WS-PHONE-WORK
           INSPECT WS-PHONE-WORK REPLACING ALL "-" BY SPACE
           INSPECT WS-PHONE-WORK REPLACING ALL "." BY SPACE
           INSPECT WS-PHONE-WORK REPLACING ALL "(" BY SPACE
           INSPECT WS-PHONE-WORK REPLACING ALL ")" BY SPACE
           MOVE 0 TO WS-DIGIT-COUNT
           MOVE "N" TO WS-PHONE-BAD-SWITCH
           PERFORM VARYING WS-PHONE-SUB FROM 1 BY 1
                   UNTIL WS-PHONE-SUB > 15
               IF WS-PHONE-WORK(WS-PHONE-SUB:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
               ELSE
                   IF WS-PHONE-WORK(WS-PHONE-SUB:1) NOT = SPACE
                       SET WS-PHONE-HAS-BAD-CHAR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    One change of each kind per customer may wait at a time;
      *    two competing name changes would leave the approver
      *    choosing between them blind.  The customer's entries are
      *    walked by key from the first possible one.
       2450-CHECK-ALREADY-PENDING.
           MOVE "N" TO WS-ALREADY-PENDING-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE CUST-ID TO PCH-CUST-ID
           MOVE 0 TO PCH-REQUEST-DATE
           MOVE 0 TO PCH-REQUEST-TIME
           START PEND-CHANGE KEY IS >= PCH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ PEND-CHANGE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PCH-CUST-ID NOT = CUST-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           IF PCH-IS-PENDING
                              AND PCH-CHANGE-TYPE = WS-CHANGE-TYPE
                               SET WS-ALREADY-PENDING TO TRUE
                               SET WS-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-CHANGE-STATUS.

      *    The reason and the document seen are what the approver
      *    decides on, so neither may be left blank.
       2460-PROMPT-REASON-AND-DOCUMENT.
           MOVE SPACES TO WS-REASON
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "Reason for the change: "
               ACCEPT WS-REASON
           END-PERFORM
           MOVE SPACES TO WS-DOCUMENT-SEEN
           PERFORM UNTIL WS-DOCUMENT-SEEN NOT = SPACES
               DISPLAY "Document seen (type and reference): "
               ACCEPT WS-DOCUMENT-SEEN
           END-PERFORM.

       2500-WRITE-PENDING-CHANGE.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-SELECTED-CUST-ID TO PCH-CUST-ID
           MOVE WS-CDT-DATE TO PCH-REQUEST-DATE
           MOVE WS-CDT-TIME TO PCH-REQUEST-TIME
           MOVE WS-CHANGE-TYPE TO PCH-CHANGE-TYPE
           SET PCH-IS-PENDING TO TRUE
           MOVE WS-OLD-VALUE TO PCH-OLD-VALUE
           MOVE WS-NEW-RAW-NAME TO PCH-NEW-VALUE
           MOVE WS-REASON TO PCH-REASON
           MOVE WS-DOCUMENT-SEEN TO PCH-DOCUMENT-SEEN
           MOVE WS-OPERATOR-ID TO PCH-REQUESTED-BY
           MOVE 0 TO PCH-DECIDED-DATE
           MOVE 0 TO PCH-DECIDED-TIME
           WRITE PENDING-CHANGE-RECORD
           IF WS-PEND-CHANGE-DUP-KEY
      *    Two requests for one customer inside the same hundredth
      *    of a second -- nudge the time and take the next slot.
               ADD 1 TO PCH-REQUEST-TIME
               WRITE PENDING-CHANGE-RECORD
           END-IF
           IF NOT WS-PEND-CHANGE-OK
               DISPLAY "Unable to write PENDCHG.DAT - status "
                       WS-PEND-CHANGE-STATUS
               STOP RUN
           END-IF
           PERFORM 8000-WRITE-AUDIT-MREQ
           DISPLAY "Change keyed for " PCH-CUST-ID
                   "; it takes effect only when a second "
                   "operator approves it.".

      *****************************************************************
      *    Second half: another operator's decision.
      *****************************************************************
       3000-REVIEW-PENDING-CHANGES.
           PERFORM 3050-LOAD-PENDING-LIST
           IF WS-PND-COUNT = 0
               DISPLAY "No changes awaiting approval."
           ELSE
               MOVE "N" TO WS-REVIEW-DONE-SWITCH
               PERFORM UNTIL WS-REVIEW-DONE
                   PERFORM 3100-DISPLAY-PENDING-LIST
                   PERFORM 3200-GET-SELECTION
               END-PERFORM
           END-IF.

       3050-LOAD-PENDING-LIST.
           MOVE 0 TO WS-PND-COUNT
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO PCH-KEY
           START PEND-CHANGE KEY IS >= PCH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ PEND-CHANGE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PCH-IS-PENDING AND WS-PND-COUNT < 500
                           ADD 1 TO WS-PND-COUNT
                           MOVE PCH-KEY TO WS-PND-KEY(WS-PND-COUNT)
                           MOVE PCH-CHANGE-TYPE
                               TO WS-PND-TYPE(WS-PND-COUNT)
                           MOVE PCH-REQUESTED-BY
                               TO WS-PND-REQUESTED-BY(WS-PND-COUNT)
                           MOVE PCH-NEW-VALUE(1:50)
                               TO WS-PND-NEW-VALUE(WS-PND-COUNT)
                           MOVE "N" TO WS-PND-DONE(WS-PND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-CHANGE-STATUS.

       3100-DISPLAY-PENDING-LIST.
           DISPLAY " "
           DISPLAY "Changes awaiting approval:"
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF NOT WS-PND-IS-DONE(WS-PND-IDX)
                   IF WS-PND-REQUESTED-BY(WS-PND-IDX) = WS-OPERATOR-ID
                       DISPLAY WS-PND-IDX " - "
                           WS-PND-KEY(WS-PND-IDX)(1:10) " - "
                           WS-PND-TYPE(WS-PND-IDX) " - "
                           WS-PND-NEW-VALUE(WS-PND-IDX)
                           " (keyed by you)"
                   ELSE
                       DISPLAY WS-PND-IDX " - "
                           WS-PND-KEY(WS-PND-IDX)(1:10) " - "
                           WS-PND-TYPE(WS-PND-IDX) " - "
                           WS-PND-NEW-VALUE(WS-PND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "  0 - Return to main menu".

       3200-GET-SELECTION.
           DISPLAY "Enter number to decide (0 to return): "
           ACCEPT WS-SELECTION
           EVALUATE TRUE
               WHEN WS-SELECTION = 0
                   SET WS-REVIEW-DONE TO TRUE
               WHEN WS-SELECTION > WS-PND-COUNT
                   DISPLAY "Invalid selection."
               WHEN WS-PND-IS-DONE(WS-SELECTION)
                   DISPLAY "That change was already decided."
               WHEN WS-PND-REQUESTED-BY(WS-SELECTION)
                       = WS-OPERATOR-ID
                   DISPLAY "You keyed that change; a different "
                           "operator must decide it."
               WHEN OTHER
                   SET WS-PND-IDX TO WS-SELECTION
                   PERFORM 3300-SHOW-AND-DECIDE
           END-EVALUATE.

      *    The pending record is read fresh by key -- another desk
      *    may have decided it since the list was loaded.
       3300-SHOW-AND-DECIDE.
           MOVE WS-PND-KEY(WS-PND-IDX) TO PCH-KEY
           READ PEND-CHANGE
               INVALID KEY
                   DISPLAY "That change is no longer on file."
                   SET WS-PND-IS-DONE(WS-PND-IDX) TO TRUE
               NOT INVALID KEY
                   IF NOT PCH-IS-PENDING
                       DISPLAY "That change was decided by "
                               PCH-DECIDED-BY " meanwhile."
                       SET WS-PND-IS-DONE(WS-PND-IDX) TO TRUE
                   ELSE
                       PERFORM 3400-SHOW-CHANGE
                       PERFORM 3500-PROMPT-DECISION
                   END-IF
           END-READ.

       3400-SHOW-CHANGE.
           MOVE PCH-CUST-ID TO WS-SELECTED-CUST-ID
           DISPLAY " "
           DISPLAY "Customer " PCH-CUST-ID "  keyed by "
                   PCH-REQUESTED-BY " on " PCH-REQUEST-DATE " "
                   PCH-REQUEST-TIME(1:6)
           IF PCH-IS-NAME-CHANGE
               DISPLAY "  Legal name now:  " PCH-OLD-VALUE(1:50)
               IF PCH-OLD-VALUE(51:50) NOT = SPACES
                   DISPLAY "                   " PCH-OLD-VALUE(51:50)
               END-IF
               DISPLAY "  Change to:       " PCH-NEW-VALUE(1:50)
               IF PCH-NEW-VALUE(51:50) NOT = SPACES
                   DISPLAY "                   " PCH-NEW-VALUE(51:50)
               END-IF
           ELSE
               DISPLAY "  Phone now:       " PCH-OLD-VALUE(1:15)
               DISPLAY "  Change to:       " PCH-NEW-VALUE(1:15)
           END-IF
           DISPLAY "  Reason:          " PCH-REASON
           DISPLAY "  Document seen:   " PCH-DOCUMENT-SEEN.

       3500-PROMPT-DECISION.
           DISPLAY "A = approve, R = reject, blank = leave: "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN "A"
                   PERFORM 4000-APPROVE-CHANGE
               WHEN "R"
                   PERFORM 5000-REJECT-CHANGE
               WHEN OTHER
                   DISPLAY "Left awaiting approval."
           END-EVALUATE.

      *****************************************************************
      *    Approval: the only path by which the change reaches the
      *    master.
      *****************************************************************
       4000-APPROVE-CHANGE.
           MOVE PCH-CUST-ID TO CUST-ID
           READ CUSTOUT
               INVALID KEY
                   DISPLAY "Customer " PCH-CUST-ID
                           " is no longer on CUSTOUT.DAT; reject "
                           "the change."
               NOT INVALID KEY
                   PERFORM 4100-CHECK-AND-APPLY
           END-READ.

      *    The change was keyed against a particular value; if the
      *    master no longer holds it the approver would be signing
      *    off on something neither operator saw.
       4100-CHECK-AND-APPLY.
           MOVE SPACES TO WS-OLD-VALUE
           IF PCH-IS-NAME-CHANGE
               MOVE CUST-NAME-LINE1 TO WS-OLD-VALUE(1:50)
               MOVE CUST-NAME-LINE2 TO WS-OLD-VALUE(51:50)
           ELSE
               MOVE CUST-PHONE TO WS-OLD-VALUE(1:15)
           END-IF
           PERFORM 7800-JOURNAL-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN CUST-IS-VOIDED
                   DISPLAY "Customer " CUST-ID " has been voided; "
                           "reject the change."
               WHEN WS-OLD-VALUE NOT = PCH-OLD-VALUE
                   DISPLAY "The master no longer holds the value "
                           "this change was keyed against; reject "
                           "it and key it afresh."
               WHEN PCH-IS-NAME-CHANGE
                   PERFORM 4200-APPLY-NAME-CHANGE
               WHEN OTHER
                   PERFORM 4300-APPLY-PHONE-CHANGE
           END-EVALUATE.

      *    The name goes through NAMEVAL exactly as intake takes a
      *    name, truncation flag included, and the phonetic match
      *    key is rebuilt from the new line 1 so the duplicate
      *    probes and the sweep see the customer under the new name.
       4200-APPLY-NAME-CHANGE.
           CALL "NAMEVAL" USING PCH-NEW-VALUE
               WS-NEW-LINE1 WS-NEW-LINE2 WS-VALIDATE-RC
           END-CALL
           IF WS-VALIDATE-REJECTED OR WS-VALIDATE-INVALID-CHAR
               DISPLAY "The new name fails name validation (code "
                       WS-VALIDATE-RC "); reject the change."
           ELSE
               MOVE WS-NEW-LINE1 TO CUST-NAME-LINE1
               MOVE WS-NEW-LINE2 TO CUST-NAME-LINE2
               IF WS-VALIDATE-TRUNCATED
                   SET CUST-NAME-WAS-TRUNCATED TO TRUE
               ELSE
                   MOVE "N" TO CUST-NAME-TRUNCATED
               END-IF
               CALL "MATCHKEY" USING CUST-NAME-LINE1 CUST-MATCH-KEY
               END-CALL
               PERFORM 4400-REWRITE-AND-RECORD
           END-IF.

       4300-APPLY-PHONE-CHANGE.
           MOVE PCH-NEW-VALUE(1:15) TO CUST-PHONE
           PERFORM 4400-REWRITE-AND-RECORD.

       4400-REWRITE-AND-RECORD.
           REWRITE CUSTOMER-RECORD
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to rewrite CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
           PERFORM 7810-JOURNAL-MASTER-CHANGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET PCH-IS-APPROVED TO TRUE
           MOVE WS-OPERATOR-ID TO PCH-DECIDED-BY
           MOVE WS-CDT-DATE TO PCH-DECIDED-DATE
           MOVE WS-CDT-TIME TO PCH-DECIDED-TIME
           PERFORM 4500-REWRITE-PENDING
           PERFORM 8010-WRITE-AUDIT-MAPP
           SET WS-PND-IS-DONE(WS-PND-IDX) TO TRUE
           DISPLAY "Change approved and applied to customer "
                   CUST-ID ".".

       4500-REWRITE-PENDING.
           REWRITE PENDING-CHANGE-RECORD
           IF NOT WS-PEND-CHANGE-OK
               DISPLAY "Unable to rewrite PENDCHG.DAT - status "
                       WS-PEND-CHANGE-STATUS
               STOP RUN
           END-IF.

       5000-REJECT-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
               DISPLAY "Reason for rejecting: "
               ACCEPT WS-REJECT-REASON
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET PCH-IS-REJECTED TO TRUE
           MOVE WS-OPERATOR-ID TO PCH-DECIDED-BY
           MOVE WS-CDT-DATE TO PCH-DECIDED-DATE
           MOVE WS-CDT-TIME TO PCH-DECIDED-TIME
           MOVE WS-REJECT-REASON TO PCH-REJECT-REASON
           PERFORM 4500-REWRITE-PENDING
           PERFORM 8020-WRITE-AUDIT-MREJ
           SET WS-PND-IS-DONE(WS-PND-IDX) TO TRUE
           DISPLAY "Change rejected; the master is unchanged.".

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
           MOVE "CUSTMNT0" TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE 0 TO JRN-IMAGE-COUNT
           CALL "MSTJRNL" USING MASTER-JOURNAL-RECORD
           END-CALL.

      *    Every append goes to the log AUDTARG picks fresh at
      *    write time: a log already folded into the history master
      *    must never be appended to (the entry would be stranded
      *    -- CUSTAHC0 refuses a refold), and the fold can land
      *    mid-session, so the target is rechecked per write rather
      *    than once at sign-on.
       7900-SET-WRITE-TARGET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL "AUDTARG" USING WS-CDT-DATE WS-AUDIT-TARGET-DATE
               WS-AUDIT-FILENAME
           END-CALL.

       7910-OPEN-WRITE-TARGET.
           PERFORM 7900-SET-WRITE-TARGET
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
           END-IF.

       7920-WRITE-AND-CLOSE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AUD-DATE
           MOVE WS-CDT-TIME TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-LOG-REC FROM AUDIT-RECORD
           IF NOT WS-AUDIT-LOG-OK
               DISPLAY "Unable to write " WS-AUDIT-FILENAME
                       " - status " WS-AUDIT-LOG-STATUS
               STOP RUN
           END-IF
           CLOSE AUDIT-LOG.

      *    Each maintenance entry carries the value on file in the
      *    first half of AUD-ORIGINAL-VALUE and the new value in
      *    the second, so the trail alone shows what changed.
       8000-WRITE-AUDIT-MREQ.
           PERFORM 7910-OPEN-WRITE-TARGET
           MOVE SPACES TO AUDIT-RECORD
           MOVE PCH-CUST-ID TO AUD-CUSTOMER-ID
           MOVE PCH-OLD-VALUE(1:50) TO AUD-ORIGINAL-VALUE(1:50)
           MOVE PCH-NEW-VALUE(1:50) TO AUD-ORIGINAL-VALUE(51:50)
           SET AUD-RULE-MAINT-REQUEST TO TRUE
           IF PCH-IS-NAME-CHANGE
               MOVE "Legal name change keyed; awaiting approval"
                   TO AUD-RULE-DESC
           ELSE
               MOVE "Phone change keyed; awaiting approval"
                   TO AUD-RULE-DESC
           END-IF
           PERFORM 7920-WRITE-AND-CLOSE.

       8010-WRITE-AUDIT-MAPP.
           PERFORM 7910-OPEN-WRITE-TARGET
           MOVE SPACES TO AUDIT-RECORD
           MOVE PCH-CUST-ID TO AUD-CUSTOMER-ID
           MOVE PCH-OLD-VALUE(1:50) TO AUD-ORIGINAL-VALUE(1:50)
           MOVE PCH-NEW-VALUE(1:50) TO AUD-ORIGINAL-VALUE(51:50)
           SET AUD-RULE-MAINT-APPROVED TO TRUE
           IF PCH-IS-NAME-CHANGE
               STRING "Legal name change applied; keyed by "
                   PCH-REQUESTED-BY
                   DELIMITED BY SIZE INTO AUD-RULE-DESC
           ELSE
               STRING "Phone change applied; keyed by "
                   PCH-REQUESTED-BY
                   DELIMITED BY SIZE INTO AUD-RULE-DESC
           END-IF
           PERFORM 7920-WRITE-AND-CLOSE.

       8020-WRITE-AUDIT-MREJ.
           PERFORM 7910-OPEN-WRITE-TARGET
           MOVE SPACES TO AUDIT-RECORD
           MOVE PCH-CUST-ID TO AUD-CUSTOMER-ID
           MOVE PCH-OLD-VALUE(1:50) TO AUD-ORIGINAL-VALUE(1:50)
           MOVE PCH-NEW-VALUE(1:50) TO AUD-ORIGINAL-VALUE(51:50)
           SET AUD-RULE-MAINT-REJECTED TO TRUE
           IF PCH-IS-NAME-CHANGE
               STRING "Legal name change rejected; keyed by "
                   PCH-REQUESTED-BY
                   DELIMITED BY SIZE INTO AUD-RULE-DESC
           ELSE
               STRING "Phone change rejected; keyed by "
                   PCH-REQUESTED-BY
                   DELIMITED BY SIZE INTO AUD-RULE-DESC
           END-IF
           PERFORM 7920-WRITE-AND-CLOSE.
