      *    and excluded counts are displayed at end of run so the
      *    file sent to the mailing house can be balanced against
      *    the master.
      *
      *    Householded mode (a further run-control option, N unless
      *    asked for) sends one row per household instead of one
      *    per customer, so a family of four at one address costs
      *    one piece of postage instead of four.  Every active
      *    customer with an address is placed in a household on
      *    HOUSEHLD.DAT (see HSHLDREC) by a key built from address
      *    line 1 -- put through ADDRVAL's postal standardization
      *    first, so an address taken on before that existed keys
      *    the same as one taken on since -- the five-digit ZIP and
      *    the surname off the name lines.  The household file
      *    keeps the grouping stable from one run to the next.  The
      *    row carries the first member's CUST-ID, so a returned
      *    piece still comes back through CUSTRTN0 against a real
      *    customer, and the names of every member joined with "&".
      *    One member flagged undeliverable holds back the whole
      *    household's piece -- they all share the address that
      *    bounced.  A customer with no address yet (when those are
      *    not skipped) cannot be householded and is written on its
      *    own row as before.  The run prints HSHLDyyyymmdd.RPT, a
      *    register of the households mailed and held back, the
      *    households formed this run and the pieces saved.
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-EXTRACT-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHM-CUST-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT HSHLD-RPT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHLD-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           RECORDING MODE IS F.
       01  MAIL-EXTRACT-REC            PIC X(250).

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
       COPY HSHLDREC.

       FD  HSHLD-RPT
           RECORDING MODE IS F.
       01  HSHLD-RPT-REC               PIC X(132).

       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  WS-MAIL-EXTRACT-STATUS      PIC XX.
           88  WS-MAIL-EXTRACT-OK          VALUE "00".

       01  WS-HOUSEHOLD-STATUS         PIC XX.
           88  WS-HOUSEHOLD-OK             VALUE "00", "02".
           88  WS-HOUSEHOLD-EOF            VALUE "10".
           88  WS-HOUSEHOLD-NOT-FOUND      VALUE "35".

       01  WS-HSHLD-RPT-STATUS         PIC XX.
           88  WS-HSHLD-RPT-OK             VALUE "00".

       01  WS-REPORT-FILENAME          PIC X(24).

       01  WS-RUN-CONTROL-STATUS       PIC XX.
           88  WS-RUN-CONTROL-OK           VALUE "00".

           88  WS-EXCLUDE-DUPS             VALUE "Y".
       01  WS-OPT-SKIP-BLANK-ADDR      PIC X.
           88  WS-SKIP-BLANK-ADDR          VALUE "Y".
       01  WS-OPT-HOUSEHOLD            PIC X VALUE "N".
           88  WS-HOUSEHOLD-MODE           VALUE "Y".
       01  WS-OPT-ANSWER               PIC X.

       01  WS-COUNT-READ               PIC 9(7) VALUE 0.
       01  WS-COUNT-EXCL-ADDR          PIC 9(7) VALUE 0.
       01  WS-COUNT-EXCL-VOID          PIC 9(7) VALUE 0.
       01  WS-COUNT-EXCL-UNDLV         PIC 9(7) VALUE 0.
      *    Householded mode: customers held back because a member
      *    of their household is undeliverable, and the register
      *    totals.
       01  WS-COUNT-EXCL-HHOLD         PIC 9(7) VALUE 0.
       01  WS-COUNT-HH-FORMED          PIC 9(7) VALUE 0.
       01  WS-COUNT-HH-MAILED          PIC 9(7) VALUE 0.
       01  WS-COUNT-HH-MEMBERS         PIC 9(7) VALUE 0.
       01  WS-COUNT-HH-SAVED           PIC 9(7) VALUE 0.
       01  WS-COUNT-HH-HELD            PIC 9(7) VALUE 0.

       01  WS-JOINED-NAME              PIC X(105).
       01  WS-CSV-LINE                 PIC X(250).
      *    Field staging for CSV assembly: each field is moved here,
      *    its trailing spaces measured off, and only the live text
      *    is strung into the row.
       01  WS-TRIM-FIELD               PIC X(140).
       01  WS-TRIM-LEN                 PIC 9(3) COMP.

      *    Household key for the customer in hand.  Address line 1
      *    goes through ADDRVAL on a copy of the address block --
      *    the master itself is never touched here -- and only the
      *    letters and digits of the line and of the surname are
      *    kept, so spacing and punctuation cannot split a
      *    household.  A generation suffix or title at the end of
      *    the name is passed over for the word before it.
       01  WS-HH-KEY.
           05  WS-HH-KEY-ZIP           PIC X(5).
           05  WS-HH-KEY-ADDRESS       PIC X(25).
           05  WS-HH-KEY-SURNAME       PIC X(10).
       01  WS-HH-ADDRESS-LINE1         PIC X(30).
       01  WS-HH-ADDRESS-LINE2         PIC X(30).
       01  WS-HH-CITY                  PIC X(20).
       01  WS-HH-STATE                 PIC X(2).
       01  WS-HH-ZIP                   PIC X(10).
       01  WS-HH-PHONE                 PIC X(15).
       01  WS-HH-VALIDATE-RC           PIC 9(2).
       01  WS-HH-SOURCE                PIC X(105).
       01  WS-HH-SOURCE-SUB            PIC 9(3) COMP.
       01  WS-HH-TARGET                PIC X(25).
       01  WS-HH-TARGET-SUB            PIC 9(3) COMP.
       01  WS-HH-TARGET-MAX            PIC 9(3) COMP.
       01  WS-HH-WORD                  PIC X(50).
       01  WS-HH-LAST-WORD             PIC X(50).
       01  WS-HH-NAME-POINTER          PIC 9(3) COMP.
       01  WS-HH-ID                    PIC 9(10).
       01  WS-HH-LAST-ID               PIC 9(10) VALUE 0.
       01  WS-HH-ON-FILE-SWITCH        PIC X.
           88  WS-HH-ON-FILE               VALUE "Y".
       01  WS-HH-STATUS-WORK           PIC X.

      *    Members of the household being gathered on the second
      *    pass.  The names and IDs of the first twenty are kept
      *    for the row and the register; a larger household is
      *    still counted in full and its row addressed "& FAMILY"
      *    past what fits.
       01  WS-GRP-ID                   PIC 9(10).
       01  WS-GRP-MAIL-COUNT           PIC 9(5).
       01  WS-GRP-UNDLV-COUNT          PIC 9(5).
       01  WS-GRP-UNDLV-ID             PIC X(10).
       01  WS-GRP-SUB                  PIC 9(3) COMP.
       01  WS-GRP-KEPT                 PIC 9(3) COMP.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 20 TIMES.
               10  WS-GRP-CUST-ID      PIC X(10).
               10  WS-GRP-NAME         PIC X(105).
       01  WS-GRP-NAME-POINTER         PIC 9(3) COMP.
       01  WS-GRP-NAME-LEN             PIC 9(3) COMP.
       01  WS-GRP-FULL-SWITCH          PIC X.
           88  WS-GRP-NAMES-FULL           VALUE "Y".

      *    Fields of the row being written, from one customer or
      *    from a household's first mailable member.
       01  WS-ROW-FIELDS.
           05  WS-ROW-CUST-ID          PIC X(10).
           05  WS-ROW-NAME             PIC X(140).
           05  WS-ROW-ADDRESS-LINE1    PIC X(30).
           05  WS-ROW-ADDRESS-LINE2    PIC X(30).
           05  WS-ROW-CITY             PIC X(20).
           05  WS-ROW-STATE            PIC X(2).
           05  WS-ROW-ZIP              PIC X(10).

       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-RPT-MEMBERS-DISPLAY      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-RUN-OPTIONS
                       WS-MAIL-EXTRACT-STATUS
               STOP RUN
           END-IF
           IF WS-HOUSEHOLD-MODE
               PERFORM 0300-OPEN-HOUSEHOLD-FILE
           END-IF

           PERFORM UNTIL WS-CUSTOUT-EOF
               READ CUSTOUT NEXT RECORD
                   AT END
                       SET WS-CUSTOUT-EOF TO TRUE
                   NOT AT END
               END-READ
           END-PERFORM

           IF WS-HOUSEHOLD-MODE
               PERFORM 3000-WRITE-HOUSEHOLD-ROWS
               CLOSE HOUSEHOLD-FILE
           END-IF
           CLOSE CUSTOUT
           CLOSE MAIL-EXTRACT
           PERFORM 9000-DISPLAY-COUNTS
               ELSE
                   MOVE "Y" TO WS-OPT-SKIP-BLANK-ADDR
               END-IF
               IF FUNCTION UPPER-CASE(RUN-EXT-HOUSEHOLD) = "Y"
                   MOVE "Y" TO WS-OPT-HOUSEHOLD
               ELSE
                   MOVE "N" TO WS-OPT-HOUSEHOLD
               END-IF
               IF RUN-OPERATOR-ID = SPACES
                   PERFORM 0150-OPERATOR-SIGN-ON
               ELSE
                               " DUPS=" RUN-EXT-EXCLUDE-DUPS
                               " ADDR=" RUN-EXT-SKIP-BLANK-ADDR
                               " DATE=" RUN-DUP-REVIEW-DATE
                               " HHLD=" RUN-EXT-HOUSEHOLD
               END-READ
               CLOSE RUN-CONTROL
           END-IF.
               MOVE "N" TO WS-OPT-SKIP-BLANK-ADDR
           ELSE
               MOVE "Y" TO WS-OPT-SKIP-BLANK-ADDR
           END-IF

           DISPLAY "One mailing per household? "
                   "(Y/N, blank = N): "
           MOVE SPACES TO WS-OPT-ANSWER
           ACCEPT WS-OPT-ANSWER
           IF FUNCTION UPPER-CASE(WS-OPT-ANSWER) = "Y"
               MOVE "Y" TO WS-OPT-HOUSEHOLD
           ELSE
               MOVE "N" TO WS-OPT-HOUSEHOLD
           END-IF.

      *    The household file is created the first time a
      *    householded extract is run.  The highest household
      *    number on file is found up front so new households
      *    carry on from it.
       0300-OPEN-HOUSEHOLD-FILE.
           OPEN I-O HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-NOT-FOUND
               OPEN OUTPUT HOUSEHOLD-FILE
               CLOSE HOUSEHOLD-FILE
               OPEN I-O HOUSEHOLD-FILE
           END-IF
           IF NOT WS-HOUSEHOLD-OK
               DISPLAY "Unable to open HOUSEHLD.DAT - status "
                       WS-HOUSEHOLD-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-HH-LAST-ID
           PERFORM UNTIL WS-HOUSEHOLD-EOF
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOUSEHOLD-EOF TO TRUE
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID > WS-HH-LAST-ID
                           MOVE HHM-HOUSEHOLD-ID TO WS-HH-LAST-ID
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HOUSEHOLD-STATUS.

       1000-SELECT-CUSTOMER.
           EVALUATE TRUE
               WHEN CUST-IS-VOIDED
                   ADD 1 TO WS-COUNT-EXCL-VOID
      *    An address the mailing house has already bounced is left
      *    out unconditionally, the same way voided records are --
      *    re-mailing it just buys another return fee.  In
      *    householded mode the bounced customer is still placed,
      *    so the flag holds back the whole household's piece.
               WHEN CUST-ADDR-IS-UNDELIV
                   ADD 1 TO WS-COUNT-EXCL-UNDLV
                   IF WS-HOUSEHOLD-MODE
                      AND CUST-ADDRESS-LINE1 NOT = SPACES
                       MOVE "U" TO WS-HH-STATUS-WORK
                       PERFORM 1500-PLACE-IN-HOUSEHOLD
                   END-IF
               WHEN CUST-NAME-IS-DUP-EXACT AND WS-EXCLUDE-DUPS
                   ADD 1 TO WS-COUNT-EXCL-DUP
               WHEN CUST-ADDRESS-LINE1 = SPACES
                    AND WS-SKIP-BLANK-ADDR
                   ADD 1 TO WS-COUNT-EXCL-ADDR
               WHEN WS-HOUSEHOLD-MODE
                    AND CUST-ADDRESS-LINE1 NOT = SPACES
                   MOVE "M" TO WS-HH-STATUS-WORK
                   PERFORM 1500-PLACE-IN-HOUSEHOLD
               WHEN OTHER
                   PERFORM 2000-WRITE-EXTRACT-ROW
           END-EVALUATE.

      *    A customer whose key is unchanged keeps their household;
      *    otherwise they join the household already holding the
      *    key, and only when there is none is a new number issued.
       1500-PLACE-IN-HOUSEHOLD.
           PERFORM 1600-BUILD-HOUSEHOLD-KEY
           MOVE "N" TO WS-HH-ON-FILE-SWITCH
           MOVE 0 TO WS-HH-ID
           MOVE CUST-ID TO HHM-CUST-ID
           READ HOUSEHOLD-FILE
               KEY IS HHM-CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HH-ON-FILE TO TRUE
                   IF HHM-HOUSEHOLD-KEY = WS-HH-KEY
                       MOVE HHM-HOUSEHOLD-ID TO WS-HH-ID
                   END-IF
           END-READ

           IF WS-HH-ID = 0
               PERFORM 1700-FIND-HOUSEHOLD-BY-KEY
           END-IF
           IF WS-HH-ID = 0
               ADD 1 TO WS-HH-LAST-ID
               MOVE WS-HH-LAST-ID TO WS-HH-ID
               ADD 1 TO WS-COUNT-HH-FORMED
           END-IF

           IF WS-HH-ON-FILE
               MOVE CUST-ID TO HHM-CUST-ID
               READ HOUSEHOLD-FILE
                   KEY IS HHM-CUST-ID
                   INVALID KEY
                       DISPLAY "HOUSEHLD.DAT record lost for "
                               CUST-ID
                       STOP RUN
               END-READ
               IF HHM-HOUSEHOLD-ID NOT = WS-HH-ID
                   MOVE WS-LED-START-DATE TO HHM-DATE-JOINED
               END-IF
           ELSE
               MOVE SPACES TO HOUSEHOLD-MEMBER-RECORD
               MOVE CUST-ID TO HHM-CUST-ID
               MOVE WS-LED-START-DATE TO HHM-DATE-JOINED
           END-IF
           MOVE WS-HH-ID TO HHM-HOUSEHOLD-ID
           MOVE WS-HH-KEY TO HHM-HOUSEHOLD-KEY
           MOVE WS-LED-START-DATE TO HHM-DATE-SEEN
           MOVE WS-HH-STATUS-WORK TO HHM-MAIL-STATUS

           IF WS-HH-ON-FILE
               REWRITE HOUSEHOLD-MEMBER-RECORD
           ELSE
               WRITE HOUSEHOLD-MEMBER-RECORD
           END-IF
           IF NOT WS-HOUSEHOLD-OK
               DISPLAY "Unable to write HOUSEHLD.DAT - status "
                       WS-HOUSEHOLD-STATUS " for " CUST-ID
               STOP RUN
           END-IF.

       1600-BUILD-HOUSEHOLD-KEY.
           MOVE SPACES TO WS-HH-KEY
           MOVE CUST-ZIP(1:5) TO WS-HH-KEY-ZIP

           MOVE CUST-ADDRESS-LINE1 TO WS-HH-ADDRESS-LINE1
           MOVE CUST-ADDRESS-LINE2 TO WS-HH-ADDRESS-LINE2
           MOVE CUST-CITY TO WS-HH-CITY
           MOVE CUST-STATE TO WS-HH-STATE
           MOVE CUST-ZIP TO WS-HH-ZIP
           MOVE CUST-PHONE TO WS-HH-PHONE
           CALL "ADDRVAL" USING WS-HH-ADDRESS-LINE1
               WS-HH-ADDRESS-LINE2 WS-HH-CITY WS-HH-STATE
               WS-HH-ZIP WS-HH-PHONE WS-HH-VALIDATE-RC
           END-CALL
           IF WS-HH-VALIDATE-RC NOT = 0
               MOVE FUNCTION UPPER-CASE(CUST-ADDRESS-LINE1)
                   TO WS-HH-ADDRESS-LINE1
           END-IF
           MOVE WS-HH-ADDRESS-LINE1 TO WS-HH-SOURCE
           MOVE 25 TO WS-HH-TARGET-MAX
           PERFORM 1650-SQUEEZE-TO-ALPHANUMERIC
           MOVE WS-HH-TARGET TO WS-HH-KEY-ADDRESS

           PERFORM 2100-BUILD-JOINED-NAME
           MOVE SPACES TO WS-HH-LAST-WORD
           MOVE 1 TO WS-HH-NAME-POINTER
           PERFORM UNTIL WS-HH-NAME-POINTER > 105
               MOVE SPACES TO WS-HH-WORD
               UNSTRING WS-JOINED-NAME DELIMITED BY ALL SPACE
                   INTO WS-HH-WORD
                   WITH POINTER WS-HH-NAME-POINTER
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-HH-WORD) TO WS-HH-WORD
               EVALUATE WS-HH-WORD
                   WHEN SPACES
                   WHEN "JR"
                   WHEN "JR."
                   WHEN "SR"
                   WHEN "SR."
                   WHEN "II"
                   WHEN "III"
                   WHEN "IV"
                   WHEN "MD"
                   WHEN "ESQ"
                   WHEN "ESQ."
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-HH-WORD TO WS-HH-LAST-WORD
               END-EVALUATE
           END-PERFORM
           MOVE WS-HH-LAST-WORD TO WS-HH-SOURCE
           MOVE 10 TO WS-HH-TARGET-MAX
           PERFORM 1650-SQUEEZE-TO-ALPHANUMERIC
           MOVE WS-HH-TARGET TO WS-HH-KEY-SURNAME.

       1650-SQUEEZE-TO-ALPHANUMERIC.
           MOVE SPACES TO WS-HH-TARGET
           MOVE 0 TO WS-HH-TARGET-SUB
           PERFORM VARYING WS-HH-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-HH-SOURCE-SUB > 105
                      OR WS-HH-TARGET-SUB = WS-HH-TARGET-MAX
               IF WS-HH-SOURCE(WS-HH-SOURCE-SUB:1) IS ALPHABETIC
                  AND WS-HH-SOURCE(WS-HH-SOURCE-SUB:1) NOT = SPACE
                  OR WS-HH-SOURCE(WS-HH-SOURCE-SUB:1) IS NUMERIC
                   ADD 1 TO WS-HH-TARGET-SUB
                   MOVE WS-HH-SOURCE(WS-HH-SOURCE-SUB:1)
                       TO WS-HH-TARGET(WS-HH-TARGET-SUB:1)
               END-IF
           END-PERFORM.

       1700-FIND-HOUSEHOLD-BY-KEY.
           MOVE WS-HH-KEY TO HHM-HOUSEHOLD-KEY
           START HOUSEHOLD-FILE KEY IS = HHM-HOUSEHOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HOUSEHOLD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HHM-HOUSEHOLD-KEY = WS-HH-KEY
                               MOVE HHM-HOUSEHOLD-ID TO WS-HH-ID
                           END-IF
                   END-READ
           END-START.

       2000-WRITE-EXTRACT-ROW.
           PERFORM 2100-BUILD-JOINED-NAME
           MOVE CUST-ID TO WS-ROW-CUST-ID
           MOVE WS-JOINED-NAME TO WS-ROW-NAME
           PERFORM 2050-SET-ROW-ADDRESS
           PERFORM 2200-WRITE-CSV-ROW.

       2050-SET-ROW-ADDRESS.
           MOVE CUST-ADDRESS-LINE1 TO WS-ROW-ADDRESS-LINE1
           MOVE CUST-ADDRESS-LINE2 TO WS-ROW-ADDRESS-LINE2
           MOVE CUST-CITY TO WS-ROW-CITY
           MOVE CUST-STATE TO WS-ROW-STATE
           MOVE CUST-ZIP TO WS-ROW-ZIP.

       2200-WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR

           MOVE WS-ROW-CUST-ID TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD
           PERFORM 7100-ADD-CSV-COMMA
           MOVE WS-ROW-NAME TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD
           PERFORM 7100-ADD-CSV-COMMA
           MOVE WS-ROW-ADDRESS-LINE1 TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD
           PERFORM 7100-ADD-CSV-COMMA
           MOVE WS-ROW-ADDRESS-LINE2 TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD
           PERFORM 7100-ADD-CSV-COMMA
           MOVE WS-ROW-CITY TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD
           PERFORM 7100-ADD-CSV-COMMA
           MOVE WS-ROW-STATE TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD
           PERFORM 7100-ADD-CSV-COMMA
           MOVE WS-ROW-ZIP TO WS-TRIM-FIELD
           PERFORM 7000-ADD-CSV-FIELD

           WRITE MAIL-EXTRACT-REC FROM WS-CSV-LINE
               MOVE CUST-NAME-LINE1 TO WS-JOINED-NAME
           END-IF.

      *    Second pass of a householded run: the household file is
      *    read in household-number order and the members placed
      *    on this run are gathered, so each household's row can be
      *    written -- or held back -- once all of it has been seen.
       3000-WRITE-HOUSEHOLD-ROWS.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "HSHLD" WS-LED-START-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT HSHLD-RPT
           IF NOT WS-HSHLD-RPT-OK
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                       " - status " WS-HSHLD-RPT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "Household Register - " WS-LED-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE 0 TO WS-GRP-ID
           PERFORM 3050-CLEAR-GROUP
           MOVE 0 TO HHM-HOUSEHOLD-ID
           MOVE "00" TO WS-HOUSEHOLD-STATUS
           START HOUSEHOLD-FILE KEY IS NOT LESS THAN HHM-HOUSEHOLD-ID
               INVALID KEY
                   SET WS-HOUSEHOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HOUSEHOLD-EOF
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOUSEHOLD-EOF TO TRUE
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = WS-GRP-ID
                           PERFORM 3200-CLOSE-HOUSEHOLD
                           MOVE HHM-HOUSEHOLD-ID TO WS-GRP-ID
                       END-IF
                       IF HHM-DATE-SEEN = WS-LED-START-DATE
                           PERFORM 3100-ADD-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3200-CLOSE-HOUSEHOLD

           PERFORM 3400-WRITE-REGISTER-TOTALS
           CLOSE HSHLD-RPT.

       3050-CLEAR-GROUP.
           MOVE 0 TO WS-GRP-MAIL-COUNT
           MOVE 0 TO WS-GRP-UNDLV-COUNT
           MOVE 0 TO WS-GRP-KEPT
           MOVE SPACES TO WS-GRP-UNDLV-ID
           MOVE SPACES TO WS-GRP-TABLE
           MOVE SPACES TO WS-ROW-FIELDS.

      *    The member's name and the household's address come from
      *    the master as it stands now; the first mailable member
      *    is the addressee of record whose CUST-ID rides the row.
       3100-ADD-MEMBER.
           IF HHM-IS-UNDELIVERABLE
               ADD 1 TO WS-GRP-UNDLV-COUNT
               IF WS-GRP-UNDLV-ID = SPACES
                   MOVE HHM-CUST-ID TO WS-GRP-UNDLV-ID
               END-IF
           ELSE
               MOVE HHM-CUST-ID TO CUST-ID
               READ CUSTOUT
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CUST-IS-VOIDED
                           PERFORM 3110-KEEP-MEMBER
                       END-IF
               END-READ
           END-IF.

       3110-KEEP-MEMBER.
           ADD 1 TO WS-GRP-MAIL-COUNT
           IF WS-GRP-MAIL-COUNT = 1
               MOVE CUST-ID TO WS-ROW-CUST-ID
               PERFORM 2050-SET-ROW-ADDRESS
           END-IF
           IF WS-GRP-KEPT < 20
               ADD 1 TO WS-GRP-KEPT
               PERFORM 2100-BUILD-JOINED-NAME
               MOVE CUST-ID TO WS-GRP-CUST-ID(WS-GRP-KEPT)
               MOVE WS-JOINED-NAME TO WS-GRP-NAME(WS-GRP-KEPT)
           END-IF.

       3200-CLOSE-HOUSEHOLD.
           EVALUATE TRUE
               WHEN WS-GRP-ID = 0
                   CONTINUE
               WHEN WS-GRP-MAIL-COUNT = 0
                   CONTINUE
               WHEN WS-GRP-UNDLV-COUNT > 0
                   ADD 1 TO WS-COUNT-HH-HELD
                   ADD WS-GRP-MAIL-COUNT TO WS-COUNT-EXCL-HHOLD
                   PERFORM 3320-REGISTER-HELD-HOUSEHOLD
               WHEN OTHER
                   PERFORM 3210-BUILD-HOUSEHOLD-NAMES
                   PERFORM 2200-WRITE-CSV-ROW
                   ADD 1 TO WS-COUNT-HH-MAILED
                   ADD WS-GRP-MAIL-COUNT TO WS-COUNT-HH-MEMBERS
                   COMPUTE WS-COUNT-HH-SAVED = WS-COUNT-HH-SAVED
                       + WS-GRP-MAIL-COUNT - 1
                   IF WS-GRP-MAIL-COUNT > 1
                       PERFORM 3300-REGISTER-MAILED-HOUSEHOLD
                   END-IF
           END-EVALUATE
           PERFORM 3050-CLEAR-GROUP.

      *    Every member's name, joined with "&", as far as the row's
      *    name field allows; room is always left for "& FAMILY" to
      *    close it off when the rest will not fit.
       3210-BUILD-HOUSEHOLD-NAMES.
           MOVE SPACES TO WS-ROW-NAME
           MOVE 1 TO WS-GRP-NAME-POINTER
           MOVE "N" TO WS-GRP-FULL-SWITCH
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-KEPT
                      OR WS-GRP-NAMES-FULL
               MOVE WS-GRP-NAME(WS-GRP-SUB) TO WS-TRIM-FIELD
               PERFORM 7200-MEASURE-TRIM-FIELD
               MOVE WS-TRIM-LEN TO WS-GRP-NAME-LEN
               IF WS-GRP-NAME-POINTER + WS-GRP-NAME-LEN + 3 > 131
                   SET WS-GRP-NAMES-FULL TO TRUE
               ELSE
                   IF WS-GRP-SUB > 1
                       STRING " & " DELIMITED BY SIZE
                           INTO WS-ROW-NAME
                           WITH POINTER WS-GRP-NAME-POINTER
                       END-STRING
                   END-IF
                   STRING WS-TRIM-FIELD(1:WS-GRP-NAME-LEN)
                       DELIMITED BY SIZE
                       INTO WS-ROW-NAME
                       WITH POINTER WS-GRP-NAME-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-GRP-NAMES-FULL OR WS-GRP-MAIL-COUNT > WS-GRP-KEPT
               STRING " & FAMILY" DELIMITED BY SIZE
                   INTO WS-ROW-NAME
                   WITH POINTER WS-GRP-NAME-POINTER
               END-STRING
           END-IF.

       3300-REGISTER-MAILED-HOUSEHOLD.
           MOVE SPACES TO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           MOVE WS-GRP-MAIL-COUNT TO WS-RPT-MEMBERS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "Household " WS-GRP-ID "  " WS-RPT-MEMBERS-DISPLAY
               " customers, one piece  " WS-ROW-ADDRESS-LINE1
               " " WS-ROW-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           PERFORM 3310-REGISTER-MEMBER-LINES.

       3310-REGISTER-MEMBER-LINES.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-KEPT
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-GRP-CUST-ID(WS-GRP-SUB) "  "
                   WS-GRP-NAME(WS-GRP-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           END-PERFORM
           IF WS-GRP-MAIL-COUNT > WS-GRP-KEPT
               MOVE SPACES TO WS-RPT-LINE
               MOVE "    ... further members not listed"
                   TO WS-RPT-LINE
               WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           END-IF.

       3320-REGISTER-HELD-HOUSEHOLD.
           MOVE SPACES TO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           MOVE WS-GRP-MAIL-COUNT TO WS-RPT-MEMBERS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "Household " WS-GRP-ID "  HELD BACK - "
               WS-GRP-UNDLV-ID " undeliverable,"
               WS-RPT-MEMBERS-DISPLAY " customers not mailed  "
               WS-ROW-ADDRESS-LINE1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           PERFORM 3310-REGISTER-MEMBER-LINES.

       3400-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-HH-FORMED TO WS-RPT-COUNT-DISPLAY
           STRING "Households formed this run:     "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-HH-MAILED TO WS-RPT-COUNT-DISPLAY
           STRING "Households mailed:              "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-HH-MEMBERS TO WS-RPT-COUNT-DISPLAY
           STRING "  customers they cover:         "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-HH-SAVED TO WS-RPT-COUNT-DISPLAY
           STRING "  pieces saved:                 "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-HH-HELD TO WS-RPT-COUNT-DISPLAY
           STRING "Households held back (undeliv): "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-EXCL-HHOLD TO WS-RPT-COUNT-DISPLAY
           STRING "  customers held with them:     "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE HSHLD-RPT-REC FROM WS-RPT-LINE.

      *    Address fields were never vetted for commas or quotes the
      *    way names are, so they are blanked out of the field here
      *    rather than allowed to shift every column after them.
               WITH POINTER WS-CSV-PTR.

       7200-MEASURE-TRIM-FIELD.
           MOVE 140 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN = 0
                      OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
               " DUPS=" RUN-EXT-EXCLUDE-DUPS
               " ADDR=" RUN-EXT-SKIP-BLANK-ADDR
               " DATE=" RUN-DUP-REVIEW-DATE
               " HHLD=" RUN-EXT-HOUSEHOLD
               DELIMITED BY SIZE INTO AUD-ORIGINAL-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AUD-DATE
           DISPLAY "Excluded - voided duplicates: "
                   WS-COUNT-EXCL-VOID
           DISPLAY "Excluded - undeliverable:     "
                   WS-COUNT-EXCL-UNDLV
           IF WS-HOUSEHOLD-MODE
               DISPLAY "Excluded - household undeliv: "
                       WS-COUNT-EXCL-HHOLD
               DISPLAY "Households mailed:            "
                       WS-COUNT-HH-MAILED
               DISPLAY "Pieces saved by householding: "
                       WS-COUNT-HH-SAVED
               DISPLAY "Household register:           "
                       WS-REPORT-FILENAME
           END-IF.

      *    Completion record for the common run ledger: customers
      *    read, rows extracted, and everything the selection
           COMPUTE LED-RECORDS-REJECTED =
               WS-COUNT-EXCL-DUP + WS-COUNT-EXCL-ADDR
               + WS-COUNT-EXCL-VOID + WS-COUNT-EXCL-UNDLV
               + WS-COUNT-EXCL-HHOLD
           MOVE RETURN-CODE TO LED-RETURN-CODE
           MOVE WS-OPERATOR-ID TO LED-OPERATOR-ID
           CALL "RUNLEDG" USING RUN-LEDGER-RECORD
