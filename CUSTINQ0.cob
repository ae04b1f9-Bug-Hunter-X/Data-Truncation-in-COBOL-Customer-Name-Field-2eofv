      *    audit history master plus the not-yet-folded intraday
      *    log, each entry with its own date and time, and then
      *    the customer's address history -- every prior address
      *    captured by CUSTADR0 when an address was replaced.  A
      *    customer still on the master also has any future-dated
      *    address shown that CUSTADR0 is holding on PENDADDR.DAT,
      *    so a branch can confirm a move is waiting for its day.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AHIS-KEY
               FILE STATUS IS WS-ADDR-HIST-STATUS.

           SELECT PEND-ADDR ASSIGN TO "PENDADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAD-KEY
               FILE STATUS IS WS-PEND-ADDR-STATUS.

           SELECT AUDIT-HIST ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORDING MODE IS F.
       COPY ADDRHREC.

       FD  PEND-ADDR
           RECORDING MODE IS F.
       COPY PADRREC.

       FD  AUDIT-HIST
           RECORDING MODE IS F.
       COPY AUDHREC.
       01  WS-AHIS-DONE-SWITCH         PIC X VALUE "N".
           88  WS-AHIS-DONE                VALUE "Y".

       01  WS-PEND-ADDR-STATUS         PIC XX.
           88  WS-PEND-ADDR-OK             VALUE "00".
           88  WS-PEND-ADDR-NOT-FOUND      VALUE "35".

       01  WS-PAD-COUNT                PIC 9(5) VALUE 0.
       01  WS-PAD-DONE-SWITCH          PIC X VALUE "N".
           88  WS-PAD-DONE                 VALUE "Y".

       01  WS-AUDIT-HIST-STATUS        PIC XX.
           88  WS-AUDIT-HIST-OK            VALUE "00".

                   PERFORM 2100-DISPLAY-CUSTOMER-RECORD
                   PERFORM 3000-SHOW-AUDIT-TRAIL
                   PERFORM 4000-SHOW-ADDRESS-HISTORY
                   PERFORM 4500-SHOW-PENDING-ADDRESS
           END-READ.

       2100-DISPLAY-CUSTOMER-RECORD.
           END-IF
           DISPLAY "    " AHIS-CITY " " AHIS-STATE " " AHIS-ZIP
           DISPLAY "    " AHIS-PHONE.

      *    Held addresses are keyed customer + effective date, so
      *    the walk is the same as the address history's.  The
      *    file only exists once a future-dated address has been
      *    taken on.
       4500-SHOW-PENDING-ADDRESS.
           DISPLAY " "
           DISPLAY "Pending address changes for " CUST-ID ":"
           OPEN INPUT PEND-ADDR
           IF WS-PEND-ADDR-NOT-FOUND
               DISPLAY "  No pending address changes."
           ELSE
               IF NOT WS-PEND-ADDR-OK
                   DISPLAY "  Unable to open PENDADDR.DAT - status "
                           WS-PEND-ADDR-STATUS
               ELSE
                   PERFORM 4600-WALK-PENDING-ADDRESS
                   CLOSE PEND-ADDR
               END-IF
           END-IF.

       4600-WALK-PENDING-ADDRESS.
           MOVE 0 TO WS-PAD-COUNT
           MOVE "N" TO WS-PAD-DONE-SWITCH
           MOVE CUST-ID TO PAD-CUST-ID
           MOVE 0 TO PAD-EFFECTIVE-DATE
           START PEND-ADDR KEY IS >= PAD-KEY
               INVALID KEY
                   SET WS-PAD-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-PAD-DONE
               READ PEND-ADDR NEXT RECORD
                   AT END
                       SET WS-PAD-DONE TO TRUE
                   NOT AT END
                       IF PAD-CUST-ID = CUST-ID
                           ADD 1 TO WS-PAD-COUNT
                           PERFORM 4700-DISPLAY-PENDING-ENTRY
                       ELSE
                           SET WS-PAD-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-ADDR-STATUS
           IF WS-PAD-COUNT = 0
               DISPLAY "  No pending address changes."
           END-IF.

       4700-DISPLAY-PENDING-ENTRY.
           DISPLAY "  Effective " PAD-EFFECTIVE-DATE
                   ", keyed " PAD-QUEUED-DATE " by " PAD-OPERATOR-ID
                   " branch " PAD-BRANCH ":"
           DISPLAY "    " PAD-ADDRESS-LINE1
           IF PAD-ADDRESS-LINE2 NOT = SPACES
               DISPLAY "    " PAD-ADDRESS-LINE2
           END-IF
           DISPLAY "    " PAD-CITY " " PAD-STATE " " PAD-ZIP
           DISPLAY "    " PAD-PHONE.
