       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTONB0.
      *
      *    Onboarding cycle-time and stalled-onboarding aging report
      *    by branch.  Nothing else shows how long a customer takes
      *    to get from name intake (CUST-DATE-OPENED) to a completed
      *    address -- the ACMP entry CUSTADR0 writes -- or which
      *    customers are still sitting on the master with a blank
      *    address block weeks later.  Those customers never get a
      *    welcome letter and never make the mailing extract, so
      *    they quietly drop out; this report names them so the
      *    branch managers can be chased.
      *
      *    The operator gives an as-of date (blank for today).  The
      *    program reads the customer master once and, for each
      *    active customer, walks that customer's entries on the
      *    AUDHIST.DAT history master by key.  A customer with an
      *    ACMP entry has completed onboarding; the days from the
      *    open date to the first ACMP go into the branch's average
      *    and worst cycle time.  An active customer whose address
      *    line 1 is still blank more than 7 days after opening is
      *    listed under its branch, aged into over-7, over-30 and
      *    over-90-day bands.
      *
      *    The branch is the one on the customer's intake audit
      *    entries (TRNC, DUPX, DUPN).  Intake only audits its
      *    exceptions, so a customer taken on cleanly has none; for
      *    those the branch on any other history entry is used --
      *    the address branch on ACMP, or on an AMIS/ASTA/AZIP/APHN
      *    reject for a stalled one -- and a customer with no branch
      *    anywhere on its trail reports under "(no branch)".  A
      *    completed address whose ACMP is not on the history
      *    master (applied today and not yet folded by CUSTAHC0, or
      *    applied before the history existed) is counted but kept
      *    out of the cycle times.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOUT ASSIGN TO "CUSTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME-LINE1
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOUT-STATUS.

           SELECT AUDIT-HIST ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AUDIT-HIST-STATUS.

           SELECT ONB-RPT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONB-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOUT
           RECORDING MODE IS F.
       COPY CUSTREC.

       FD  AUDIT-HIST
           RECORDING MODE IS F.
       COPY AUDHREC.

       FD  ONB-RPT
           RECORDING MODE IS F.
       01  ONB-RPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOUT-STATUS           PIC XX.
           88  WS-CUSTOUT-OK               VALUE "00", "02".
           88  WS-CUSTOUT-EOF              VALUE "10".

       01  WS-AUDIT-HIST-STATUS        PIC XX.
           88  WS-AUDIT-HIST-OK            VALUE "00".

       01  WS-ONB-RPT-STATUS           PIC XX.
           88  WS-ONB-RPT-OK               VALUE "00".

       01  WS-HIST-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-HIST-IS-OPEN             VALUE "Y".
       01  WS-SCAN-DONE-SWITCH         PIC X.
           88  WS-SCAN-DONE                VALUE "Y".

       01  WS-REPORT-FILENAME          PIC X(24).
       01  WS-TARGET-DATE              PIC X(8).
       01  WS-REPORT-DATE              PIC 9(8).
       01  WS-REPORT-INT               PIC 9(8).
       01  WS-OPENED-INT               PIC 9(8).
       01  WS-ACMP-INT                 PIC 9(8).
       01  WS-DAYS                     PIC 9(5).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(8).
           05  FILLER                  PIC X(5).

      *    What the walk of one customer's history found: the first
      *    ACMP date, the branch from an intake entry, and the
      *    first branch seen on any other entry as the fallback.
       01  WS-CUST-ACMP-DATE           PIC 9(8).
       01  WS-CUST-INTAKE-BRANCH       PIC X(4).
       01  WS-CUST-OTHER-BRANCH        PIC X(4).
       01  WS-CUST-BRANCH              PIC X(4).

      *    One row per branch seen.  Spaces in the code is the
      *    "(no branch)" row.
       01  WS-BR-COUNT                 PIC 9(3) VALUE 0.
       01  WS-BR-SUB                   PIC 9(3) COMP.
       01  WS-BR-HIT                   PIC 9(3) COMP.
       01  WS-BR-FOUND-SWITCH          PIC X.
           88  WS-BR-FOUND                 VALUE "Y".
       01  WS-BR-OVERFLOW-SWITCH       PIC X VALUE "N".
           88  WS-BR-OVERFLOW              VALUE "Y".
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 100 TIMES.
               10  WS-BR-CODE          PIC X(4).
               10  WS-BR-DONE-COUNT    PIC 9(7).
               10  WS-BR-DONE-DAYS     PIC 9(9).
               10  WS-BR-WORST-DAYS    PIC 9(5).
               10  WS-BR-WORST-ID      PIC X(10).
               10  WS-BR-OVER-7        PIC 9(7).
               10  WS-BR-OVER-30       PIC 9(7).
               10  WS-BR-OVER-90       PIC 9(7).

      *    Every stalled customer, listed under its branch at print
      *    time by one pass of this table per branch.
       01  WS-STL-COUNT                PIC 9(5) VALUE 0.
       01  WS-STL-SUB                  PIC 9(5) COMP.
       01  WS-STL-OVERFLOW-SWITCH      PIC X VALUE "N".
           88  WS-STL-OVERFLOW             VALUE "Y".
       01  WS-STL-TABLE.
           05  WS-STL-ENTRY OCCURS 5000 TIMES.
               10  WS-STL-BRANCH       PIC X(4).
               10  WS-STL-CUST-ID      PIC X(10).
               10  WS-STL-NAME         PIC X(50).
               10  WS-STL-OPENED       PIC 9(8).
               10  WS-STL-DAYS         PIC 9(5).

       01  WS-COUNT-READ               PIC 9(7) VALUE 0.
       01  WS-COUNT-VOID               PIC 9(7) VALUE 0.
       01  WS-COUNT-DONE               PIC 9(7) VALUE 0.
       01  WS-COUNT-DONE-NO-ACMP       PIC 9(7) VALUE 0.
       01  WS-COUNT-BLANK-RECENT       PIC 9(7) VALUE 0.
       01  WS-COUNT-STALLED            PIC 9(7) VALUE 0.
       01  WS-COUNT-BAD-DATE           PIC 9(7) VALUE 0.
       01  WS-TOT-DONE-DAYS            PIC 9(9) VALUE 0.
       01  WS-TOT-WORST-DAYS           PIC 9(5) VALUE 0.
       01  WS-AVERAGE-DAYS             PIC 9(5).

       01  WS-RPT-LINE                 PIC X(132).
       01  WS-RPT-PTR                  PIC 9(3) COMP.
       01  WS-RPT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01  WS-RPT-DAYS-DISPLAY         PIC ZZ,ZZ9.
       01  WS-RPT-BAND                 PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-BUILD-FILENAMES
           PERFORM 1000-SCAN-CUSTOMER-MASTER
           PERFORM 9000-WRITE-ONBOARDING-REPORT
           DISPLAY "Onboarding report written to "
                   WS-REPORT-FILENAME
           STOP RUN.

       0100-BUILD-FILENAMES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           DISPLAY "Report as of date (YYYYMMDD, blank for "
                   "today): "
           MOVE SPACES TO WS-TARGET-DATE
           ACCEPT WS-TARGET-DATE
           IF WS-TARGET-DATE = SPACES
               MOVE WS-CDT-DATE TO WS-REPORT-DATE
           ELSE
               IF WS-TARGET-DATE IS NOT NUMERIC
                   DISPLAY "Date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-TARGET-DATE TO WS-REPORT-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               TO WS-REPORT-INT
           IF WS-REPORT-INT = 0
               DISPLAY "The date is not a valid calendar date."
               STOP RUN
           END-IF
           STRING "ONBOARD" WS-REPORT-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       1000-SCAN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOUT
           IF NOT WS-CUSTOUT-OK
               DISPLAY "Unable to open CUSTOUT.DAT - status "
                       WS-CUSTOUT-STATUS
               STOP RUN
           END-IF
      *    Without the history master there are no ACMP dates and
      *    no intake branches, but the stalled list still stands on
      *    the master alone, so the run carries on.
           OPEN INPUT AUDIT-HIST
           IF WS-AUDIT-HIST-OK
               SET WS-HIST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No AUDHIST.DAT; cycle times and branches "
                       "cannot be shown."
           END-IF

           PERFORM UNTIL WS-CUSTOUT-EOF
               READ CUSTOUT
                   AT END
                       SET WS-CUSTOUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM 1100-ASSESS-ONE-CUSTOMER
               END-READ
           END-PERFORM

           IF WS-HIST-IS-OPEN
               CLOSE AUDIT-HIST
           END-IF
           CLOSE CUSTOUT.

       1100-ASSESS-ONE-CUSTOMER.
           IF CUST-IS-VOIDED
               ADD 1 TO WS-COUNT-VOID
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(CUST-DATE-OPENED)
                   TO WS-OPENED-INT
               IF WS-OPENED-INT = 0
                   ADD 1 TO WS-COUNT-BAD-DATE
               ELSE
                   PERFORM 1200-WALK-CUSTOMER-HISTORY
                   PERFORM 1300-FIND-BRANCH-ROW
                   IF CUST-ADDRESS-LINE1 = SPACES
                       PERFORM 1500-AGE-BLANK-ADDRESS
                   ELSE
                       PERFORM 1400-TALLY-CYCLE-TIME
                   END-IF
               END-IF
           END-IF.

      *    The history master is keyed customer major, so one START
      *    and a short run of READ NEXTs covers the customer's whole
      *    trail in date order.
       1200-WALK-CUSTOMER-HISTORY.
           MOVE 0 TO WS-CUST-ACMP-DATE
           MOVE SPACES TO WS-CUST-INTAKE-BRANCH
           MOVE SPACES TO WS-CUST-OTHER-BRANCH
           IF WS-HIST-IS-OPEN
               MOVE "N" TO WS-SCAN-DONE-SWITCH
               MOVE CUST-ID TO AHST-CUSTOMER-ID
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
                           IF AHST-CUSTOMER-ID NOT = CUST-ID
                               SET WS-SCAN-DONE TO TRUE
                           ELSE
                               PERFORM 1210-NOTE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-AUDIT-HIST-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-CUST-INTAKE-BRANCH NOT = SPACES
                   MOVE WS-CUST-INTAKE-BRANCH TO WS-CUST-BRANCH
               WHEN OTHER
                   MOVE WS-CUST-OTHER-BRANCH TO WS-CUST-BRANCH
           END-EVALUATE.

       1210-NOTE-HISTORY-ENTRY.
           IF AHST-RULE-CODE = "ACMP" AND WS-CUST-ACMP-DATE = 0
               MOVE AHST-DATE TO WS-CUST-ACMP-DATE
           END-IF
           IF AHST-BRANCH NOT = SPACES
               IF AHST-RULE-CODE = "TRNC" OR "DUPX" OR "DUPN"
                   IF WS-CUST-INTAKE-BRANCH = SPACES
                       MOVE AHST-BRANCH TO WS-CUST-INTAKE-BRANCH
                   END-IF
               ELSE
                   IF WS-CUST-OTHER-BRANCH = SPACES
                       MOVE AHST-BRANCH TO WS-CUST-OTHER-BRANCH
                   END-IF
               END-IF
           END-IF.

      *    The find loop's index has already stepped past the match
      *    when it stops, so the hit row is remembered separately.
      *    Branches past the hundredth are reported under the
      *    totals only.
       1300-FIND-BRANCH-ROW.
           MOVE "N" TO WS-BR-FOUND-SWITCH
           MOVE 0 TO WS-BR-HIT
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
                      OR WS-BR-FOUND
               IF WS-CUST-BRANCH = WS-BR-CODE(WS-BR-SUB)
                   SET WS-BR-FOUND TO TRUE
                   MOVE WS-BR-SUB TO WS-BR-HIT
               END-IF
           END-PERFORM
           IF NOT WS-BR-FOUND
               IF WS-BR-COUNT < 100
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-HIT
                   MOVE WS-CUST-BRANCH TO WS-BR-CODE(WS-BR-HIT)
                   MOVE 0 TO WS-BR-DONE-COUNT(WS-BR-HIT)
                   MOVE 0 TO WS-BR-DONE-DAYS(WS-BR-HIT)
                   MOVE 0 TO WS-BR-WORST-DAYS(WS-BR-HIT)
                   MOVE SPACES TO WS-BR-WORST-ID(WS-BR-HIT)
                   MOVE 0 TO WS-BR-OVER-7(WS-BR-HIT)
                   MOVE 0 TO WS-BR-OVER-30(WS-BR-HIT)
                   MOVE 0 TO WS-BR-OVER-90(WS-BR-HIT)
               ELSE
                   SET WS-BR-OVERFLOW TO TRUE
               END-IF
           END-IF.

       1400-TALLY-CYCLE-TIME.
           IF WS-CUST-ACMP-DATE = 0
               ADD 1 TO WS-COUNT-DONE-NO-ACMP
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-CUST-ACMP-DATE)
                   TO WS-ACMP-INT
               IF WS-ACMP-INT < WS-OPENED-INT
                   MOVE 0 TO WS-DAYS
               ELSE
                   COMPUTE WS-DAYS = WS-ACMP-INT - WS-OPENED-INT
               END-IF
               ADD 1 TO WS-COUNT-DONE
               ADD WS-DAYS TO WS-TOT-DONE-DAYS
               IF WS-DAYS > WS-TOT-WORST-DAYS
                   MOVE WS-DAYS TO WS-TOT-WORST-DAYS
               END-IF
               IF WS-BR-HIT > 0
                   ADD 1 TO WS-BR-DONE-COUNT(WS-BR-HIT)
                   ADD WS-DAYS TO WS-BR-DONE-DAYS(WS-BR-HIT)
                   IF WS-DAYS > WS-BR-WORST-DAYS(WS-BR-HIT)
                      OR WS-BR-WORST-ID(WS-BR-HIT) = SPACES
                       MOVE WS-DAYS TO WS-BR-WORST-DAYS(WS-BR-HIT)
                       MOVE CUST-ID TO WS-BR-WORST-ID(WS-BR-HIT)
                   END-IF
               END-IF
           END-IF.

      *    A blank address inside its first week is normal -- the
      *    branch paperwork is still on its way -- so only a
      *    customer open more than 7 days is stalled.
       1500-AGE-BLANK-ADDRESS.
           IF WS-REPORT-INT > WS-OPENED-INT
               COMPUTE WS-DAYS = WS-REPORT-INT - WS-OPENED-INT
           ELSE
               MOVE 0 TO WS-DAYS
           END-IF
           IF WS-DAYS NOT > 7
               ADD 1 TO WS-COUNT-BLANK-RECENT
           ELSE
               ADD 1 TO WS-COUNT-STALLED
               IF WS-BR-HIT > 0
                   EVALUATE TRUE
                       WHEN WS-DAYS > 90
                           ADD 1 TO WS-BR-OVER-90(WS-BR-HIT)
                       WHEN WS-DAYS > 30
                           ADD 1 TO WS-BR-OVER-30(WS-BR-HIT)
                       WHEN OTHER
                           ADD 1 TO WS-BR-OVER-7(WS-BR-HIT)
                   END-EVALUATE
               END-IF
               IF WS-STL-COUNT < 5000
                   ADD 1 TO WS-STL-COUNT
                   MOVE WS-CUST-BRANCH TO WS-STL-BRANCH(WS-STL-COUNT)
                   MOVE CUST-ID TO WS-STL-CUST-ID(WS-STL-COUNT)
                   MOVE CUST-NAME-LINE1 TO WS-STL-NAME(WS-STL-COUNT)
                   MOVE CUST-DATE-OPENED
                       TO WS-STL-OPENED(WS-STL-COUNT)
                   MOVE WS-DAYS TO WS-STL-DAYS(WS-STL-COUNT)
               ELSE
                   SET WS-STL-OVERFLOW TO TRUE
               END-IF
           END-IF.

       9000-WRITE-ONBOARDING-REPORT.
           OPEN OUTPUT ONB-RPT
           IF NOT WS-ONB-RPT-OK
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                       " - status " WS-ONB-RPT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Onboarding Cycle-Time and Aging Report - as of "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE

           PERFORM 9050-WRITE-TOTAL-LINES

           IF WS-BR-OVERFLOW
               MOVE SPACES TO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
               MOVE "More than 100 branches on file; later branches "
                   TO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
               MOVE "count in the totals only." TO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
           END-IF

           PERFORM 9100-WRITE-CYCLE-TIME-SECTION
           PERFORM 9200-WRITE-AGING-SECTION

           CLOSE ONB-RPT.

       9050-WRITE-TOTAL-LINES.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-READ TO WS-RPT-COUNT-DISPLAY
           STRING "Customers on the master:           "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-VOID TO WS-RPT-COUNT-DISPLAY
           STRING "  Voided, left out:                "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-DONE TO WS-RPT-COUNT-DISPLAY
           STRING "  Address complete, timed:         "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-DONE-NO-ACMP TO WS-RPT-COUNT-DISPLAY
           STRING "  Address complete, no ACMP on file:"
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-BLANK-RECENT TO WS-RPT-COUNT-DISPLAY
           STRING "  Address blank, 7 days or less:   "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COUNT-STALLED TO WS-RPT-COUNT-DISPLAY
           STRING "  Address blank, over 7 days:      "
               WS-RPT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           IF WS-COUNT-BAD-DATE > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-COUNT-BAD-DATE TO WS-RPT-COUNT-DISPLAY
               STRING "  Open date not a valid date:      "
                   WS-RPT-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
           END-IF.

       9100-WRITE-CYCLE-TIME-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE "Cycle time, open date to address complete (days)"
               TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE "Branch       Completed  Average    Worst  Worst ID"
               TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-DONE-COUNT(WS-BR-SUB) > 0
                   PERFORM 9110-WRITE-BRANCH-CYCLE-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE 0 TO WS-AVERAGE-DAYS
           IF WS-COUNT-DONE > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-TOT-DONE-DAYS / WS-COUNT-DONE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO WS-RPT-PTR
           MOVE WS-COUNT-DONE TO WS-RPT-COUNT-DISPLAY
           STRING "All branches " WS-RPT-COUNT-DISPLAY "  "
               DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           MOVE WS-AVERAGE-DAYS TO WS-RPT-DAYS-DISPLAY
           STRING WS-RPT-DAYS-DISPLAY "   " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           MOVE WS-TOT-WORST-DAYS TO WS-RPT-DAYS-DISPLAY
           STRING WS-RPT-DAYS-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           WRITE ONB-RPT-REC FROM WS-RPT-LINE.

       9110-WRITE-BRANCH-CYCLE-LINE.
           COMPUTE WS-AVERAGE-DAYS ROUNDED =
               WS-BR-DONE-DAYS(WS-BR-SUB) /
               WS-BR-DONE-COUNT(WS-BR-SUB)
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO WS-RPT-PTR
           PERFORM 9900-PUT-BRANCH-NAME
           MOVE WS-BR-DONE-COUNT(WS-BR-SUB) TO WS-RPT-COUNT-DISPLAY
           STRING WS-RPT-COUNT-DISPLAY "  " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           MOVE WS-AVERAGE-DAYS TO WS-RPT-DAYS-DISPLAY
           STRING WS-RPT-DAYS-DISPLAY "   " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           MOVE WS-BR-WORST-DAYS(WS-BR-SUB) TO WS-RPT-DAYS-DISPLAY
           STRING WS-RPT-DAYS-DISPLAY "  " WS-BR-WORST-ID(WS-BR-SUB)
               DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           WRITE ONB-RPT-REC FROM WS-RPT-LINE.

      *    Branch summary of the stalled counts, then each branch's
      *    named list -- one pass of the stalled table per branch so
      *    the list prints grouped without a sort.
       9200-WRITE-AGING-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE "Stalled onboarding - address still blank"
               TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE "Branch        8-30 days  31-90 days  Over 90 days"
               TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-OVER-7(WS-BR-SUB) > 0
                  OR WS-BR-OVER-30(WS-BR-SUB) > 0
                  OR WS-BR-OVER-90(WS-BR-SUB) > 0
                   PERFORM 9210-WRITE-BRANCH-AGING-LINE
               END-IF
           END-PERFORM

           IF WS-STL-OVERFLOW
               MOVE SPACES TO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
               MOVE "More than 5000 stalled customers; only the "
                   TO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
               MOVE "first 5000 are named below." TO WS-RPT-LINE
               WRITE ONB-RPT-REC FROM WS-RPT-LINE
           END-IF

           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-OVER-7(WS-BR-SUB) > 0
                  OR WS-BR-OVER-30(WS-BR-SUB) > 0
                  OR WS-BR-OVER-90(WS-BR-SUB) > 0
                   PERFORM 9300-WRITE-BRANCH-STALLED-LIST
               END-IF
           END-PERFORM.

       9210-WRITE-BRANCH-AGING-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO WS-RPT-PTR
           PERFORM 9900-PUT-BRANCH-NAME
           MOVE WS-BR-OVER-7(WS-BR-SUB) TO WS-RPT-COUNT-DISPLAY
           STRING WS-RPT-COUNT-DISPLAY "    " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           MOVE WS-BR-OVER-30(WS-BR-SUB) TO WS-RPT-COUNT-DISPLAY
           STRING WS-RPT-COUNT-DISPLAY "      " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           MOVE WS-BR-OVER-90(WS-BR-SUB) TO WS-RPT-COUNT-DISPLAY
           STRING WS-RPT-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           WRITE ONB-RPT-REC FROM WS-RPT-LINE.

       9300-WRITE-BRANCH-STALLED-LIST.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO WS-RPT-PTR
           STRING "Branch " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           PERFORM 9900-PUT-BRANCH-NAME
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           MOVE "  Customer    Opened      Days  Band     Name"
               TO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE
           PERFORM VARYING WS-STL-SUB FROM 1 BY 1
                   UNTIL WS-STL-SUB > WS-STL-COUNT
               IF WS-STL-BRANCH(WS-STL-SUB) = WS-BR-CODE(WS-BR-SUB)
                   PERFORM 9310-WRITE-STALLED-LINE
               END-IF
           END-PERFORM.

       9310-WRITE-STALLED-LINE.
           EVALUATE TRUE
               WHEN WS-STL-DAYS(WS-STL-SUB) > 90
                   MOVE "OVER 90" TO WS-RPT-BAND
               WHEN WS-STL-DAYS(WS-STL-SUB) > 30
                   MOVE "31-90" TO WS-RPT-BAND
               WHEN OTHER
                   MOVE "8-30" TO WS-RPT-BAND
           END-EVALUATE
           MOVE WS-STL-DAYS(WS-STL-SUB) TO WS-RPT-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-STL-CUST-ID(WS-STL-SUB) "  "
               WS-STL-OPENED(WS-STL-SUB) "  "
               WS-RPT-DAYS-DISPLAY "  " WS-RPT-BAND "  "
               WS-STL-NAME(WS-STL-SUB)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ONB-RPT-REC FROM WS-RPT-LINE.

       9900-PUT-BRANCH-NAME.
           IF WS-BR-CODE(WS-BR-SUB) = SPACES
               STRING "(no branch)  " DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           ELSE
               STRING WS-BR-CODE(WS-BR-SUB) "         "
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           END-IF.
