      *    with a warning, or FAILED (return code 8 or higher,
      *    which for CUSTRCN0 is the out-of-balance verdict).
      *    Periodic and ad-hoc steps that ran the same date (the
      *    duplicate sweep, the archive job, a promotion, the
      *    weekly CUSTRIC0 integrity check, whose 8 means it found
      *    exceptions) are listed below the stream, the CUSTSTR0
      *    stream driver's own record among them with the step
      *    that held the stream and why, when it held.  The
      *    operations checklist starts from this one page instead
      *    of six consoles; the program itself ends with return
      *    code 8 when anything needs attention, so the scheduler
      *    can page on it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  RUN-LEDGER
           RECORDING MODE IS F.
       01  RUN-LEDGER-REC              PIC X(115).

       FD  STATUS-RPT
           RECORDING MODE IS F.
       01  WS-XTRA-SUB                 PIC 9(2) COMP.
       01  WS-XTRA-TABLE.
           05  WS-XTRA-ENTRY OCCURS 20 TIMES.
               10  WS-XTRA-RECORD      PIC X(115).

       01  WS-STEP-FOUND-SWITCH        PIC X.
           88  WS-STEP-FOUND               VALUE "Y".
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-RPT-PTR
           END-IF
           WRITE STATUS-RPT-REC FROM WS-RPT-LINE
           IF LED-HELD-AT-STEP NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "          stream held at " LED-HELD-AT-STEP
                   ": " LED-HOLD-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STATUS-RPT-REC FROM WS-RPT-LINE
           END-IF.
