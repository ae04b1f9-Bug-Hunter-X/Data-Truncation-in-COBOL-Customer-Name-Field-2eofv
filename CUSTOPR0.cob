
      *    The audit rule codes the suite writes today.  A code not
      *    in this list (from a future change) lands in the
      *    catch-all 28th slot, printed as OTHR, so the operator's
      *    total still foots.
       01  WS-RULE-CODE-LIST.
           05  FILLER                  PIC X(28) VALUE
               "ASTAAZIPAPHNANOFPROMDSPCDSPV".
           05  FILLER                  PIC X(24) VALUE
               "RCTLACMPACHGRMALWLTRARCH".
           05  FILLER                  PIC X(24) VALUE
               "MREQMAPPMREJAZSTAEFFAPND".
           05  FILLER                  PIC X(4) VALUE "ERAS".
       01  WS-RULE-CODE-TABLE REDEFINES WS-RULE-CODE-LIST.
           05  WS-RULE-CODE OCCURS 27 TIMES
                   PIC X(4).

       01  WS-RULE-SUB                 PIC 9(2) COMP.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-TOTAL        PIC 9(7).
               10  WS-OPR-RULE-COUNT OCCURS 28 TIMES
                                       PIC 9(7).

       01  WS-OPR-FOUND-SWITCH         PIC X.
                   MOVE AUD-OPERATOR-ID TO WS-OPR-ID(WS-OPR-HIT)
                   MOVE 1 TO WS-OPR-TOTAL(WS-OPR-HIT)
                   PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                           UNTIL WS-RULE-SUB > 28
                       MOVE 0 TO
                           WS-OPR-RULE-COUNT(WS-OPR-HIT WS-RULE-SUB)
                   END-PERFORM
       1200-TALLY-RULE-CODE.
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 27
                      OR WS-RULE-FOUND
               IF AUD-RULE-CODE = WS-RULE-CODE(WS-RULE-SUB)
                   SET WS-RULE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RULE-FOUND
               ADD 1 TO WS-OPR-RULE-COUNT(WS-OPR-HIT 28)
           END-IF.

       9000-WRITE-OPERATOR-REPORT.
      *    left off so a supervisor sees the shape of the person's
      *    day at a glance.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 28
               IF WS-OPR-RULE-COUNT(WS-OPR-SUB WS-RULE-SUB) > 0
                   PERFORM 9150-WRITE-RULE-COUNT-LINE
               END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OPR-RULE-COUNT(WS-OPR-SUB WS-RULE-SUB)
               TO WS-RPT-COUNT-DISPLAY
           IF WS-RULE-SUB > 27
               STRING "    OTHR  " WS-RPT-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
