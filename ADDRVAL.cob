      *    the rest of the job down with it.
      *
      *    LK-RETURN-CODE values:
      *        00  address accepted (lines 1/2 standardized)
      *        04  address line 1 or city blank/missing; rejected
      *        08  state is not a recognized two-letter code
      *        12  ZIP is not NNNNN or NNNNN-NNNN; rejected
      *        16  phone does not contain exactly ten digits
      *        20  ZIP prefix is not one the state is served by
      *
      *    The ZIP prefix is checked against the ZIP-range-to-state
      *    reference file ZIPSTATE.DAT (see ZIPSREC), loaded once on
      *    the first call, so a TX address with a Massachusetts ZIP
      *    is stopped at intake instead of coming back weeks later
      *    as returned mail.  Without the reference file the check
      *    is skipped and the console is warned once.
      *
      *    An accepted address has its street suffixes, directionals
      *    and unit designators rewritten to the postal abbreviations
      *    in place on address lines 1 and 2 (STREET to ST, NORTH to
      *    N, APARTMENT to APT and so on), upper-cased, with stray
      *    periods and commas dropped, so the caller applies the
      *    address the way the mailing house wants it.  A directional
      *    followed by a suffix is part of the street name (NORTH
      *    AVE) and is left alone, and a suffix word is only
      *    abbreviated where it closes the street (PARK AVENUE, not
      *    COURT STREET) so a street named for one keeps its name.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-STATE-FILE ASSIGN TO "ZIPSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-STATE-FILE
           RECORDING MODE IS F.
       COPY ZIPSREC.

       WORKING-STORAGE SECTION.
      *    The fifty states, DC, the territories and the military
      *    APO/FPO codes -- all of them deliverable, so none of them
       01  WS-PHONE-BAD-SWITCH        PIC X.
           88  WS-PHONE-HAS-BAD-CHAR       VALUE "Y".

       01  WS-ZIP-STATE-STATUS         PIC XX.
           88  WS-ZIP-STATE-OK             VALUE "00".
           88  WS-ZIP-STATE-EOF            VALUE "10".

      *    ZIP ranges are loaded on the first call only -- unlike
      *    the AUDTARG folded-dates list they cannot change while a
      *    run is in progress.
       01  WS-ZST-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-ZST-LOADED               VALUE "Y".
       01  WS-ZST-COUNT                PIC 9(4) VALUE 0.
       01  WS-ZST-SUB                  PIC 9(4) COMP.
       01  WS-ZST-TABLE.
           05  WS-ZST-ENTRY OCCURS 1000 TIMES.
               10  WS-ZST-LOW          PIC X(3).
               10  WS-ZST-HIGH         PIC X(3).
               10  WS-ZST-STATE        PIC X(2).
       01  WS-ZST-STATE-WORK           PIC X(2).
       01  WS-ZST-RANGES-SWITCH        PIC X.
           88  WS-ZST-STATE-HAS-RANGES     VALUE "Y".
       01  WS-ZST-MATCH-SWITCH         PIC X.
           88  WS-ZST-ZIP-MATCHED          VALUE "Y".

      *    Postal abbreviations: the word as keyed, the abbreviation,
      *    and whether it is a street suffix (S), a directional (D)
      *    or a unit designator (U).  Each abbreviation is also
      *    listed against itself so an already-abbreviated word is
      *    still recognized for what it is.
       01  WS-ABBREV-LIST.
           05  FILLER              PIC X(17) VALUE "ALLEY       ALY S".
           05  FILLER              PIC X(17) VALUE "ALY         ALY S".
           05  FILLER              PIC X(17) VALUE "AVENUE      AVE S".
           05  FILLER              PIC X(17) VALUE "AVE         AVE S".
           05  FILLER              PIC X(17) VALUE "AV          AVE S".
           05  FILLER              PIC X(17) VALUE "BOULEVARD   BLVDS".
           05  FILLER              PIC X(17) VALUE "BLVD        BLVDS".
           05  FILLER              PIC X(17) VALUE "CIRCLE      CIR S".
           05  FILLER              PIC X(17) VALUE "CIR         CIR S".
           05  FILLER              PIC X(17) VALUE "COURT       CT  S".
           05  FILLER              PIC X(17) VALUE "CT          CT  S".
           05  FILLER              PIC X(17) VALUE "DRIVE       DR  S".
           05  FILLER              PIC X(17) VALUE "DR          DR  S".
           05  FILLER              PIC X(17) VALUE "EXPRESSWAY  EXPYS".
           05  FILLER              PIC X(17) VALUE "EXPY        EXPYS".
           05  FILLER              PIC X(17) VALUE "FREEWAY     FWY S".
           05  FILLER              PIC X(17) VALUE "FWY         FWY S".
           05  FILLER              PIC X(17) VALUE "HIGHWAY     HWY S".
           05  FILLER              PIC X(17) VALUE "HWY         HWY S".
           05  FILLER              PIC X(17) VALUE "LANE        LN  S".
           05  FILLER              PIC X(17) VALUE "LN          LN  S".
           05  FILLER              PIC X(17) VALUE "PARKWAY     PKWYS".
           05  FILLER              PIC X(17) VALUE "PKWY        PKWYS".
           05  FILLER              PIC X(17) VALUE "PLACE       PL  S".
           05  FILLER              PIC X(17) VALUE "PL          PL  S".
           05  FILLER              PIC X(17) VALUE "ROAD        RD  S".
           05  FILLER              PIC X(17) VALUE "RD          RD  S".
           05  FILLER              PIC X(17) VALUE "SQUARE      SQ  S".
           05  FILLER              PIC X(17) VALUE "SQ          SQ  S".
           05  FILLER              PIC X(17) VALUE "STREET      ST  S".
           05  FILLER              PIC X(17) VALUE "ST          ST  S".
           05  FILLER              PIC X(17) VALUE "TERRACE     TER S".
           05  FILLER              PIC X(17) VALUE "TER         TER S".
           05  FILLER              PIC X(17) VALUE "TRAIL       TRL S".
           05  FILLER              PIC X(17) VALUE "TRL         TRL S".
           05  FILLER              PIC X(17) VALUE "WAY         WAY S".
           05  FILLER              PIC X(17) VALUE "NORTH       N   D".
           05  FILLER              PIC X(17) VALUE "N           N   D".
           05  FILLER              PIC X(17) VALUE "SOUTH       S   D".
           05  FILLER              PIC X(17) VALUE "S           S   D".
           05  FILLER              PIC X(17) VALUE "EAST        E   D".
           05  FILLER              PIC X(17) VALUE "E           E   D".
           05  FILLER              PIC X(17) VALUE "WEST        W   D".
           05  FILLER              PIC X(17) VALUE "W           W   D".
           05  FILLER              PIC X(17) VALUE "NORTHEAST   NE  D".
           05  FILLER              PIC X(17) VALUE "NE          NE  D".
           05  FILLER              PIC X(17) VALUE "NORTHWEST   NW  D".
           05  FILLER              PIC X(17) VALUE "NW          NW  D".
           05  FILLER              PIC X(17) VALUE "SOUTHEAST   SE  D".
           05  FILLER              PIC X(17) VALUE "SE          SE  D".
           05  FILLER              PIC X(17) VALUE "SOUTHWEST   SW  D".
           05  FILLER              PIC X(17) VALUE "SW          SW  D".
           05  FILLER              PIC X(17) VALUE "APARTMENT   APT U".
           05  FILLER              PIC X(17) VALUE "APT         APT U".
           05  FILLER              PIC X(17) VALUE "SUITE       STE U".
           05  FILLER              PIC X(17) VALUE "STE         STE U".
           05  FILLER              PIC X(17) VALUE "BUILDING    BLDGU".
           05  FILLER              PIC X(17) VALUE "BLDG        BLDGU".
           05  FILLER              PIC X(17) VALUE "FLOOR       FL  U".
           05  FILLER              PIC X(17) VALUE "FL          FL  U".
           05  FILLER              PIC X(17) VALUE "ROOM        RM  U".
           05  FILLER              PIC X(17) VALUE "RM          RM  U".
           05  FILLER              PIC X(17) VALUE "DEPARTMENT  DEPTU".
           05  FILLER              PIC X(17) VALUE "DEPT        DEPTU".
           05  FILLER              PIC X(17) VALUE "UNIT        UNITU".
       01  WS-ABBREV-TABLE REDEFINES WS-ABBREV-LIST.
           05  WS-ABBREV-ENTRY OCCURS 65 TIMES
                   INDEXED BY WS-ABBREV-IDX.
               10  WS-ABBREV-WORD      PIC X(12).
               10  WS-ABBREV-SHORT     PIC X(4).
               10  WS-ABBREV-CLASS     PIC X.

      *    One address line broken into its words for standardizing.
       01  WS-STD-LINE                 PIC X(30).
       01  WS-STD-POINTER              PIC 9(2) COMP.
       01  WS-STD-WORD-IN              PIC X(30).
       01  WS-STD-WORD-LEN             PIC 9(2) COMP.
       01  WS-STD-COUNT                PIC 9(2) COMP.
       01  WS-STD-SUB                  PIC 9(2) COMP.
       01  WS-STD-NEXT                 PIC 9(2) COMP.
       01  WS-STD-WORDS.
           05  WS-STD-ENTRY OCCURS 30 TIMES.
               10  WS-STD-WORD         PIC X(30).
               10  WS-STD-SHORT        PIC X(4).
               10  WS-STD-CLASS        PIC X.
                   88  WS-STD-IS-SUFFIX        VALUE "S".
                   88  WS-STD-IS-DIRECTIONAL   VALUE "D".
                   88  WS-STD-IS-UNIT          VALUE "U".
       01  WS-STD-OUT                  PIC X(30).
       01  WS-STD-OUT-POINTER          PIC 9(2) COMP.

       LINKAGE SECTION.
       01  LK-ADDRESS-LINE1            PIC X(30).
       01  LK-ADDRESS-LINE2            PIC X(30).
           88  LK-RC-BAD-STATE             VALUE 8.
           88  LK-RC-BAD-ZIP               VALUE 12.
           88  LK-RC-BAD-PHONE             VALUE 16.
           88  LK-RC-ZIP-NOT-IN-STATE      VALUE 20.

       PROCEDURE DIVISION USING LK-ADDRESS-LINE1 LK-ADDRESS-LINE2
               LK-CITY LK-STATE LK-ZIP LK-PHONE LK-RETURN-CODE.
               GOBACK
           END-IF

           IF NOT WS-ZST-LOADED
               PERFORM 2100-LOAD-ZIP-RANGES
           END-IF
           PERFORM 2200-CHECK-ZIP-IN-STATE
           IF LK-RC-ZIP-NOT-IN-STATE
               GOBACK
           END-IF

           PERFORM 3000-CHECK-PHONE
           IF LK-RC-OK
               MOVE LK-ADDRESS-LINE1 TO WS-STD-LINE
               PERFORM 4000-STANDARDIZE-LINE
               MOVE WS-STD-OUT TO LK-ADDRESS-LINE1
               MOVE LK-ADDRESS-LINE2 TO WS-STD-LINE
               PERFORM 4000-STANDARDIZE-LINE
               MOVE WS-STD-OUT TO LK-ADDRESS-LINE2
           END-IF
           GOBACK.

       1000-CHECK-STATE.
               END-IF
           END-IF.

      *    A missing reference file must not stop address intake --
      *    the format checks still stand -- but the operator is told
      *    that tonight's ZIPs went unchecked against their states.
       2100-LOAD-ZIP-RANGES.
           SET WS-ZST-LOADED TO TRUE
           MOVE 0 TO WS-ZST-COUNT
           OPEN INPUT ZIP-STATE-FILE
           IF NOT WS-ZIP-STATE-OK
               DISPLAY "ADDRVAL: ZIPSTATE.DAT not available - status "
                       WS-ZIP-STATE-STATUS
               DISPLAY "ADDRVAL: ZIP-to-state check skipped this run"
           ELSE
               PERFORM UNTIL WS-ZIP-STATE-EOF
                   READ ZIP-STATE-FILE
                       AT END
                           SET WS-ZIP-STATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2110-STORE-ZIP-RANGE
                   END-READ
               END-PERFORM
               CLOSE ZIP-STATE-FILE
           END-IF.

       2110-STORE-ZIP-RANGE.
           IF ZST-STATE = SPACES OR ZST-ZIP3-LOW = SPACES
               CONTINUE
           ELSE
               IF WS-ZST-COUNT < 1000
                   ADD 1 TO WS-ZST-COUNT
                   MOVE ZST-ZIP3-LOW TO WS-ZST-LOW(WS-ZST-COUNT)
                   MOVE ZST-ZIP3-HIGH TO WS-ZST-HIGH(WS-ZST-COUNT)
                   IF ZST-ZIP3-HIGH = SPACES
                       MOVE ZST-ZIP3-LOW TO WS-ZST-HIGH(WS-ZST-COUNT)
                   END-IF
                   MOVE FUNCTION UPPER-CASE(ZST-STATE)
                       TO WS-ZST-STATE(WS-ZST-COUNT)
               ELSE
                   DISPLAY "ADDRVAL: ZIPSTATE.DAT range beyond 1000 "
                           "ignored: " ZIP-STATE-RECORD
               END-IF
           END-IF.

      *    The first three digits of the ZIP must fall inside one of
      *    the ranges on file for the state.  A state with no ranges
      *    on file is passed, so the check only ever rejects against
      *    what has actually been keyed into the reference.
       2200-CHECK-ZIP-IN-STATE.
           MOVE FUNCTION UPPER-CASE(LK-STATE) TO WS-ZST-STATE-WORK
           MOVE "N" TO WS-ZST-RANGES-SWITCH
           MOVE "N" TO WS-ZST-MATCH-SWITCH
           PERFORM VARYING WS-ZST-SUB FROM 1 BY 1
                   UNTIL WS-ZST-SUB > WS-ZST-COUNT
                      OR WS-ZST-ZIP-MATCHED
               IF WS-ZST-STATE(WS-ZST-SUB) = WS-ZST-STATE-WORK
                   SET WS-ZST-STATE-HAS-RANGES TO TRUE
                   IF LK-ZIP(1:3) >= WS-ZST-LOW(WS-ZST-SUB)
                      AND LK-ZIP(1:3) <= WS-ZST-HIGH(WS-ZST-SUB)
                       SET WS-ZST-ZIP-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ZST-STATE-HAS-RANGES AND NOT WS-ZST-ZIP-MATCHED
               SET LK-RC-ZIP-NOT-IN-STATE TO TRUE
           END-IF.
      *    Phones arrive from the branches with any mix of hyphens,
      *    dots, parentheses and spaces -- strip the punctuation and
      *    insist on exactly ten digits underneath it.
           IF WS-DIGIT-COUNT NOT = 10 OR WS-PHONE-HAS-BAD-CHAR
               SET LK-RC-BAD-PHONE TO TRUE
           END-IF.

      *    Rewrites one address line (WS-STD-LINE) into WS-STD-OUT
      *    with postal abbreviations and single spacing.  A care-of
      *    or attention line carries a person's name, not a street,
      *    so it goes back exactly as keyed -- EAST or COURT there
      *    is somebody's surname.
       4000-STANDARDIZE-LINE.
           MOVE WS-STD-LINE TO WS-STD-OUT
           IF WS-STD-LINE = SPACES
              OR FUNCTION UPPER-CASE(WS-STD-LINE(1:4)) = "C/O "
              OR FUNCTION UPPER-CASE(WS-STD-LINE(1:4)) = "ATTN"
               CONTINUE
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-STD-LINE) TO WS-STD-LINE
               MOVE SPACES TO WS-STD-WORDS
               MOVE 0 TO WS-STD-COUNT
               MOVE 1 TO WS-STD-POINTER
               PERFORM UNTIL WS-STD-POINTER > 30
                   MOVE SPACES TO WS-STD-WORD-IN
                   UNSTRING WS-STD-LINE DELIMITED BY ALL SPACE
                       INTO WS-STD-WORD-IN
                       WITH POINTER WS-STD-POINTER
                   END-UNSTRING
                   IF WS-STD-WORD-IN NOT = SPACES
                       PERFORM 4100-ADD-WORD
                   END-IF
               END-PERFORM
               PERFORM 4200-ABBREVIATE-WORDS
               MOVE SPACES TO WS-STD-OUT
               MOVE 1 TO WS-STD-OUT-POINTER
               PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                       UNTIL WS-STD-SUB > WS-STD-COUNT
                   IF WS-STD-SUB > 1
                       STRING " " DELIMITED BY SIZE
                           INTO WS-STD-OUT
                           WITH POINTER WS-STD-OUT-POINTER
                       END-STRING
                   END-IF
                   STRING WS-STD-WORD(WS-STD-SUB) DELIMITED BY SPACE
                       INTO WS-STD-OUT
                       WITH POINTER WS-STD-OUT-POINTER
                   END-STRING
               END-PERFORM
           END-IF.

      *    Trailing periods and commas are dropped (ST. and STREET,
      *    are just ST and STREET), then the word is looked up in
      *    the abbreviation table.
       4100-ADD-WORD.
           MOVE 0 TO WS-STD-WORD-LEN
           INSPECT FUNCTION REVERSE(WS-STD-WORD-IN)
               TALLYING WS-STD-WORD-LEN FOR LEADING SPACES
           COMPUTE WS-STD-WORD-LEN = 30 - WS-STD-WORD-LEN
           PERFORM UNTIL WS-STD-WORD-LEN = 0
                      OR (WS-STD-WORD-IN(WS-STD-WORD-LEN:1) NOT = "."
                      AND WS-STD-WORD-IN(WS-STD-WORD-LEN:1) NOT = ",")
               MOVE SPACE TO WS-STD-WORD-IN(WS-STD-WORD-LEN:1)
               SUBTRACT 1 FROM WS-STD-WORD-LEN
           END-PERFORM
           IF WS-STD-WORD-LEN > 0 AND WS-STD-COUNT < 30
               ADD 1 TO WS-STD-COUNT
               MOVE WS-STD-WORD-IN TO WS-STD-WORD(WS-STD-COUNT)
               IF WS-STD-WORD-LEN NOT > 12
                   PERFORM VARYING WS-ABBREV-IDX FROM 1 BY 1
                           UNTIL WS-ABBREV-IDX > 65
                              OR WS-STD-CLASS(WS-STD-COUNT)
                                 NOT = SPACE
                       IF WS-ABBREV-WORD(WS-ABBREV-IDX)
                               = WS-STD-WORD-IN(1:12)
                           MOVE WS-ABBREV-SHORT(WS-ABBREV-IDX)
                               TO WS-STD-SHORT(WS-STD-COUNT)
                           MOVE WS-ABBREV-CLASS(WS-ABBREV-IDX)
                               TO WS-STD-CLASS(WS-STD-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    A suffix is abbreviated only where it closes the street:
      *    as the last word, or ahead of a directional or a unit
      *    (MAIN STREET NORTH, MAIN STREET SUITE 4, MAIN STREET #4).
      *    A directional is abbreviated unless a suffix follows it,
      *    and a unit designator when its number follows it.
       4200-ABBREVIATE-WORDS.
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               COMPUTE WS-STD-NEXT = WS-STD-SUB + 1
               EVALUATE TRUE
                   WHEN WS-STD-IS-SUFFIX(WS-STD-SUB)
                       IF WS-STD-SUB > 1
                          AND (WS-STD-SUB = WS-STD-COUNT
                           OR WS-STD-IS-DIRECTIONAL(WS-STD-NEXT)
                           OR WS-STD-IS-UNIT(WS-STD-NEXT)
                           OR WS-STD-WORD(WS-STD-NEXT)(1:1) = "#")
                           MOVE WS-STD-SHORT(WS-STD-SUB)
                               TO WS-STD-WORD(WS-STD-SUB)
                       END-IF
                   WHEN WS-STD-IS-DIRECTIONAL(WS-STD-SUB)
                       IF NOT WS-STD-IS-SUFFIX(WS-STD-NEXT)
                           MOVE WS-STD-SHORT(WS-STD-SUB)
                               TO WS-STD-WORD(WS-STD-SUB)
                       END-IF
                   WHEN WS-STD-IS-UNIT(WS-STD-SUB)
                       IF WS-STD-SUB < WS-STD-COUNT
                           MOVE WS-STD-SHORT(WS-STD-SUB)
                               TO WS-STD-WORD(WS-STD-SUB)
                       END-IF
               END-EVALUATE
           END-PERFORM.
