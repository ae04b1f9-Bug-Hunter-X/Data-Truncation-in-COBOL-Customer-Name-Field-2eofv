           05  LED-RECORDS-REJECTED    PIC 9(9).
           05  LED-RETURN-CODE         PIC 9(2).
           05  LED-OPERATOR-ID         PIC X(8).
      *    Stream driver only (CUSTSTR0): the step that held the
      *    nightly stream and why, so the morning report shows
      *    where the night stopped.  Spaces on every other record,
      *    and on records written before the fields existed.
           05  LED-HELD-AT-STEP        PIC X(8).
           05  LED-HOLD-REASON         PIC X(30).
