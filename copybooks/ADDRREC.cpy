      *    can be chased straight back to the branch that keyed it;
      *    a record from before the field existed carries spaces
      *    and reports under "(no branch)".
      *
      *    The effective date says when the address takes over.
      *    Blank (as on every record from before the field existed)
      *    or a date already reached means at once; a date still in
      *    the future holds the address on the pending-address file
      *    (see PADRREC) until the CUSTADR0 run on or after that date
      *    applies it.
      *****************************************************************
       01  ADDR-INTAKE-RECORD.
           05  ADR-CUST-ID             PIC X(10).
               10  ADR-ZIP             PIC X(10).
               10  ADR-PHONE           PIC X(15).
           05  ADR-BRANCH              PIC X(4).
           05  ADR-EFFECTIVE-DATE      PIC X(8).
