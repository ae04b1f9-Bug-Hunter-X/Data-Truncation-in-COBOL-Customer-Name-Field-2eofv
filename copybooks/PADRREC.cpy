      *****************************************************************
      *    PADRREC.cpy
      *    Pending future-dated address on PENDADDR.DAT, keyed by
      *    CUST-ID plus the date the address takes effect.  CUSTADR0
      *    writes one here, in place of applying it to the master,
      *    for an intake record whose effective date is still in
      *    the future -- validated and standardized exactly as an
      *    address applied at once would be -- and applies and
      *    deletes it on the first run on or after that date, with
      *    the usual address history capture and ACMP/ACHG audit
      *    entry.  A second address keyed for the same customer and
      *    date replaces the first.  CUSTINQ0 shows what is pending
      *    on the customer screen.
      *****************************************************************
       01  PENDING-ADDRESS-RECORD.
           05  PAD-KEY.
               10  PAD-CUST-ID         PIC X(10).
               10  PAD-EFFECTIVE-DATE  PIC 9(8).
           05  PAD-DETAIL.
               10  PAD-ADDRESS-LINE1   PIC X(30).
               10  PAD-ADDRESS-LINE2   PIC X(30).
               10  PAD-CITY            PIC X(20).
               10  PAD-STATE           PIC X(2).
               10  PAD-ZIP             PIC X(10).
               10  PAD-PHONE           PIC X(15).
           05  PAD-BRANCH              PIC X(4).
           05  PAD-QUEUED-DATE         PIC 9(8).
           05  PAD-OPERATOR-ID         PIC X(8).
