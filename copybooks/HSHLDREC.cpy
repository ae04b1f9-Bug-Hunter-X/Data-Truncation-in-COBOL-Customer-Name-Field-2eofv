      *****************************************************************
      *    HSHLDREC.cpy
      *    Household membership record on HOUSEHLD.DAT, one per
      *    customer the householded mailing extract has placed,
      *    keyed by CUST-ID.  Customers whose household key matches
      *    -- the same standardized address line 1, five-digit ZIP
      *    and surname -- share a household number, and that
      *    number is kept from one run to the next: a customer
      *    whose key has not changed stays where they are, a new
      *    customer or one who has moved joins whichever household
      *    already holds the new key, and a number is only issued
      *    when no household has the key yet.  The household number
      *    and the key are both alternate keys so CUSTEXT0 can find
      *    a household by key and read its members together.
      *****************************************************************
       01  HOUSEHOLD-MEMBER-RECORD.
           05  HHM-CUST-ID             PIC X(10).
           05  HHM-HOUSEHOLD-ID        PIC 9(10).
           05  HHM-HOUSEHOLD-KEY.
               10  HHM-KEY-ZIP         PIC X(5).
               10  HHM-KEY-ADDRESS     PIC X(25).
               10  HHM-KEY-SURNAME     PIC X(10).
           05  HHM-DATE-JOINED         PIC 9(8).
      *    Date of the last extract run that placed the customer,
      *    with whether they could be mailed (M) or were flagged
      *    undeliverable (U) on that run.  A member not placed on
      *    the current run (voided, archived, excluded as a
      *    duplicate since) is left on file but is not mailed.
           05  HHM-DATE-SEEN           PIC 9(8).
           05  HHM-MAIL-STATUS         PIC X.
               88  HHM-IS-MAILABLE         VALUE "M".
               88  HHM-IS-UNDELIVERABLE    VALUE "U".
