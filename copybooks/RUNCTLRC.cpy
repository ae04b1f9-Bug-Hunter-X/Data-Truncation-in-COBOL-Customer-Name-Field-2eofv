      *    CUSTARC0 minimum days a customer must have been voided
      *    before it is archived off the live master (blank = 90).
           05  RUN-ARCHIVE-AGE-DAYS    PIC X(3).
      *    CUSTSTR0 stream driver restart point: the program ID of
      *    the stream step to resume at after a hold (blank = run
      *    the whole stream from the first step).
           05  RUN-STREAM-RESTART-STEP PIC X(8).
      *    CUSTEXT0 householded mailing, Y/N (blank = N): one row
      *    per household instead of one per customer.
           05  RUN-EXT-HOUSEHOLD       PIC X.
