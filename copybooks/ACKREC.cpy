      *****************************************************************
      *    ACKREC.cpy
      *    Intake acknowledgement record, the fixed-layout file
      *    CUSTIN00 hands back to each branch as ACKbbbbyyyymmdd.DAT
      *    so the branch can load the CUST-IDs we assigned, and see
      *    its rejects, without re-keying from paper.  Every intake
      *    or resubmission run adds one batch to the file of each
      *    branch it took names from: a header, one detail per name
      *    received in the order it was read, and a trailer whose
      *    counts let the branch balance the batch against what it
      *    sent.  A second run the same day adds a second batch
      *    behind the first.  Names with no branch code go to
      *    ACKNONEyyyymmdd.DAT.
      *
      *    The outcomes are exclusive, so the trailer balances as
      *    received = accepted + truncated + duplicate + rejected.
      *    A name that was both over-length and a possible duplicate
      *    reports as a duplicate with the truncated flag set.  The
      *    reason code is the audit rule behind the outcome (TRNC,
      *    DUPX, DUPN, BLNK or CHAR); a rejected name has no CUST-ID
      *    and is waiting in suspense for the branch to repair it.
      *****************************************************************
       01  INTAKE-ACK-RECORD.
           05  ACK-RECORD-TYPE         PIC X.
               88  ACK-IS-HEADER           VALUE "H".
               88  ACK-IS-DETAIL           VALUE "D".
               88  ACK-IS-TRAILER          VALUE "T".
           05  ACK-BRANCH              PIC X(4).
           05  ACK-RUN-DATE            PIC 9(8).
           05  ACK-RUN-TIME            PIC 9(8).
           05  ACK-RUN-MODE            PIC X.
               88  ACK-INTAKE-RUN          VALUE "I".
               88  ACK-RESUBMIT-RUN        VALUE "R".
           05  ACK-DETAIL.
      *    Input record number (intake) or suspense item number
      *    (resubmission) the name was read from.
               10  ACK-INPUT-SEQ       PIC 9(9).
               10  ACK-RAW-NAME        PIC X(100).
               10  ACK-OUTCOME         PIC X.
                   88  ACK-ACCEPTED        VALUE "A".
                   88  ACK-TRUNCATED       VALUE "T".
                   88  ACK-DUP-FLAGGED     VALUE "D".
                   88  ACK-REJECTED        VALUE "R".
               10  ACK-CUST-ID         PIC X(10).
               10  ACK-REASON-CODE     PIC X(4).
               10  ACK-NAME-TRUNCATED  PIC X.
               10  FILLER              PIC X(3).
           05  ACK-HEADER REDEFINES ACK-DETAIL.
               10  ACK-OPERATOR-ID     PIC X(8).
               10  FILLER              PIC X(120).
           05  ACK-TRAILER REDEFINES ACK-DETAIL.
               10  ACK-COUNT-RECEIVED  PIC 9(7).
               10  ACK-COUNT-ACCEPTED  PIC 9(7).
               10  ACK-COUNT-TRUNCATED PIC 9(7).
               10  ACK-COUNT-DUPLICATE PIC 9(7).
               10  ACK-COUNT-REJECTED  PIC 9(7).
               10  FILLER              PIC X(93).
