      *****************************************************************
      *    PCHGREC.cpy
      *    Pending maintenance change on the indexed PENDCHG.DAT
      *    file, keyed by CUST-ID plus the date and time the change
      *    was keyed.  Written by the CUSTMNT0 dual-control
      *    transaction when one operator keys a legal-name or phone
      *    change, with the reason given and the document seen; a
      *    second, different signed-on operator then approves or
      *    rejects it, and only an approval touches CUSTOUT.DAT.
      *    Decided changes stay on file with who decided them and
      *    when, so the pair of operators behind every change can
      *    be shown afterward.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PCH-KEY.
               10  PCH-CUST-ID         PIC X(10).
               10  PCH-REQUEST-DATE    PIC 9(8).
               10  PCH-REQUEST-TIME    PIC 9(8).
           05  PCH-CHANGE-TYPE         PIC X.
               88  PCH-IS-NAME-CHANGE      VALUE "N".
               88  PCH-IS-PHONE-CHANGE     VALUE "P".
           05  PCH-STATUS              PIC X.
               88  PCH-IS-PENDING          VALUE "P".
               88  PCH-IS-APPROVED         VALUE "A".
               88  PCH-IS-REJECTED         VALUE "R".
      *    The value on the master when the change was keyed (name
      *    lines 1 and 2, or the phone in the first 15 bytes), and
      *    the new value as keyed -- the full raw name, split into
      *    lines by NAMEVAL only at approval, or the new phone.
           05  PCH-OLD-VALUE           PIC X(100).
           05  PCH-NEW-VALUE           PIC X(100).
           05  PCH-REASON              PIC X(40).
           05  PCH-DOCUMENT-SEEN       PIC X(30).
           05  PCH-REQUESTED-BY        PIC X(8).
           05  PCH-DECIDED-BY          PIC X(8).
           05  PCH-DECIDED-DATE        PIC 9(8).
           05  PCH-DECIDED-TIME        PIC 9(8).
           05  PCH-REJECT-REASON       PIC X(40).
