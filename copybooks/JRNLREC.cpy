      *****************************************************************
      *    JRNLREC.cpy
      *    Customer master journal record on CUSTJRNL.DAT.  Every
      *    program that adds, rewrites or deletes a CUSTOMER-RECORD
      *    on CUSTOUT.DAT hands one of these to the MSTJRNL
      *    subprogram straight after the master write succeeds,
      *    with the record as it stood before the write and as it
      *    stands after it, so the master can be rebuilt from the
      *    last CUSTUNL0 image by rolling the journal forward (the
      *    CUSTRCV0 recovery).  An add carries spaces for the
      *    before image and a delete spaces for the after image.
      *
      *    CUSTUNL0 writes an unload mark as it finishes an image,
      *    carrying the number of records unloaded, so the recovery
      *    knows where in the journal its image was taken and can
      *    prove the image on hand is that one.  Date and time are
      *    stamped by MSTJRNL as the record is appended.
      *****************************************************************
       01  MASTER-JOURNAL-RECORD.
           05  JRN-TIMESTAMP.
               10  JRN-DATE            PIC 9(8).
               10  JRN-TIME            PIC 9(8).
           05  JRN-PROGRAM-ID          PIC X(8).
           05  JRN-OPERATOR-ID         PIC X(8).
           05  JRN-ACTION              PIC X.
               88  JRN-IS-ADD              VALUE "A".
               88  JRN-IS-CHANGE           VALUE "C".
               88  JRN-IS-DELETE           VALUE "D".
               88  JRN-IS-UNLOAD-MARK      VALUE "U".
      *    Unload mark only: records written to CUSTOUT.SEQ.
           05  JRN-IMAGE-COUNT         PIC 9(9).
           05  JRN-BEFORE-IMAGE        PIC X(250).
           05  JRN-AFTER-IMAGE         PIC X(250).
