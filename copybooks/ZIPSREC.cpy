      *****************************************************************
      *    ZIPSREC.cpy
      *    ZIP-range-to-state reference record on ZIPSTATE.DAT, the
      *    maintained table ADDRVAL checks every intake ZIP against.
      *    One record per range of three-digit ZIP prefixes that the
      *    postal service assigns to a state; a state served by more
      *    than one range (or sharing one, as the military codes do)
      *    simply has more than one record.  A state with no record
      *    at all is not cross-checked, so a new code can be taken
      *    on before its ranges are keyed.
      *****************************************************************
       01  ZIP-STATE-RECORD.
           05  ZST-ZIP3-LOW            PIC X(3).
           05  ZST-ZIP3-HIGH           PIC X(3).
           05  ZST-STATE               PIC X(2).
