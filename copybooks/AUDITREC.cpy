               88  AUD-RULE-RETURNED-MAIL  VALUE "RMAL".
               88  AUD-RULE-WELCOME-LETTER VALUE "WLTR".
               88  AUD-RULE-ARCHIVED       VALUE "ARCH".
               88  AUD-RULE-MAINT-REQUEST  VALUE "MREQ".
               88  AUD-RULE-MAINT-APPROVED VALUE "MAPP".
               88  AUD-RULE-MAINT-REJECTED VALUE "MREJ".
               88  AUD-RULE-ADDR-ZIP-STATE VALUE "AZST".
               88  AUD-RULE-ADDR-BAD-EFF   VALUE "AEFF".
               88  AUD-RULE-ADDR-PENDING   VALUE "APND".
               88  AUD-RULE-ERASED         VALUE "ERAS".
           05  AUD-RULE-DESC           PIC X(50).
           05  AUD-OPERATOR-ID         PIC X(8).
      *    Originating branch for intake exceptions (name and
