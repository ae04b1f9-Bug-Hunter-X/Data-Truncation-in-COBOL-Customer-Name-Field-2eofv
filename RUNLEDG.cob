       FILE SECTION.
       FD  RUN-LEDGER
           RECORDING MODE IS F.
       01  RUN-LEDGER-REC              PIC X(115).

       WORKING-STORAGE SECTION.
       01  WS-RUN-LEDGER-STATUS        PIC XX.
