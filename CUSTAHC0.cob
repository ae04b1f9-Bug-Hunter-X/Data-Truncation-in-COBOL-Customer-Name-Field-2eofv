
       FD  RUN-CONTROL
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC             PIC X(39).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
