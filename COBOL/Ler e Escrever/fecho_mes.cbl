         05 TRN-RUN       PIC 9(4).
         05 FILLER        PIC X(9).
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).

       WORKING-STORAGE SECTION.
       01 WS-PERIODOS-STATUS PIC XX.
