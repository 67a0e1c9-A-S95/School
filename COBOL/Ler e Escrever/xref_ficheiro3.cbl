         05 FILLER        PIC X(9).
       01 LINHA-F3-BRUTA PIC X(80).
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).

       WORKING-STORAGE SECTION.
       01 WS-F3-STATUS PIC XX.
