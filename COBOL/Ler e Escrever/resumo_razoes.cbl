       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
