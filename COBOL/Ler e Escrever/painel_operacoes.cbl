           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
       FD FICHEIRO-TEXTO.
       01 LINHA-TEXTO PIC X(139).

       FD FICHEIRO-CENTRAIS.
       01 LINHA-ALERTA-CENTRAL.
