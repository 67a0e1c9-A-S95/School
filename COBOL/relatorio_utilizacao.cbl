         05 FILLER      PIC X.
         05 SL-RC       PIC 9(4).
         05 FILLER      PIC X.
      * Opcao nas colunas de sempre (dezenas e unidades) e o
      * algarismo das centenas a seguir ao programa, para as linhas
      * antigas (em branco ali) se lerem com o mesmo registo
         05 SL-OPCAO    PIC 9(2).
         05 FILLER      PIC X.
         05 SL-PROGRAMA PIC X(22).
         05 SL-OPCAO-CENTENA PIC X.
         05 FILLER      PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-SESLOG-STATUS PIC XX.
