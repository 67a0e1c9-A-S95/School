         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 FILLER         PIC X(3).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA.
         05 PRE-DATA   PIC 9(8).
