       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-FONTE.
       01 LINHA-FONTE PIC X(139).
       SD FICHEIRO-SORT.
       01 SORT-REC.
         05 SORT-CARIMBO PIC X(15).
