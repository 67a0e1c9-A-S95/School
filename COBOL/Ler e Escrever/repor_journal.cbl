         05 JRN-ANTES     PIC X(80).
         05 FILLER        PIC X.
         05 JRN-DEPOIS    PIC X(80).
         05 FILLER        PIC X.
         05 JRN-ELO       PIC 9(18).

       WORKING-STORAGE SECTION.
       01 EOF-JOURNAL PIC X VALUE 'N'.
