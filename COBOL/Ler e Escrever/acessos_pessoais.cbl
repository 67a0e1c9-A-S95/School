         05 ACE-FINALIDADE PIC X(4).
         05 FILLER         PIC X.
         05 ACE-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ACE-ELO        PIC 9(18).

       WORKING-STORAGE SECTION.
       01 WS-FINALIDADES-STATUS PIC XX.
