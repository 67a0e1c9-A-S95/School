         05 JRN-ANTES     PIC X(80).
         05 FILLER        PIC X.
         05 JRN-DEPOIS    PIC X(80).
         05 FILLER        PIC X.
         05 JRN-ELO       PIC 9(18).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-FICHEIRO-STATUS PIC XX.
       01 WS-APAGADOS-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
           MOVE 'A' TO JRN-OPERACAO
           MOVE WS-ANTES-SOBREVIVE TO JRN-ANTES
           MOVE LINHA-FICHEIRO TO JRN-DEPOIS
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro0-journal.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-JOURNAL WS-CADEIA-QUANTAS
           WRITE LINHA-JOURNAL
           CLOSE FICHEIRO-JOURNAL.

           MOVE 'D' TO JRN-OPERACAO
           MOVE WS-REGISTO-PERDE TO JRN-ANTES
           MOVE SPACES TO JRN-DEPOIS
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro0-journal.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-JOURNAL WS-CADEIA-QUANTAS
           WRITE LINHA-JOURNAL
           CLOSE FICHEIRO-JOURNAL.

