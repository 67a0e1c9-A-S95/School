         05 JRN-ANTES     PIC X(80).
         05 FILLER        PIC X.
         05 JRN-DEPOIS    PIC X(80).
         05 FILLER        PIC X.
         05 JRN-ELO       PIC 9(18).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(120).
       FD FICHEIRO-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-IMPORT-STATUS PIC XX.
       01 WS-FICHEIRO-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
           MOVE 'I' TO JRN-OPERACAO
           MOVE SPACES TO JRN-ANTES
           MOVE LINHA-FICHEIRO TO JRN-DEPOIS
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro0-journal.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-JOURNAL WS-CADEIA-QUANTAS
           WRITE LINHA-JOURNAL
           CLOSE FICHEIRO-JOURNAL.

