         05 ACE-FINALIDADE PIC X(4).
         05 FILLER         PIC X.
         05 ACE-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ACE-ELO        PIC 9(18).

       FD FICHEIRO-APAGADOS.
       01 LINHA-APAGADOS.
         05 JRN-ANTES     PIC X(80).
         05 FILLER        PIC X.
         05 JRN-DEPOIS    PIC X(80).
         05 FILLER        PIC X.
         05 JRN-ELO       PIC 9(18).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 NOME-UTILIZADOR     PIC X(20).
       01 EOF-FICHEIRO        PIC X VALUE 'N'.
       01 CONTADOR-LINHAS     PIC 9(2) VALUE ZEROS.
           MOVE WS-JRN-ANTES TO JRN-ANTES
           MOVE WS-JRN-DEPOIS TO JRN-DEPOIS
           OPEN EXTEND FICHEIRO-JOURNAL
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro0-journal.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-JOURNAL WS-CADEIA-QUANTAS
           WRITE LINHA-JOURNAL
           CLOSE FICHEIRO-JOURNAL.

           MOVE WS-NOME-ANTIGO TO ACE-PESSOA
           MOVE WS-FINALIDADE TO ACE-FINALIDADE
           MOVE 'Exercicio0 PROCURAR' TO ACE-PROGRAMA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'acessos-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-ACESSO WS-CADEIA-QUANTAS
           WRITE LINHA-ACESSO
           CLOSE FICHEIRO-ACESSOS.

