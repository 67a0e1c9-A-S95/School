         05 HIS-NOTA-NOVA   PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-DISCIPLINA  PIC X(4).
         05 FILLER          PIC X.
         05 HIS-ELO         PIC 9(18).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-RECLAMACOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-HISTORICO-STATUS PIC XX.
           MOVE WS-NOTA-ANTERIOR TO HIS-NOTA-ANTIGA
           MOVE REC-NOTA TO HIS-NOTA-NOVA
           MOVE WS-RCL-DISCIPLINA(WS-ACHADA) TO HIS-DISCIPLINA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'notas-historico.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-HISTORICO WS-CADEIA-QUANTAS
           WRITE LINHA-HISTORICO
           CLOSE FICHEIRO-HISTORICO.

