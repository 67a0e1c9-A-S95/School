      *          cada prestacao fica ABERTA, PARCIAL ou PAGA; o
      *          relatorio de antiguidade agrupa o que esta por
      *          pagar por encarregado de educacao nos baldes
      *          0-30/31-60/61-90/90+ dias com totais por turma;
      *          o que sobra de um pagamento fica no saldo de
      *          credito do aluno (creditos.txt) e o credito que o
      *          aluno ja tinha abate sozinho nas prestacoes em
      *          aberto, tirando o que esta pedido em reembolso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'periodos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT OPTIONAL FICHEIRO-CREDITOS
               ASSIGN TO 'creditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT OPTIONAL FICHEIRO-NOTAS-CREDITO
               ASSIGN TO 'notas-credito.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FD FICHEIRO-RUN-F3.
       01 LINHA-RUN-F3 PIC 9(4).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 TUR-LIM-MB     PIC 9(2).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 RCB-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 RCB-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 RCB-ORIGEM   PIC X(4).
       FD FICHEIRO-RECIBO-IMP.
       01 LINHA-RECIBO-IMP PIC X(60).
       FD FICHEIRO-SESSAO.
         05 PER-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 PER-DATA-FECHO PIC 9(8).
       FD FICHEIRO-CREDITOS.
       01 LINHA-CREDITO.
         05 CRD-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 CRD-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 CRD-SINAL      PIC X.
         05 FILLER         PIC X.
         05 CRD-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 CRD-ORIGEM     PIC X(4).
         05 FILLER         PIC X.
         05 CRD-REFERENCIA PIC X(20).
         05 FILLER         PIC X.
         05 CRD-OPERADOR   PIC X(8).
       FD FICHEIRO-NOTAS-CREDITO.
       01 LINHA-NOTA-CREDITO.
         05 NC-NUMERO       PIC 9(6).
         05 FILLER          PIC X.
         05 NC-TIPO         PIC X(4).
         05 FILLER          PIC X.
         05 NC-ALUNO        PIC 9(5).
         05 FILLER          PIC X.
         05 NC-VALOR        PIC 9(7)V99.
         05 FILLER          PIC X(37).
         05 NC-ESTADO       PIC X(9).
         05 FILLER          PIC X(50).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-RECIBOS-SEQ-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-RECIBO-IMP-STATUS PIC XX.
       01 WS-RUN-F3 PIC 9(4).
       01 WS-LINHAS-F3 PIC 9(3).
       01 WS-RAZAO-F3 PIC X(4).
      * Campos do movimento no razao indexado (a zeros/espacos
      * sao tirados da descricao da linha)
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
       01 WS-COMPLEMENTO-F3 PIC X(30).
       01 WS-TURMAS-STATUS PIC XX.
       01 EOF-TURMAS PIC X.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-CREDITOS-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 EOF-CREDITOS PIC X.
       01 EOF-NC PIC X.
       01 WS-SOBRA PIC 9(7)V99.
       01 WS-SALDO-CREDITO PIC S9(8)V99.
       01 WS-CREDITO-USADO PIC 9(7)V99.
       01 EOF-PRESTACOES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-NOTAS PIC X.
                   PERFORM LANCA-MOVIMENTO-F3
                   PERFORM REMOVER-LOCK-F3
                   PERFORM ABATE-NAS-PRESTACOES
                   IF WS-SOBRA = 0
                       PERFORM USA-CREDITO-DO-ALUNO
                   END-IF
                   PERFORM GRAVA-PRESTACOES
                   PERFORM EMITE-RECIBO
                   IF WS-SOBRA > 0
                       PERFORM GUARDA-SOBRA-EM-CREDITO
                   END-IF
               END-IF
           END-IF.

               " RUN=" WS-RUN-F3
               " : " WS-COMPLEMENTO-F3
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

       AVISA-RAZAO-EM-FALTA.
      * O movimento ja esta em ficheiro3.txt mas o RAZAO.DAT nao o
      * aceitou (GRAVA-RAZAO devolveu numero zero): avisa o operador
      * e deixa a linha no log, para a recuperacao de lancamentos
      * (opcao do razao) a voltar a lancar
           DISPLAY "AVISO: movimento " LINHA-FICHEIRO(1 : 4)
               " nao ficou registado em RAZAO.DAT"
           DISPLAY "       corra a recuperacao de lancamentos"
               " (opcao do razao) para o lancar"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " SEM RAZAO.DAT: " LINHA-FICHEIRO
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           WRITE LINHA-FICHEIRO
           CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
               WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
               WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
               WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
           IF WS-RAZAO-NUMERO = 0
               PERFORM AVISA-RAZAO-EM-FALTA
           END-IF
           CLOSE FICHEIRO-3
           MOVE 1 TO WS-LINHAS-F3
           MOVE 'PROP' TO WS-RAZAO-F3

       ABATE-NAS-PRESTACOES.
           MOVE WS-VALOR-PAGAMENTO TO WS-RESTO
           MOVE 0 TO WS-SOBRA
           IF WS-SEQ-ESCOLHIDA > 0
               PERFORM ABATE-PRESTACAO-ESCOLHIDA
           END-IF
               PERFORM PROCURA-MAIS-ANTIGA
               IF WS-MAIS-ANTIGA = 0
                   IF WS-RESTO > 0
                       MOVE WS-RESTO TO WS-SOBRA
                       DISPLAY "Sobram " WS-RESTO " sem prestacao"
                           " aberta; fica em credito do aluno"
                   END-IF
                   MOVE 0 TO WS-RESTO
               ELSE
           MOVE 0 TO WS-MAIS-ANTIGA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(J) = WS-NUMERO AND
                   WS-PRS-ESTADO(J) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(J) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(J) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(J) NOT = 'INCOBRAV'
                   IF WS-MAIS-ANTIGA = 0
                       MOVE J TO WS-MAIS-ANTIGA
                   ELSE
                   WS-PRS-ESTADO(I)
           END-IF.

       GUARDA-SOBRA-EM-CREDITO.
      * O excesso entra no saldo de credito com o recibo que o
      * originou; o dinheiro ja esta em ficheiro3 como PROP
           OPEN EXTEND FICHEIRO-CREDITOS
           MOVE SPACES TO LINHA-CREDITO
           MOVE WS-NUMERO TO CRD-NUMERO
           MOVE WS-DATA TO CRD-DATA
           MOVE '+' TO CRD-SINAL
           MOVE WS-SOBRA TO CRD-VALOR
           MOVE 'PROP' TO CRD-ORIGEM
           MOVE SPACES TO CRD-REFERENCIA
           STRING "RECIBO " WS-RECIBO-NUMERO
               DELIMITED BY SIZE INTO CRD-REFERENCIA
           MOVE WS-OPERADOR TO CRD-OPERADOR
           WRITE LINHA-CREDITO
           CLOSE FICHEIRO-CREDITOS
           MOVE WS-SOBRA TO WS-VALOR-ED
           DISPLAY WS-VALOR-ED " EUR em credito do aluno "
               WS-NUMERO.

       USA-CREDITO-DO-ALUNO.
      * Credito que o aluno ja tinha (menos o que esta pedido em
      * reembolso) abate nas prestacoes que ficaram em aberto
           PERFORM SALDO-CREDITO-DO-ALUNO
           MOVE 0 TO WS-CREDITO-USADO
           IF WS-SALDO-CREDITO > 0
               MOVE WS-SALDO-CREDITO TO WS-RESTO
               OPEN EXTEND FICHEIRO-CREDITOS
               PERFORM UNTIL WS-RESTO = 0
                   PERFORM PROCURA-MAIS-ANTIGA
                   IF WS-MAIS-ANTIGA = 0
                       MOVE 0 TO WS-RESTO
                   ELSE
                       MOVE WS-MAIS-ANTIGA TO I
                       PERFORM USA-CREDITO-NA-PRESTACAO
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-CREDITOS
           END-IF
           IF WS-CREDITO-USADO > 0
               MOVE WS-CREDITO-USADO TO WS-VALOR-ED
               DISPLAY WS-VALOR-ED " EUR de credito do aluno"
                   " usados nas prestacoes"
           END-IF.

       USA-CREDITO-NA-PRESTACAO.
           MOVE 0 TO WS-ABATE
           PERFORM ABATE-NA-PRESTACAO
           IF WS-ABATE > 0
               ADD WS-ABATE TO WS-CREDITO-USADO
               MOVE SPACES TO LINHA-CREDITO
               MOVE WS-NUMERO TO CRD-NUMERO
               MOVE WS-DATA TO CRD-DATA
               MOVE '-' TO CRD-SINAL
               MOVE WS-ABATE TO CRD-VALOR
               MOVE 'USO' TO CRD-ORIGEM
               MOVE SPACES TO CRD-REFERENCIA
               STRING "PREST " WS-PRS-SEQ(I) " "
                   WS-PRS-DATA-VENC(I)
                   DELIMITED BY SIZE INTO CRD-REFERENCIA
               MOVE WS-OPERADOR TO CRD-OPERADOR
               WRITE LINHA-CREDITO
           END-IF.

       SALDO-CREDITO-DO-ALUNO.
           MOVE 0 TO WS-SALDO-CREDITO
           MOVE 'N' TO EOF-CREDITOS
           OPEN INPUT FICHEIRO-CREDITOS
           IF WS-CREDITOS-STATUS = '00' OR
               WS-CREDITOS-STATUS = '05'
               PERFORM UNTIL EOF-CREDITOS = 'S'
                   READ FICHEIRO-CREDITOS
                       AT END
                           MOVE 'S' TO EOF-CREDITOS
                       NOT AT END
                           IF CRD-NUMERO = WS-NUMERO AND
                               CRD-VALOR IS NUMERIC
                               IF CRD-SINAL = '-'
                                   SUBTRACT CRD-VALOR
                                       FROM WS-SALDO-CREDITO
                               ELSE
                                   ADD CRD-VALOR TO WS-SALDO-CREDITO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CREDITOS
           END-IF
           MOVE 'N' TO EOF-NC
           OPEN INPUT FICHEIRO-NOTAS-CREDITO
           IF WS-NC-STATUS = '00' OR WS-NC-STATUS = '05'
               PERFORM UNTIL EOF-NC = 'S'
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END
                           MOVE 'S' TO EOF-NC
                       NOT AT END
                           IF NC-ALUNO = WS-NUMERO AND
                               NC-TIPO = 'REEM' AND
                               NC-ESTADO = 'PENDENTE' AND
                               NC-VALOR IS NUMERIC
                               SUBTRACT NC-VALOR
                                   FROM WS-SALDO-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

       CARREGA-LIGACOES.
           MOVE 0 TO WS-TOTAL-LIGACOES
           MOVE 'N' TO EOF-ENCARREGADOS
       RELATORIO-AGING.
      * O que esta vencido e por pagar, por encarregado e por
      * idade da divida: e o mapa que a direcao pede em todas as
      * reunioes mensais. A divida abatida como incobravel e a
      * renegociada num acordo ficam de fora
           PERFORM CARREGA-PRESTACOES
           PERFORM CARREGA-LIGACOES
           PERFORM CARREGA-TURMAS-ALUNOS
           MOVE 0 TO WS-TOTAL-TURMAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               IF WS-PRS-ESTADO(I) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(I) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(I) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(I) NOT = 'INCOBRAV' AND
                   WS-PRS-DATA-VENC(I) < WS-DATA
                   PERFORM ACUMULA-DIVIDA
               END-IF
