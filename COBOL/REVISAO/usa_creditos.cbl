      ******************************************************************
      * Author:
      * Date:
      * Purpose: Uso do credito dos alunos nas prestacoes em aberto,
      *          chamado por quem escreve prestacoes.txt (geracao
      *          das propinas, passe de transporte, juros de mora,
      *          acordos de pagamento) e pelas notas de credito: o
      *          credito disponivel de cada aluno (saldo em
      *          creditos.txt menos os reembolsos ainda PENDENTES em
      *          notas-credito.txt) e abatido nas prestacoes em
      *          aberto da mais antiga para a frente, cada abate
      *          fica em creditos.txt como saida USO (referencia
      *          PREST + sequencia + vencimento) e prestacoes.txt e
      *          regravado; sem movimento em ficheiro3, porque o
      *          dinheiro ja la entrou quando foi pago; LC-ALUNO a
      *          zeros passa por todos os alunos com credito;
      *          devolve o total usado e o numero de alunos, e
      *          RETURN-CODE 4 (nada usado) se prestacoes.txt
      *          exceder a tabela
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USA-CREDITOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CREDITOS
               ASSIGN TO 'creditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT OPTIONAL FICHEIRO-NOTAS-CREDITO
               ASSIGN TO 'notas-credito.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
         05 FILLER          PIC X.
         05 NC-METODO       PIC X(4).
         05 FILLER          PIC X.
         05 NC-MOTIVO       PIC X(30).
         05 FILLER          PIC X.
         05 NC-ESTADO       PIC X(9).
         05 FILLER          PIC X.
         05 NC-PEDIDO-POR   PIC X(8).
         05 FILLER          PIC X.
         05 NC-DATA-PEDIDO  PIC 9(8).
         05 FILLER          PIC X.
         05 NC-APROVADO-POR PIC X(8).
         05 FILLER          PIC X.
         05 NC-DATA-APROV   PIC 9(8).
         05 FILLER          PIC X.
         05 NC-RUN          PIC 9(4).
       FD FICHEIRO-PRESTACOES.
       01 LINHA-PRESTACAO.
         05 PRS-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 PRS-SEQ       PIC 9(2).
         05 FILLER        PIC X.
         05 PRS-DATA-VENC PIC 9(8).
         05 FILLER        PIC X.
         05 PRS-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-PAGO      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-CREDITOS-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 EOF-CREDITOS PIC X.
       01 EOF-NC PIC X.
       01 EOF-PRESTACOES PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 FILLER  PIC X(13).
       01 WS-NUMERO PIC 9(5).
       01 WS-DISPONIVEL PIC S9(8)V99.
       01 WS-RESTO PIC 9(7)V99.
       01 WS-ABATE PIC 9(7)V99.
       01 WS-FALTA-PRS PIC 9(7)V99.
       01 WS-USADO PIC 9(7)V99.
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 N PIC 9(3).
       01 WS-ACHADO PIC 9(3).
       01 WS-MAIS-ANTIGA PIC 9(3).
      * Prestacoes (mesma tabela do registo de pagamentos)
       01 WS-TOTAL-PRS PIC 9(3) VALUE 0.
       01 WS-PRS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PRS.
         05 WS-PRS OCCURS 500 TIMES.
           10 WS-PRS-NUMERO    PIC 9(5).
           10 WS-PRS-SEQ       PIC 9(2).
           10 WS-PRS-DATA-VENC PIC 9(8).
           10 WS-PRS-VALOR     PIC 9(7)V99.
           10 WS-PRS-PAGO      PIC 9(7)V99.
           10 WS-PRS-ESTADO    PIC X(9).
      * Credito disponivel por aluno (saldo menos reembolsos
      * pendentes)
       01 WS-TOTAL-SAL PIC 9(3) VALUE 0.
       01 WS-SAL-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-SALDOS.
         05 WS-SAL OCCURS 500 TIMES.
           10 WS-SAL-NUMERO PIC 9(5).
           10 WS-SAL-VALOR  PIC S9(8)V99.

       LINKAGE SECTION.
       01 LC-ALUNO PIC 9(5).
       01 LC-OPERADOR PIC X(8).
       01 LC-USADO PIC 9(8)V99.
       01 LC-ALUNOS PIC 9(3).

       PROCEDURE DIVISION USING LC-ALUNO LC-OPERADOR LC-USADO
           LC-ALUNOS.
       MAIN-PROCEDURE.
           MOVE 0 TO LC-USADO
           MOVE 0 TO LC-ALUNOS
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CARREGA-PRESTACOES
           IF WS-PRS-CHEIA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-SALDOS
               PERFORM DESCONTA-REEMBOLSOS-PENDENTES
               OPEN EXTEND FICHEIRO-CREDITOS
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-SAL
                   IF WS-SAL-VALOR(N) > 0 AND
                       (LC-ALUNO = 0 OR
                        LC-ALUNO = WS-SAL-NUMERO(N))
                       MOVE WS-SAL-NUMERO(N) TO WS-NUMERO
                       MOVE WS-SAL-VALOR(N) TO WS-DISPONIVEL
                       PERFORM USA-SALDO-DO-ALUNO
                       IF WS-USADO > 0
                           ADD 1 TO LC-ALUNOS
                           ADD WS-USADO TO LC-USADO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-CREDITOS
               IF LC-USADO > 0
                   PERFORM GRAVA-PRESTACOES
               END-IF
           END-IF
           GOBACK.

       CARREGA-SALDOS.
      * Uma leitura de creditos.txt: saldo de cada aluno
           MOVE 0 TO WS-TOTAL-SAL
           MOVE 'N' TO WS-SAL-CHEIA
           MOVE 'N' TO EOF-CREDITOS
           OPEN INPUT FICHEIRO-CREDITOS
           IF WS-CREDITOS-STATUS = '00' OR
               WS-CREDITOS-STATUS = '05'
               PERFORM UNTIL EOF-CREDITOS = 'S'
                   READ FICHEIRO-CREDITOS
                       AT END
                           MOVE 'S' TO EOF-CREDITOS
                       NOT AT END
                           IF CRD-NUMERO IS NUMERIC AND
                               CRD-VALOR IS NUMERIC
                               PERFORM SOMA-LINHA-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CREDITOS
           END-IF
           IF WS-SAL-CHEIA = 'S'
               DISPLAY "AVISO: mais de 500 alunos com movimentos de"
                   " credito; os restantes ficam para a proxima vez"
           END-IF.

       SOMA-LINHA-CREDITO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-SAL
               IF WS-SAL-NUMERO(I) = CRD-NUMERO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               IF WS-TOTAL-SAL < 500
                   ADD 1 TO WS-TOTAL-SAL
                   MOVE WS-TOTAL-SAL TO WS-ACHADO
                   MOVE CRD-NUMERO TO WS-SAL-NUMERO(WS-ACHADO)
                   MOVE 0 TO WS-SAL-VALOR(WS-ACHADO)
               ELSE
                   MOVE 'S' TO WS-SAL-CHEIA
               END-IF
           END-IF
           IF WS-ACHADO > 0
               IF CRD-SINAL = '-'
                   SUBTRACT CRD-VALOR FROM WS-SAL-VALOR(WS-ACHADO)
               ELSE
                   ADD CRD-VALOR TO WS-SAL-VALOR(WS-ACHADO)
               END-IF
           END-IF.

       DESCONTA-REEMBOLSOS-PENDENTES.
      * O que esta pedido em reembolso ainda por aprovar nao se usa
           MOVE 'N' TO EOF-NC
           OPEN INPUT FICHEIRO-NOTAS-CREDITO
           IF WS-NC-STATUS = '00' OR WS-NC-STATUS = '05'
               PERFORM UNTIL EOF-NC = 'S'
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END
                           MOVE 'S' TO EOF-NC
                       NOT AT END
                           IF NC-TIPO = 'REEM' AND
                               NC-ESTADO = 'PENDENTE' AND
                               NC-VALOR IS NUMERIC
                               PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WS-TOTAL-SAL
                                   IF WS-SAL-NUMERO(I) = NC-ALUNO
                                       SUBTRACT NC-VALOR
                                           FROM WS-SAL-VALOR(I)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

       USA-SALDO-DO-ALUNO.
      * Abate o credito disponivel de WS-NUMERO e regista cada uso
           MOVE 0 TO WS-USADO
           IF WS-DISPONIVEL > 0
               MOVE WS-DISPONIVEL TO WS-RESTO
               PERFORM UNTIL WS-RESTO = 0
                   PERFORM PROCURA-MAIS-ANTIGA
                   IF WS-MAIS-ANTIGA = 0
                       MOVE 0 TO WS-RESTO
                   ELSE
                       MOVE WS-MAIS-ANTIGA TO I
                       PERFORM ABATE-NA-PRESTACAO
                   END-IF
               END-PERFORM
           END-IF.

       PROCURA-MAIS-ANTIGA.
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
                       IF WS-PRS-DATA-VENC(J) <
                           WS-PRS-DATA-VENC(WS-MAIS-ANTIGA)
                           MOVE J TO WS-MAIS-ANTIGA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ABATE-NA-PRESTACAO.
           COMPUTE WS-FALTA-PRS =
               WS-PRS-VALOR(I) - WS-PRS-PAGO(I)
           IF WS-FALTA-PRS <= 0
               MOVE 'PAGA' TO WS-PRS-ESTADO(I)
           ELSE
               IF WS-RESTO >= WS-FALTA-PRS
                   MOVE WS-FALTA-PRS TO WS-ABATE
               ELSE
                   MOVE WS-RESTO TO WS-ABATE
               END-IF
               ADD WS-ABATE TO WS-PRS-PAGO(I)
               SUBTRACT WS-ABATE FROM WS-RESTO
               ADD WS-ABATE TO WS-USADO
               IF WS-PRS-PAGO(I) >= WS-PRS-VALOR(I)
                   MOVE 'PAGA' TO WS-PRS-ESTADO(I)
               ELSE
                   MOVE 'PARCIAL' TO WS-PRS-ESTADO(I)
               END-IF
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
               MOVE LC-OPERADOR TO CRD-OPERADOR
               WRITE LINHA-CREDITO
               DISPLAY "Credito do aluno " WS-NUMERO " na prestacao "
                   WS-PRS-SEQ(I) " de " WS-PRS-DATA-VENC(I)
                   ", fica " WS-PRS-ESTADO(I)
           END-IF.

       CARREGA-PRESTACOES.
           MOVE 0 TO WS-TOTAL-PRS
           MOVE 'N' TO WS-PRS-CHEIA
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC AND
                               WS-TOTAL-PRS < 500
                               ADD 1 TO WS-TOTAL-PRS
                               MOVE PRS-NUMERO TO
                                   WS-PRS-NUMERO(WS-TOTAL-PRS)
                               MOVE PRS-SEQ TO
                                   WS-PRS-SEQ(WS-TOTAL-PRS)
                               MOVE PRS-DATA-VENC TO
                                   WS-PRS-DATA-VENC(WS-TOTAL-PRS)
                               MOVE PRS-VALOR TO
                                   WS-PRS-VALOR(WS-TOTAL-PRS)
                               MOVE PRS-PAGO TO
                                   WS-PRS-PAGO(WS-TOTAL-PRS)
                               MOVE PRS-ESTADO TO
                                   WS-PRS-ESTADO(WS-TOTAL-PRS)
                           ELSE
                               IF PRS-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-PRS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF
           IF WS-PRS-CHEIA = 'S'
               DISPLAY "AVISO: prestacoes.txt excede a tabela de"
                   " 500 registos; credito nao usado ate alargar"
                   " a tabela"
           END-IF.

       GRAVA-PRESTACOES.
           OPEN OUTPUT FICHEIRO-PRESTACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               MOVE SPACES TO LINHA-PRESTACAO
               MOVE WS-PRS-NUMERO(I) TO PRS-NUMERO
               MOVE WS-PRS-SEQ(I) TO PRS-SEQ
               MOVE WS-PRS-DATA-VENC(I) TO PRS-DATA-VENC
               MOVE WS-PRS-VALOR(I) TO PRS-VALOR
               MOVE WS-PRS-PAGO(I) TO PRS-PAGO
               MOVE WS-PRS-ESTADO(I) TO PRS-ESTADO
               WRITE LINHA-PRESTACAO
           END-PERFORM
           CLOSE FICHEIRO-PRESTACOES.
