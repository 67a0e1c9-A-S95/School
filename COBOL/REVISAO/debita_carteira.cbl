      ******************************************************************
      * Author:
      * Date:
      * Purpose: Debito na carteira pre-paga do aluno: confere o
      *          saldo em carteiras.txt e o limite diario posto
      *          pelo encarregado (somando os gastos do dia em
      *          carteira-movimentos.txt), e so com saldo e limite
      *          lanca o movimento CART "-" em ficheiro3.txt ("CARTEIRA
      *          oooo ALUNO nnnnn EM aaaammdd", com o mesmo protocolo
      *          de periodo, lock, run e log do Exercicio3), grava o
      *          movimento da carteira e o saldo novo; devolve
      *          aceite/recusado com o motivo e o saldo; e chamado
      *          pelas compras no bar e na papelaria, para a regra
      *          do saldo estar num sitio so
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITA-CARTEIRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CARTEIRAS
               ASSIGN TO 'carteiras.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTEIRAS-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'carteira-movimentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT FICHEIRO-LOCK-F3 ASSIGN TO 'ficheiro3.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-RUN-F3
               ASSIGN TO 'ficheiro3-run.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-LOG-F3
               ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-PERIODOS
               ASSIGN TO 'periodos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CARTEIRAS.
       01 LINHA-CARTEIRA.
         05 CAR-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 CAR-SALDO       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 CAR-LIMITE      PIC 9(5)V99.
         05 FILLER          PIC X.
         05 CAR-LIMITE-POR  PIC X(20).
         05 FILLER          PIC X.
         05 CAR-DATA-AVISO  PIC 9(8).
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MOV-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 MOV-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 MOV-ALUNO      PIC 9(5).
         05 FILLER         PIC X.
         05 MOV-TIPO       PIC X(5).
         05 FILLER         PIC X.
         05 MOV-SINAL      PIC X.
         05 FILLER         PIC X.
         05 MOV-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 MOV-SALDO      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 MOV-RECIBO     PIC 9(6).
         05 FILLER         PIC X.
         05 MOV-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 MOV-OPERADOR   PIC X(8).
       FD FICHEIRO-3.
       01 LINHA-FICHEIRO.
         05 TRN-CODIGO    PIC X(4).
         05 FILLER        PIC X.
         05 TRN-SINAL     PIC X.
         05 TRN-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 TRN-DESCRICAO PIC X(50).
         05 FILLER        PIC X.
         05 TRN-RUN       PIC 9(4).
         05 FILLER        PIC X.
         05 TRN-POLO      PIC X(2).
         05 FILLER        PIC X(6).
       FD FICHEIRO-LOCK-F3.
       01 LINHA-LOCK-F3.
         05 LCK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 LCK-DATA     PIC 9(8).
         05 LCK-HORA     PIC 9(6).
       FD FICHEIRO-RUN-F3.
       01 LINHA-RUN-F3 PIC 9(4).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).
       FD FICHEIRO-PERIODOS.
       01 LINHA-PERIODO.
         05 PER-MES        PIC 9(6).
         05 FILLER         PIC X.
         05 PER-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 PER-DATA-FECHO PIC 9(8).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CARTEIRAS-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-CARTEIRAS PIC X.
       01 EOF-MOVIMENTOS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPERADOR PIC X(8).
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-ACHADO PIC 9(4).
       01 WS-GASTO-DIA PIC 9(7)V99.
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 K PIC 9(4).
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e do registo de pagamentos)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
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
      * Carteiras
       01 WS-TOTAL-CAR PIC 9(4) VALUE 0.
       01 WS-CAR-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CARTEIRAS.
         05 WS-CAR OCCURS 2000 TIMES.
           10 WS-CAR-ALUNO      PIC 9(5).
           10 WS-CAR-SALDO      PIC 9(7)V99.
           10 WS-CAR-LIMITE     PIC 9(5)V99.
           10 WS-CAR-LIMITE-POR PIC X(20).
           10 WS-CAR-DATA-AVISO PIC 9(8).

       LINKAGE SECTION.
       01 CD-ALUNO PIC 9(5).
       01 CD-VALOR PIC 9(7)V99.
       01 CD-ORIGEM PIC X(4).
       01 CD-POLO PIC X(2).
       01 CD-ACEITE PIC X.
       01 CD-MOTIVO PIC X(40).
       01 CD-SALDO PIC 9(7)V99.

       PROCEDURE DIVISION USING CD-ALUNO CD-VALOR CD-ORIGEM
           CD-POLO CD-ACEITE CD-MOTIVO CD-SALDO.
       MAIN-PROCEDURE.
           MOVE 'N' TO CD-ACEITE
           MOVE SPACES TO CD-MOTIVO
           MOVE 0 TO CD-SALDO
           MOVE 'N/D' TO WS-OPERADOR
           PERFORM LE-OPERADOR-SESSAO
           PERFORM CARREGA-CARTEIRAS
           PERFORM PROCURA-CARTEIRA
           IF WS-ACHADO > 0
               MOVE WS-CAR-SALDO(WS-ACHADO) TO CD-SALDO
               PERFORM SOMA-GASTO-DIA
           END-IF
           EVALUATE TRUE
               WHEN CD-VALOR = 0
                   MOVE 'VALOR A DEBITAR NULO' TO CD-MOTIVO
               WHEN WS-CAR-CHEIA = 'S'
                   MOVE 'CARTEIRAS.TXT EXCEDE A TABELA' TO CD-MOTIVO
               WHEN WS-ACHADO = 0
                   MOVE 'ALUNO SEM CARTEIRA' TO CD-MOTIVO
               WHEN CD-VALOR > WS-CAR-SALDO(WS-ACHADO)
                   MOVE WS-CAR-SALDO(WS-ACHADO) TO WS-VALOR-ED
                   STRING 'SALDO INSUFICIENTE: ' WS-VALOR-ED
                       DELIMITED BY SIZE INTO CD-MOTIVO
               WHEN WS-CAR-LIMITE(WS-ACHADO) > 0 AND
                   WS-GASTO-DIA + CD-VALOR > WS-CAR-LIMITE(WS-ACHADO)
                   MOVE WS-CAR-LIMITE(WS-ACHADO) TO WS-VALOR-ED
                   STRING 'EXCEDE O LIMITE DIARIO DE ' WS-VALOR-ED
                       DELIMITED BY SIZE INTO CD-MOTIVO
               WHEN OTHER
                   PERFORM VERIFICA-PERIODO-ABERTO
                   PERFORM VERIFICA-LOCK-F3
                   EVALUATE TRUE
                       WHEN WS-PERIODO-FECHADO = 'S'
                           STRING 'O MES ' WS-MES-ATUAL
                               ' ESTA FECHADO'
                               DELIMITED BY SIZE INTO CD-MOTIVO
                       WHEN WS-F3-BLOQUEADO = 'S'
                           STRING 'FICHEIRO3.TXT EM USO POR '
                               WS-LOCK-F3-DONO
                               DELIMITED BY SIZE INTO CD-MOTIVO
                       WHEN OTHER
                           PERFORM LANCA-DEBITO
                   END-EVALUATE
           END-EVALUATE
           GOBACK.

       LE-OPERADOR-SESSAO.
           OPEN INPUT FICHEIRO-SESSAO
           IF WS-SESSAO-STATUS = '00' OR WS-SESSAO-STATUS = '05'
               READ FICHEIRO-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE FICHEIRO-SESSAO
           END-IF.

       CARREGA-CARTEIRAS.
           MOVE 0 TO WS-TOTAL-CAR
           MOVE 'N' TO WS-CAR-CHEIA
           MOVE 'N' TO EOF-CARTEIRAS
           OPEN INPUT FICHEIRO-CARTEIRAS
           IF WS-CARTEIRAS-STATUS = '00' OR
               WS-CARTEIRAS-STATUS = '05'
               PERFORM UNTIL EOF-CARTEIRAS = 'S'
                   READ FICHEIRO-CARTEIRAS
                       AT END
                           MOVE 'S' TO EOF-CARTEIRAS
                       NOT AT END
                           IF CAR-ALUNO IS NUMERIC AND
                               WS-TOTAL-CAR < 2000
                               ADD 1 TO WS-TOTAL-CAR
                               PERFORM GUARDA-CARTEIRA-LIDA
                           ELSE
                               IF CAR-ALUNO IS NUMERIC
                                   MOVE 'S' TO WS-CAR-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CARTEIRAS
           END-IF.

       GUARDA-CARTEIRA-LIDA.
           MOVE WS-TOTAL-CAR TO K
           MOVE CAR-ALUNO TO WS-CAR-ALUNO(K)
           MOVE CAR-LIMITE-POR TO WS-CAR-LIMITE-POR(K)
           MOVE 0 TO WS-CAR-SALDO(K) WS-CAR-LIMITE(K)
               WS-CAR-DATA-AVISO(K)
           IF CAR-SALDO IS NUMERIC
               MOVE CAR-SALDO TO WS-CAR-SALDO(K)
           END-IF
           IF CAR-LIMITE IS NUMERIC
               MOVE CAR-LIMITE TO WS-CAR-LIMITE(K)
           END-IF
           IF CAR-DATA-AVISO IS NUMERIC
               MOVE CAR-DATA-AVISO TO WS-CAR-DATA-AVISO(K)
           END-IF.

       GRAVA-CARTEIRAS.
           OPEN OUTPUT FICHEIRO-CARTEIRAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CAR
               MOVE SPACES TO LINHA-CARTEIRA
               MOVE WS-CAR-ALUNO(K) TO CAR-ALUNO
               MOVE WS-CAR-SALDO(K) TO CAR-SALDO
               MOVE WS-CAR-LIMITE(K) TO CAR-LIMITE
               MOVE WS-CAR-LIMITE-POR(K) TO CAR-LIMITE-POR
               MOVE WS-CAR-DATA-AVISO(K) TO CAR-DATA-AVISO
               WRITE LINHA-CARTEIRA
           END-PERFORM
           CLOSE FICHEIRO-CARTEIRAS.

       PROCURA-CARTEIRA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CAR
               IF WS-CAR-ALUNO(K) = CD-ALUNO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM.

       SOMA-GASTO-DIA.
      * O limite diario conta tudo o que saiu da carteira hoje, no
      * bar e na papelaria
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-GASTO-DIA
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-ALUNO = CD-ALUNO AND
                               MOV-DATA = WS-DATA AND
                               MOV-SINAL = '-' AND
                               MOV-VALOR IS NUMERIC
                               ADD MOV-VALOR TO WS-GASTO-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF.

       LANCA-DEBITO.
      * O movimento CART "-" e a saida do dinheiro guardado na
      * carteira; a receita (BAR, PAPE) e lancada pelo programa que
      * chamou, no seu proprio run
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'CART' TO TRN-CODIGO
           MOVE '-' TO TRN-SINAL
           MOVE CD-VALOR TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "CARTEIRA " CD-ORIGEM " ALUNO " CD-ALUNO
               " EM " WS-DATA
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE CD-POLO TO TRN-POLO
           IF TRN-POLO = SPACES
               MOVE 'P1' TO TRN-POLO
           END-IF
           WRITE LINHA-FICHEIRO
           CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
               WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
               WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
               WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
           IF WS-RAZAO-NUMERO = 0
               PERFORM AVISA-RAZAO-EM-FALTA
           END-IF
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           MOVE 1 TO WS-LINHAS-F3
           MOVE 'CART' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "carteira " CD-ORIGEM " aluno " CD-ALUNO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           SUBTRACT CD-VALOR FROM WS-CAR-SALDO(WS-ACHADO)
           MOVE WS-CAR-SALDO(WS-ACHADO) TO CD-SALDO
           PERFORM GRAVA-CARTEIRAS
           OPEN EXTEND FICHEIRO-MOVIMENTOS
           MOVE SPACES TO LINHA-MOVIMENTO
           MOVE WS-DATA TO MOV-DATA
           MOVE WS-HORA TO MOV-HORA
           MOVE CD-ALUNO TO MOV-ALUNO
           MOVE CD-ORIGEM TO MOV-TIPO
           MOVE '-' TO MOV-SINAL
           MOVE CD-VALOR TO MOV-VALOR
           MOVE CD-SALDO TO MOV-SALDO
           MOVE 0 TO MOV-RECIBO
           MOVE WS-RUN-F3 TO MOV-RUN
           MOVE WS-OPERADOR TO MOV-OPERADOR
           WRITE LINHA-MOVIMENTO
           CLOSE FICHEIRO-MOVIMENTOS
           MOVE 'S' TO CD-ACEITE.

      ******************************************************************
      * Lancamento em ficheiro3 (protocolo do Exercicio3)
      ******************************************************************
       VERIFICA-PERIODO-ABERTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DATA(1 : 6) TO WS-MES-ATUAL
           MOVE 'N' TO WS-PERIODO-FECHADO
           MOVE 'N' TO EOF-PERIODOS
           OPEN INPUT FICHEIRO-PERIODOS
           IF WS-PERIODOS-STATUS = '00' OR
               WS-PERIODOS-STATUS = '05'
               PERFORM UNTIL EOF-PERIODOS = 'S'
                   READ FICHEIRO-PERIODOS
                       AT END
                           MOVE 'S' TO EOF-PERIODOS
                       NOT AT END
                           IF PER-MES IS NUMERIC AND
                               PER-MES = WS-MES-ATUAL AND
                               PER-ESTADO = 'FECHADO'
                               MOVE 'S' TO WS-PERIODO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERIODOS
           END-IF.

       VERIFICA-LOCK-F3.
           MOVE 'N' TO WS-F3-BLOQUEADO
           OPEN INPUT FICHEIRO-LOCK-F3
           IF WS-LOCK-F3-STATUS = '00'
               READ FICHEIRO-LOCK-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-F3-BLOQUEADO
                       MOVE LCK-OPERADOR TO WS-LOCK-F3-DONO
               END-READ
               CLOSE FICHEIRO-LOCK-F3
           END-IF.

       CRIAR-LOCK-F3.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN OUTPUT FICHEIRO-LOCK-F3
           MOVE SPACES TO LINHA-LOCK-F3
           MOVE WS-OPERADOR TO LCK-OPERADOR
           MOVE WS-DATA TO LCK-DATA
           MOVE WS-HORA TO LCK-HORA
           WRITE LINHA-LOCK-F3
           CLOSE FICHEIRO-LOCK-F3.

       REMOVER-LOCK-F3.
           OPEN OUTPUT FICHEIRO-LOCK-F3
           CLOSE FICHEIRO-LOCK-F3.

       PROXIMO-RUN-F3.
           MOVE 0 TO WS-RUN-F3
           OPEN INPUT FICHEIRO-RUN-F3
           IF WS-RUN-F3-STATUS = '00' OR WS-RUN-F3-STATUS = '05'
               READ FICHEIRO-RUN-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RUN-F3 TO WS-RUN-F3
               END-READ
               CLOSE FICHEIRO-RUN-F3
           END-IF
           ADD 1 TO WS-RUN-F3
           OPEN OUTPUT FICHEIRO-RUN-F3
           MOVE WS-RUN-F3 TO LINHA-RUN-F3
           WRITE LINHA-RUN-F3
           CLOSE FICHEIRO-RUN-F3.

       ESCREVE-LOG-F3.
      * Entrada no log no formato exato do Exercicio3, com as
      * marcas RAZAO= e RUN= nas mesmas colunas
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " LINHAS=" WS-LINHAS-F3
               " RAZAO=" WS-RAZAO-F3
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

       END PROGRAM DEBITA-CARTEIRA.
