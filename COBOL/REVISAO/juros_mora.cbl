      ******************************************************************
      * Author:
      * Date:
      * Purpose: Juros de mora sobre prestacoes em atraso: a corrida
      *          mensal percorre prestacoes.txt e calcula, para cada
      *          prestacao vencida ha mais dias do que a carencia, os
      *          juros do mes sobre o valor ainda em divida, a taxa
      *          anual, dias de carencia e valor minimo lidos de
      *          parametros.txt (JUROS-TAXA-ANUAL em centesimas de
      *          ponto percentual, JUROS-DIAS-CARENCIA e
      *          JUROS-MINIMO em centimos); os juros de cada aluno
      *          entram em ficheiro3.txt com a razao propria JURO e
      *          como prestacao 60+mes, para o extrato e os
      *          pagamentos, e o detalhe fica em juros.txt, que
      *          impede o mesmo mes de ser cobrado duas vezes; um
      *          supervisor (nivel D em perfis.txt) pode perdoar os
      *          juros de um mes com motivo obrigatorio, o que lanca
      *          o estorno JURO negativo e anula o que faltava pagar;
      *          os juros de cada aluno levam a chave unica aluno +
      *          mes (CHAVE-LANCAMENTO), e a corrida repetida depois
      *          de uma falha completa o que faltou sem lancar outra
      *          vez o que ja tinha entrado em ficheiro3.txt; o
      *          credito que os alunos tenham em creditos.txt e
      *          usado logo nas prestacoes de juros (USA-CREDITOS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUROS-MORA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-JUROS ASSIGN TO 'juros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUROS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-PERFIS ASSIGN TO 'perfis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
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
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-JUROS.
       01 LINHA-JURO.
         05 JUR-MES         PIC 9(6).
         05 FILLER          PIC X.
         05 JUR-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 JUR-SEQ         PIC 9(2).
         05 FILLER          PIC X.
         05 JUR-DIAS        PIC 9(3).
         05 FILLER          PIC X.
         05 JUR-BASE        PIC 9(7)V99.
         05 FILLER          PIC X.
         05 JUR-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 JUR-SEQ-JURO    PIC 9(2).
         05 FILLER          PIC X.
         05 JUR-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 JUR-RUN         PIC 9(4).
         05 FILLER          PIC X.
         05 JUR-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 JUR-OPERADOR    PIC X(8).
         05 FILLER          PIC X.
         05 JUR-MOTIVO      PIC X(30).
         05 FILLER          PIC X.
         05 JUR-SUPERVISOR  PIC X(8).
         05 FILLER          PIC X.
         05 JUR-DATA-PERDAO PIC 9(8).
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
       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
         05 PRF-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 PRF-PROGRAMA PIC X(22).
         05 FILLER       PIC X.
         05 PRF-NIVEL    PIC X.
       FD FICHEIRO-NOTAS.
       01 NOTAS-REC.
         05 REC-NUMERO PIC 9(5).
         05 REC-NOME   PIC X(20).
         05 REC-TURMA  PIC X(6).
         05 REC-NOTA   PIC S9(2)V9.
         05 REC-NOTA-TESTE   PIC S9(2)V9.
         05 REC-NOTA-PRATICA PIC S9(2)V9.
         05 REC-NOTA-TRAB    PIC S9(2)V9.
         05 REC-PESO-TESTE   PIC 9(3).
         05 REC-PESO-PRATICA PIC 9(3).
         05 REC-PESO-TRAB    PIC 9(3).
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
         05 TRN-LANCAMENTO PIC X(6).
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
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X(64).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-JUROS-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-PERFIS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-JUROS PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-PERFIS PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-ANO-MES PIC 9(6).
       01 WS-MES-DO-ANO PIC 9(2).
       01 WS-DATA-INI PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).
       01 WS-DATA-SEGUINTE PIC 9(8).
       01 WS-CONFIRMA PIC X.
       01 WS-MOTIVO PIC X(30).
       01 WS-NIVEL-D PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
      * Regras do regulamento de propinas (parametros.txt)
       01 WS-TAXA-ANUAL PIC 9(5) VALUE 400.
       01 WS-DIAS-CARENCIA PIC 9(5) VALUE 30.
       01 WS-JURO-MINIMO PIC 9(7)V99 VALUE 1.
       01 WS-TAXA-ED PIC Z9.99.
      * Contagem de dias em inteiros de calendario: os juros do mes
      * correm do fim do mes anterior (ou do vencimento, no mes em
      * que a carencia se esgota) ate ao ultimo dia do mes
       01 WS-INT-FIM PIC S9(7).
       01 WS-INT-ANTERIOR PIC S9(7).
       01 WS-INT-VENC PIC S9(7).
       01 WS-INT-INICIO PIC S9(7).
       01 WS-ATRASO PIC S9(7).
       01 WS-DIAS-JURO PIC S9(5).
       01 WS-BASE PIC 9(7)V99.
       01 WS-JURO PIC 9(7)V99.
       01 WS-SEQ-JURO PIC 9(2).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-TOTAL-ED PIC Z(6)9.99.
       01 WS-TOTAL-MES PIC 9(7)V99.
       01 WS-FALTA PIC 9(7)V99.
       01 WS-A-LANCAR PIC 9(4).
       01 WS-LANCADOS PIC 9(4).
       01 WS-ACHADO PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 N PIC 9(4).
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e do registo de pagamentos)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-LOCK-F3-DESDE PIC X(15).
       01 WS-RUN-F3 PIC 9(4).
       01 WS-LINHAS-F3 PIC 9(3).
      * Chave unica dos juros (modulo CHAVE-LANCAMENTO): aluno e
      * primeiro dia do mes dos juros
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'JUROS-MORA'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
       01 WS-ESCRITAS-F3 PIC 9(4).
       01 WS-A-RETOMAR PIC 9(4).
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
       01 WS-POLO-F3 PIC X(2).
      * Juros ja lancados (juros.txt inteiro, para regravar o
      * perdao e para nunca cobrar o mesmo mes duas vezes)
       01 WS-TOTAL-JUR PIC 9(4) VALUE 0.
       01 WS-JUR-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-JUROS.
         05 WS-JUR-LINHA PIC X(124) OCCURS 3000 TIMES.
      * Juros calculados nesta corrida, por prestacao
       01 WS-TOTAL-CAL PIC 9(4) VALUE 0.
       01 WS-TABELA-CALCULO.
         05 WS-CAL OCCURS 500 TIMES.
           10 WS-CAL-NUMERO PIC 9(5).
           10 WS-CAL-SEQ    PIC 9(2).
           10 WS-CAL-DIAS   PIC 9(3).
           10 WS-CAL-BASE   PIC 9(7)V99.
           10 WS-CAL-VALOR  PIC 9(7)V99.
      * Total de juros por aluno nesta corrida
       01 WS-TOTAL-ALU PIC 9(4) VALUE 0.
       01 WS-TABELA-ALUNOS.
         05 WS-ALU OCCURS 500 TIMES.
           10 WS-ALU-NUMERO PIC 9(5).
           10 WS-ALU-VALOR  PIC 9(7)V99.
           10 WS-ALU-ESTADO PIC X(13).
      * Prestacoes (mesma tabela do registo de pagamentos)
       01 WS-TOTAL-PRS PIC 9(4) VALUE 0.
       01 WS-PRS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PRS.
         05 WS-PRS OCCURS 500 TIMES.
           10 WS-PRS-NUMERO    PIC 9(5).
           10 WS-PRS-SEQ       PIC 9(2).
           10 WS-PRS-DATA-VENC PIC 9(8).
           10 WS-PRS-VALOR     PIC 9(7)V99.
           10 WS-PRS-PAGO      PIC 9(7)V99.
           10 WS-PRS-ESTADO    PIC X(9).
      * Uso do credito dos alunos nas prestacoes geradas
       01 WS-CRED-ALUNO PIC 9(5) VALUE 0.
       01 WS-CRED-USADO PIC 9(8)V99.
       01 WS-CRED-ALUNOS PIC 9(3).
       01 WS-CRED-USADO-ED PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "JUROS DE MORA"
               DISPLAY "1 - CALCULAR E LANCAR JUROS DE UM MES"
               DISPLAY "2 - JUROS DE UM ALUNO"
               DISPLAY "3 - PERDOAR JUROS (SUPERVISOR)"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM JUROS-DO-MES
                   WHEN 2
                       PERFORM JUROS-DO-ALUNO
                   WHEN 3
                       PERFORM PERDOAR-JUROS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
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

       LE-PARAMETRO.
      * Le um valor de parametros.txt (mantido pelo programa de
      * parametros); sem ficheiro ou sem a chave fica o valor por
      * omissao ja carregado em WS-PARAMETRO-VALOR
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           IF PAR-CHAVE = WS-PARAMETRO-CHAVE AND
                               PAR-VALOR IS NUMERIC
                               MOVE PAR-VALOR
                                   TO WS-PARAMETRO-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF.

       LE-REGRAS-JUROS.
           MOVE 'JUROS-TAXA-ANUAL' TO WS-PARAMETRO-CHAVE
           MOVE 400 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-TAXA-ANUAL
           MOVE 'JUROS-DIAS-CARENCIA' TO WS-PARAMETRO-CHAVE
           MOVE 30 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-DIAS-CARENCIA
           MOVE 'JUROS-MINIMO' TO WS-PARAMETRO-CHAVE
           MOVE 100 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           COMPUTE WS-JURO-MINIMO = WS-PARAMETRO-VALOR / 100.

       LE-NIVEL-D.
           MOVE 'S' TO WS-NIVEL-D
           MOVE 'N' TO EOF-PERFIS
           OPEN INPUT FICHEIRO-PERFIS
           IF WS-PERFIS-STATUS = '00'
               MOVE 'N' TO WS-NIVEL-D
               PERFORM UNTIL EOF-PERFIS = 'S'
                   READ FICHEIRO-PERFIS
                       AT END
                           MOVE 'S' TO EOF-PERFIS
                       NOT AT END
                           IF FUNCTION UPPER-CASE(PRF-OPERADOR) =
                               FUNCTION UPPER-CASE(WS-OPERADOR)
                               AND (PRF-PROGRAMA = 'JUROS-MORA'
                                   OR PRF-PROGRAMA(1 : 1) = '*')
                               AND PRF-NIVEL = 'D'
                               MOVE 'S' TO WS-NIVEL-D
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERFIS
           ELSE
               IF WS-PERFIS-STATUS = '05'
                   CLOSE FICHEIRO-PERFIS
               END-IF
           END-IF.

       CARREGA-JUROS.
           MOVE 0 TO WS-TOTAL-JUR
           MOVE 'N' TO WS-JUR-CHEIA
           MOVE 'N' TO EOF-JUROS
           OPEN INPUT FICHEIRO-JUROS
           IF WS-JUROS-STATUS = '00' OR WS-JUROS-STATUS = '05'
               PERFORM UNTIL EOF-JUROS = 'S'
                   READ FICHEIRO-JUROS
                       AT END
                           MOVE 'S' TO EOF-JUROS
                       NOT AT END
                           IF JUR-MES IS NUMERIC AND
                               WS-TOTAL-JUR < 3000
                               ADD 1 TO WS-TOTAL-JUR
                               MOVE LINHA-JURO
                                   TO WS-JUR-LINHA(WS-TOTAL-JUR)
                           ELSE
                               IF JUR-MES IS NUMERIC
                                   MOVE 'S' TO WS-JUR-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-JUROS
           END-IF
           IF WS-JUR-CHEIA = 'S'
               DISPLAY "AVISO: juros.txt excede a tabela de"
                   " 3000 registos; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-JUROS.
           OPEN OUTPUT FICHEIRO-JUROS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
               MOVE WS-JUR-LINHA(K) TO LINHA-JURO
               WRITE LINHA-JURO
           END-PERFORM
           CLOSE FICHEIRO-JUROS.

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
                   " 500 registos; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
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

       PEDE-MES.
           DISPLAY "MES (AAAAMM): " WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           COMPUTE WS-ANO-MES = FUNCTION NUMVAL(WS-MES-TEXTO)
           MOVE WS-ANO-MES(5 : 2) TO WS-MES-DO-ANO.

      ******************************************************************
      * Corrida mensal
      ******************************************************************
       JUROS-DO-MES.
      * So um mes ja terminado: os juros contam ate ao ultimo dia
      * do mes, e um aluno com o mes em juros.txt nunca e cobrado
      * outra vez, mesmo que a corrida se repita
           PERFORM PEDE-MES
           IF WS-ANO-MES < 200001 OR WS-MES-DO-ANO < 1 OR
               WS-MES-DO-ANO > 12
               DISPLAY "Mes invalido, nada calculado"
           ELSE
               COMPUTE WS-DATA-INI = WS-ANO-MES * 100 + 1
               IF WS-MES-DO-ANO = 12
                   COMPUTE WS-DATA-SEGUINTE =
                       (WS-ANO-MES / 100 + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-SEGUINTE = WS-DATA-INI + 100
               END-IF
               COMPUTE WS-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1
               COMPUTE WS-INT-ANTERIOR =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI) - 1
               COMPUTE WS-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FIM)
               COMPUTE WS-SEQ-JURO = 60 + WS-MES-DO-ANO
               IF WS-DATA-FIM >= WS-DATA
                   DISPLAY "O mes " WS-ANO-MES " ainda nao terminou;"
                       " os juros calculam-se depois do dia "
                       WS-DATA-FIM
               ELSE
                   PERFORM LE-REGRAS-JUROS
                   PERFORM CARREGA-PRESTACOES
                   PERFORM CARREGA-JUROS
                   IF WS-PRS-CHEIA = 'S' OR WS-JUR-CHEIA = 'S'
                       DISPLAY "Nada calculado"
                   ELSE
                       PERFORM CALCULA-JUROS-DO-MES
                       PERFORM CLASSIFICA-ALUNOS
                       PERFORM MOSTRA-PREVISAO
                       IF WS-A-LANCAR > 0 OR WS-A-RETOMAR > 0
                           PERFORM CONFIRMA-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CALCULA-JUROS-DO-MES.
      * Os juros nao vencem juros: as prestacoes de juros (61 a 72)
      * ficam de fora, como as pagas, anuladas e renegociadas
           MOVE 0 TO WS-TOTAL-CAL
           MOVE 0 TO WS-TOTAL-ALU
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               IF WS-PRS-ESTADO(I) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(I) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(I) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(I) NOT = 'INCOBRAV' AND
                   (WS-PRS-SEQ(I) < 61 OR WS-PRS-SEQ(I) > 72) AND
                   WS-PRS-VALOR(I) > WS-PRS-PAGO(I) AND
                   FUNCTION TEST-DATE-YYYYMMDD(WS-PRS-DATA-VENC(I))
                       = 0
                   PERFORM CALCULA-JURO-PRESTACAO
               END-IF
           END-PERFORM.

       CALCULA-JURO-PRESTACAO.
           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(WS-PRS-DATA-VENC(I))
           COMPUTE WS-ATRASO = WS-INT-FIM - WS-INT-VENC
           IF WS-ATRASO > WS-DIAS-CARENCIA
               IF WS-INT-ANTERIOR - WS-INT-VENC > WS-DIAS-CARENCIA
                   MOVE WS-INT-ANTERIOR TO WS-INT-INICIO
               ELSE
                   MOVE WS-INT-VENC TO WS-INT-INICIO
               END-IF
               COMPUTE WS-DIAS-JURO = WS-INT-FIM - WS-INT-INICIO
               COMPUTE WS-BASE = WS-PRS-VALOR(I) - WS-PRS-PAGO(I)
               COMPUTE WS-JURO ROUNDED =
                   WS-BASE * WS-TAXA-ANUAL * WS-DIAS-JURO / 3650000
               IF WS-JURO > 0 AND WS-TOTAL-CAL < 500
                   ADD 1 TO WS-TOTAL-CAL
                   MOVE WS-PRS-NUMERO(I)
                       TO WS-CAL-NUMERO(WS-TOTAL-CAL)
                   MOVE WS-PRS-SEQ(I) TO WS-CAL-SEQ(WS-TOTAL-CAL)
                   MOVE WS-DIAS-JURO TO WS-CAL-DIAS(WS-TOTAL-CAL)
                   MOVE WS-BASE TO WS-CAL-BASE(WS-TOTAL-CAL)
                   MOVE WS-JURO TO WS-CAL-VALOR(WS-TOTAL-CAL)
                   PERFORM SOMA-JURO-ALUNO
               END-IF
           END-IF.

       SOMA-JURO-ALUNO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALU
               IF WS-ALU-NUMERO(J) = WS-PRS-NUMERO(I)
                   MOVE J TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               ADD 1 TO WS-TOTAL-ALU
               MOVE WS-TOTAL-ALU TO WS-ACHADO
               MOVE WS-PRS-NUMERO(I) TO WS-ALU-NUMERO(WS-ACHADO)
               MOVE 0 TO WS-ALU-VALOR(WS-ACHADO)
               MOVE SPACES TO WS-ALU-ESTADO(WS-ACHADO)
           END-IF
           ADD WS-JURO TO WS-ALU-VALOR(WS-ACHADO).

       CLASSIFICA-ALUNOS.
      * JA LANCADO: o mes ja esta em juros.txt para o aluno;
      * ABAIXO MINIMO: o total do mes nao chega ao minimo;
      * SEQ OCUPADA: o aluno ja tem uma prestacao com o numero
      * reservado aos juros deste mes; RETOMAR: essa prestacao e o
      * movimento com a chave do mes sao de uma corrida que parou
      * antes do detalhe em juros.txt, e so falta o detalhe
           MOVE 0 TO WS-A-LANCAR
           MOVE 0 TO WS-A-RETOMAR
           MOVE 0 TO WS-TOTAL-MES
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALU
               MOVE 'LANCAR' TO WS-ALU-ESTADO(J)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
                   MOVE WS-JUR-LINHA(K) TO LINHA-JURO
                   IF JUR-MES = WS-ANO-MES AND
                       JUR-NUMERO = WS-ALU-NUMERO(J)
                       MOVE 'JA LANCADO' TO WS-ALU-ESTADO(J)
                   END-IF
               END-PERFORM
               IF WS-ALU-ESTADO(J) = 'LANCAR' AND
                   WS-ALU-VALOR(J) < WS-JURO-MINIMO
                   MOVE 'ABAIXO MINIMO' TO WS-ALU-ESTADO(J)
               END-IF
               IF WS-ALU-ESTADO(J) = 'LANCAR'
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-PRS
                       IF WS-PRS-NUMERO(K) = WS-ALU-NUMERO(J) AND
                           WS-PRS-SEQ(K) = WS-SEQ-JURO
                           MOVE 'SEQ OCUPADA' TO WS-ALU-ESTADO(J)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ALU-ESTADO(J) = 'SEQ OCUPADA'
                   MOVE WS-ALU-NUMERO(J) TO WS-NUMERO
                   PERFORM PREPARA-CHAVE-JURO
                   MOVE 'C' TO WS-CHAVE-OPERACAO
                   CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
                       WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO
                       WS-CHAVE-DATA LINHA-FICHEIRO
                       WS-CHAVE-RESULTADO
                   IF WS-CHAVE-RESULTADO = 'J'
                       MOVE 'RETOMAR' TO WS-ALU-ESTADO(J)
                       ADD 1 TO WS-A-RETOMAR
                   END-IF
               END-IF
               IF WS-ALU-ESTADO(J) = 'LANCAR'
                   ADD 1 TO WS-A-LANCAR
                   ADD WS-ALU-VALOR(J) TO WS-TOTAL-MES
               END-IF
           END-PERFORM.

       MOSTRA-PREVISAO.
           COMPUTE WS-TAXA-ED = WS-TAXA-ANUAL / 100
           DISPLAY "JUROS DE MORA DE " WS-ANO-MES " (TAXA "
               WS-TAXA-ED "%, CARENCIA " WS-DIAS-CARENCIA " DIAS)"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALU
               MOVE WS-ALU-VALOR(J) TO WS-VALOR-ED
               DISPLAY "ALUNO " WS-ALU-NUMERO(J) " " WS-VALOR-ED
                   " " WS-ALU-ESTADO(J)
           END-PERFORM
           MOVE WS-TOTAL-MES TO WS-TOTAL-ED
           IF WS-A-LANCAR = 0
               DISPLAY "Nenhum juro a lancar em " WS-ANO-MES
           ELSE
               DISPLAY WS-A-LANCAR " aluno(s) a lancar, total "
                   WS-TOTAL-ED " EUR"
           END-IF
           IF WS-A-RETOMAR > 0
               DISPLAY WS-A-RETOMAR " aluno(s) ja lancado(s) por"
                   " uma corrida interrompida: falta so o detalhe"
                   " em juros.txt"
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALU
               IF WS-ALU-ESTADO(J) = 'SEQ OCUPADA'
                   DISPLAY "AVISO: aluno " WS-ALU-NUMERO(J)
                       " ja tem a prestacao " WS-SEQ-JURO
                       "; juros nao lancados"
               END-IF
           END-PERFORM.

       CONFIRMA-LANCAMENTO.
           DISPLAY "Lancar os juros de " WS-ANO-MES "? (S/N)"
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Nada lancado"
           ELSE
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
               IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Juros nao lancados"
               ELSE
                   PERFORM LANCA-JUROS-DO-MES
               END-IF
           END-IF.

       LANCA-JUROS-DO-MES.
      * Uma so execucao de ficheiro3 com um lock e um run; cada
      * aluno tem um movimento JURO, uma prestacao 60+mes com
      * vencimento na data da corrida e o detalhe em juros.txt
           MOVE 0 TO WS-LANCADOS
           MOVE 0 TO WS-ESCRITAS-F3
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           OPEN EXTEND FICHEIRO-PRESTACOES
           OPEN EXTEND FICHEIRO-JUROS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALU
               IF WS-ALU-ESTADO(J) = 'LANCAR' OR
                   WS-ALU-ESTADO(J) = 'RETOMAR'
                   PERFORM LANCA-JURO-ALUNO
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-JUROS
           CLOSE FICHEIRO-PRESTACOES
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           MOVE WS-ESCRITAS-F3 TO WS-LINHAS-F3
           MOVE 'JURO' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "juros de mora mes " WS-ANO-MES
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE WS-TOTAL-MES TO WS-TOTAL-ED
           DISPLAY WS-LANCADOS " aluno(s) com juros lancados, total "
               WS-TOTAL-ED " EUR (run " WS-RUN-F3 ")"
           IF WS-LANCADOS > 0
               PERFORM USA-CREDITO-DISPONIVEL
           END-IF.

       USA-CREDITO-DISPONIVEL.
      * O credito que os alunos tenham em creditos.txt vai logo
      * para as prestacoes em aberto, da mais antiga para a frente
           MOVE 0 TO WS-CRED-ALUNO
           CALL 'USA-CREDITOS' USING WS-CRED-ALUNO WS-OPERADOR
               WS-CRED-USADO WS-CRED-ALUNOS
           IF RETURN-CODE = 0 AND WS-CRED-USADO > 0
               MOVE WS-CRED-USADO TO WS-CRED-USADO-ED
               DISPLAY WS-CRED-ALUNOS " aluno(s) com credito usado"
                   " nas prestacoes, " WS-CRED-USADO-ED " EUR"
           END-IF
           MOVE 0 TO RETURN-CODE.

       LANCA-JURO-ALUNO.
           MOVE WS-ALU-NUMERO(J) TO WS-NUMERO
           PERFORM LE-TURMA-ALUNO
           PERFORM DETERMINA-POLO-TURMA
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'JURO' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-ALU-VALOR(J) TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "JUROS ALUNO " WS-NUMERO " MES " WS-ANO-MES
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           PERFORM PREPARA-CHAVE-JURO
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO NOT = 'J'
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
               ADD 1 TO WS-ESCRITAS-F3
           END-IF
           IF WS-ALU-ESTADO(J) NOT = 'RETOMAR'
               MOVE SPACES TO LINHA-PRESTACAO
               MOVE WS-NUMERO TO PRS-NUMERO
               MOVE WS-SEQ-JURO TO PRS-SEQ
               MOVE WS-DATA TO PRS-DATA-VENC
               MOVE WS-ALU-VALOR(J) TO PRS-VALOR
               MOVE 0 TO PRS-PAGO
               MOVE 'ABERTA' TO PRS-ESTADO
               WRITE LINHA-PRESTACAO
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CAL
               IF WS-CAL-NUMERO(K) = WS-NUMERO
                   MOVE SPACES TO LINHA-JURO
                   MOVE WS-ANO-MES TO JUR-MES
                   MOVE WS-NUMERO TO JUR-NUMERO
                   MOVE WS-CAL-SEQ(K) TO JUR-SEQ
                   MOVE WS-CAL-DIAS(K) TO JUR-DIAS
                   MOVE WS-CAL-BASE(K) TO JUR-BASE
                   MOVE WS-CAL-VALOR(K) TO JUR-VALOR
                   MOVE WS-SEQ-JURO TO JUR-SEQ-JURO
                   MOVE 'LANCADO' TO JUR-ESTADO
                   MOVE WS-RUN-F3 TO JUR-RUN
                   MOVE WS-DATA TO JUR-DATA
                   MOVE WS-OPERADOR TO JUR-OPERADOR
                   MOVE 0 TO JUR-DATA-PERDAO
                   WRITE LINHA-JURO
               END-IF
           END-PERFORM
           ADD 1 TO WS-LANCADOS.

       PREPARA-CHAVE-JURO.
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING "ALUNO " WS-NUMERO
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-DATA-INI TO WS-CHAVE-DATA.

      ******************************************************************
      * Consulta
      ******************************************************************
       JUROS-DO-ALUNO.
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           ACCEPT WS-NUM-TEXTO
           MOVE FUNCTION NUMVAL(WS-NUM-TEXTO) TO WS-NUMERO
           PERFORM CARREGA-JUROS
           MOVE 0 TO WS-ACHADO
           MOVE 0 TO WS-TOTAL-MES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
               MOVE WS-JUR-LINHA(K) TO LINHA-JURO
               IF JUR-NUMERO = WS-NUMERO
                   ADD 1 TO WS-ACHADO
                   MOVE JUR-BASE TO WS-TOTAL-ED
                   MOVE JUR-VALOR TO WS-VALOR-ED
                   DISPLAY JUR-MES " PRESTACAO " JUR-SEQ " "
                       JUR-DIAS " DIAS SOBRE " WS-TOTAL-ED " JUROS "
                       WS-VALOR-ED " " JUR-ESTADO
                   IF JUR-ESTADO = 'PERDOADO'
                       DISPLAY "    PERDOADO POR " JUR-SUPERVISOR
                           " EM " JUR-DATA-PERDAO ": " JUR-MOTIVO
                   ELSE
                       ADD JUR-VALOR TO WS-TOTAL-MES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "Aluno " WS-NUMERO " sem juros de mora"
           ELSE
               MOVE WS-TOTAL-MES TO WS-TOTAL-ED
               DISPLAY "TOTAL DE JUROS LANCADOS: " WS-TOTAL-ED
           END-IF.

      ******************************************************************
      * Perdao de juros
      ******************************************************************
       PERDOAR-JUROS.
      * So um supervisor perdoa; juros ja pagos nao se perdoam aqui,
      * devolvem-se com uma nota de credito
           PERFORM LE-NIVEL-D
           IF WS-NIVEL-D = 'N'
               DISPLAY "Perdao de juros reservado a supervisores"
                   " (nivel D)"
           ELSE
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               ACCEPT WS-NUM-TEXTO
               MOVE FUNCTION NUMVAL(WS-NUM-TEXTO) TO WS-NUMERO
               PERFORM PEDE-MES
               PERFORM CARREGA-JUROS
               PERFORM CARREGA-PRESTACOES
               PERFORM PROCURA-JUROS-A-PERDOAR
               EVALUATE TRUE
                   WHEN WS-JUR-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
                       DISPLAY "Nada alterado"
                   WHEN WS-TOTAL-MES = 0
                       DISPLAY "Sem juros lancados para o aluno "
                           WS-NUMERO " em " WS-ANO-MES
                   WHEN N = 0
                       DISPLAY "Prestacao de juros " WS-SEQ-JURO
                           " do aluno nao encontrada"
                   WHEN WS-PRS-PAGO(N) >= WS-PRS-VALOR(N)
                       DISPLAY "Juros ja pagos; devolva-os com uma"
                           " nota de credito"
                   WHEN OTHER
                       PERFORM PEDE-MOTIVO-PERDAO
               END-EVALUATE
           END-IF.

       PROCURA-JUROS-A-PERDOAR.
      * Linhas LANCADO do aluno no mes e a prestacao de juros com
      * o mesmo valor (o numero 60+mes repete-se de ano para ano)
           MOVE 0 TO WS-TOTAL-MES
           MOVE 0 TO WS-SEQ-JURO
           MOVE 0 TO N
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
               MOVE WS-JUR-LINHA(K) TO LINHA-JURO
               IF JUR-MES = WS-ANO-MES AND
                   JUR-NUMERO = WS-NUMERO AND
                   JUR-ESTADO = 'LANCADO'
                   ADD JUR-VALOR TO WS-TOTAL-MES
                   MOVE JUR-SEQ-JURO TO WS-SEQ-JURO
               END-IF
           END-PERFORM
           IF WS-TOTAL-MES > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
                   IF WS-PRS-NUMERO(I) = WS-NUMERO AND
                       WS-PRS-SEQ(I) = WS-SEQ-JURO AND
                       WS-PRS-VALOR(I) = WS-TOTAL-MES AND
                       WS-PRS-ESTADO(I) NOT = 'ANULADA'
                       MOVE I TO N
                   END-IF
               END-PERFORM
           END-IF.

       PEDE-MOTIVO-PERDAO.
           COMPUTE WS-FALTA = WS-PRS-VALOR(N) - WS-PRS-PAGO(N)
           MOVE WS-FALTA TO WS-VALOR-ED
           DISPLAY "Juros em divida: " WS-VALOR-ED
           DISPLAY "MOTIVO DO PERDAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "Motivo obrigatorio, nada perdoado"
           ELSE
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
               IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Perdao nao registado"
               ELSE
                   PERFORM LANCA-PERDAO
               END-IF
           END-IF.

       LANCA-PERDAO.
      * Estorno JURO do que faltava pagar; a prestacao de juros
      * fica anulada, ou paga pelo que ja tinha sido pago
           PERFORM LE-TURMA-ALUNO
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'JURO' TO TRN-CODIGO
           MOVE '-' TO TRN-SINAL
           MOVE WS-FALTA TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "JUROS PERDOADOS ALUNO " WS-NUMERO " MES "
               WS-ANO-MES
               DELIMITED BY SIZE INTO TRN-DESCRICAO
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
           PERFORM REMOVER-LOCK-F3
           MOVE 1 TO WS-LINHAS-F3
           MOVE 'JURO' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "perdao juros aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           IF WS-PRS-PAGO(N) = 0
               MOVE 'ANULADA' TO WS-PRS-ESTADO(N)
           ELSE
               MOVE WS-PRS-PAGO(N) TO WS-PRS-VALOR(N)
               MOVE 'PAGA' TO WS-PRS-ESTADO(N)
           END-IF
           PERFORM GRAVA-PRESTACOES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
               MOVE WS-JUR-LINHA(K) TO LINHA-JURO
               IF JUR-MES = WS-ANO-MES AND
                   JUR-NUMERO = WS-NUMERO AND
                   JUR-ESTADO = 'LANCADO'
                   MOVE 'PERDOADO' TO JUR-ESTADO
                   MOVE WS-MOTIVO TO JUR-MOTIVO
                   MOVE WS-OPERADOR TO JUR-SUPERVISOR
                   MOVE WS-DATA TO JUR-DATA-PERDAO
                   MOVE LINHA-JURO TO WS-JUR-LINHA(K)
               END-IF
           END-PERFORM
           PERFORM GRAVA-JUROS
           MOVE WS-FALTA TO WS-VALOR-ED
           DISPLAY "Juros de " WS-ANO-MES " do aluno " WS-NUMERO
               " perdoados: " WS-VALOR-ED " EUR (run " WS-RUN-F3 ")".

      ******************************************************************
      * Lancamento em ficheiro3 (protocolo do Exercicio3)
      ******************************************************************
       LE-TURMA-ALUNO.
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REC-TURMA TO WS-TURMA-ALUNO
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       DETERMINA-POLO-TURMA.
      * Polo do movimento: o aluno herda o polo da turma no
      * mestre de turmas; sem turma ou sem polo definido vale o
      * polo principal P1, como no Exercicio3
           MOVE 'P1' TO WS-POLO-F3
           IF WS-TURMA-ALUNO NOT = SPACES
               MOVE 'N' TO EOF-TURMAS
               OPEN INPUT FICHEIRO-TURMAS
               IF WS-TURMAS-STATUS = '00' OR
                   WS-TURMAS-STATUS = '05'
                   PERFORM UNTIL EOF-TURMAS = 'S'
                       READ FICHEIRO-TURMAS
                           AT END
                               MOVE 'S' TO EOF-TURMAS
                           NOT AT END
                               IF TUR-CODIGO = WS-TURMA-ALUNO
                                   IF TUR-POLO NOT = SPACES
                                       MOVE TUR-POLO
                                           TO WS-POLO-F3
                                   END-IF
                                   MOVE 'S' TO EOF-TURMAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-TURMAS
               END-IF
           END-IF.

       VERIFICA-PERIODO-ABERTO.
      * Com o fecho do mes gravado em periodos.txt, um mes
      * congelado nao recebe mais lancamentos
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
           END-IF
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY "O mes " WS-MES-ATUAL " esta fechado;"
                   " lance o ajustamento no periodo aberto"
           END-IF.

       VERIFICA-LOCK-F3.
      * Mesmo protocolo de lock do Exercicio3: um ficheiro3.lock
      * com conteudo e outro processo a escrever, e o lancamento e
      * recusado com o dono a vista
           MOVE 'N' TO WS-F3-BLOQUEADO
           OPEN INPUT FICHEIRO-LOCK-F3
           IF WS-LOCK-F3-STATUS = '00'
               READ FICHEIRO-LOCK-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-F3-BLOQUEADO
                       MOVE LCK-OPERADOR TO WS-LOCK-F3-DONO
                       MOVE SPACES TO WS-LOCK-F3-DESDE
                       STRING LCK-DATA "-" LCK-HORA
                           DELIMITED BY SIZE
                           INTO WS-LOCK-F3-DESDE
               END-READ
               CLOSE FICHEIRO-LOCK-F3
           END-IF
           IF WS-F3-BLOQUEADO = 'S'
               DISPLAY "ficheiro3.txt em uso por "
                   WS-LOCK-F3-DONO " desde " WS-LOCK-F3-DESDE
                   ", tente mais tarde"
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

       END PROGRAM JUROS-MORA.
