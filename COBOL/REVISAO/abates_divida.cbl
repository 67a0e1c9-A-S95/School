      ******************************************************************
      * Author:
      * Date:
      * Purpose: Abate de divida incobravel com dupla aprovacao: a
      *          proposta lista as prestacoes por pagar vencidas ha
      *          mais dias do que ABATE-IDADE-DIAS (parametros.txt)
      *          de alunos sem nenhum recibo (recibos.txt) nesse
      *          mesmo prazo, e grava as escolhidas em abates.txt
      *          como PROPOSTO; um segundo operador, diferente de
      *          quem propos e com nivel D em perfis.txt, aprova ou
      *          rejeita com motivo obrigatorio; a aprovacao lanca
      *          em ficheiro3.txt o movimento ABAT negativo do valor
      *          abatido, para a exportacao contabilistica e o fecho
      *          do mes baterem, e a prestacao passa a INCOBRAV, o
      *          que a tira da antiguidade de saldos, das cartas de
      *          cobranca e das restantes cobrancas; a divida
      *          abatida continua no relatorio proprio
      *          (divida-abatida.txt) e, se a familia vier a pagar,
      *          e reposta com o movimento ABAT positivo antes do
      *          pagamento normal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABATES-DIVIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ABATES ASSIGN TO 'abates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABATES-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT OPTIONAL FICHEIRO-PERFIS ASSIGN TO 'perfis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIS-STATUS.
           SELECT FICHEIRO-RELATORIO ASSIGN TO 'divida-abatida.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
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
       FD FICHEIRO-ABATES.
       01 LINHA-ABATE.
         05 ABT-PROPOSTA      PIC 9(5).
         05 FILLER            PIC X.
         05 ABT-ALUNO         PIC 9(5).
         05 FILLER            PIC X.
         05 ABT-SEQ           PIC 9(2).
         05 FILLER            PIC X.
         05 ABT-DATA-VENC     PIC 9(8).
         05 FILLER            PIC X.
         05 ABT-VALOR         PIC 9(7)V99.
         05 FILLER            PIC X.
         05 ABT-ESTADO        PIC X(9).
         05 FILLER            PIC X.
         05 ABT-PROPONENTE    PIC X(8).
         05 FILLER            PIC X.
         05 ABT-DATA-PROPOSTA PIC 9(8).
         05 FILLER            PIC X.
         05 ABT-APROVADOR     PIC X(8).
         05 FILLER            PIC X.
         05 ABT-DATA-DECISAO  PIC 9(8).
         05 FILLER            PIC X.
         05 ABT-MOTIVO        PIC X(30).
         05 FILLER            PIC X.
         05 ABT-RUN           PIC 9(4).
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
       FD FICHEIRO-RECIBOS.
       01 LINHA-RECIBO.
         05 RCB-NUMERO   PIC 9(6).
         05 FILLER       PIC X.
         05 RCB-DATA     PIC 9(8).
         05 RCB-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 RCB-ALUNO    PIC 9(5).
         05 FILLER       PIC X.
         05 RCB-VALOR    PIC 9(7)V99.
         05 FILLER       PIC X.
         05 RCB-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 RCB-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 RCB-ORIGEM   PIC X(4).
       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
         05 PRF-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 PRF-PROGRAMA PIC X(22).
         05 FILLER       PIC X.
         05 PRF-NIVEL    PIC X.
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
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
       01 WS-ABATES-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-PERFIS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-ABATES PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-RECIBOS PIC X.
       01 EOF-PERFIS PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-HOJE-INT PIC S9(7).
       01 WS-DATA-LIMITE PIC 9(8).
       01 WS-IDADE-DIAS PIC 9(5) VALUE 730.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-SEQ-TEXTO PIC X(2).
       01 WS-SEQ PIC 9(2).
       01 WS-PROPOSTA-TEXTO PIC X(5).
       01 WS-PROPOSTA PIC 9(5).
       01 WS-PROPONENTE PIC X(8).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-CONFIRMA PIC X.
       01 WS-TODAS PIC X.
       01 WS-DECISAO PIC X.
       01 WS-MOTIVO PIC X(30).
       01 WS-NIVEL-D PIC X.
       01 WS-FALTA PIC 9(7)V99.
       01 WS-TOTAL-ABATER PIC 9(8)V99.
       01 WS-TOTAL-ABATIDO PIC 9(8)V99.
       01 WS-TOTAL-REPOSTO PIC 9(8)V99.
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-TOTAL-ED PIC Z(7)9.99.
       01 WS-ULTIMO-RECIBO PIC 9(8).
       01 WS-PROPOSTAS PIC 9(4).
       01 WS-APROVADAS PIC 9(4).
       01 WS-ALTERADAS PIC 9(4).
       01 WS-LINHAS-REL PIC 9(4).
       01 WS-ACHADO PIC 9(4).
       01 WS-PRS-ACHADA PIC 9(4).
       01 C PIC 9(4).
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 P PIC 9(4).
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e do registo de pagamentos)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-LOCK-F3-DESDE PIC X(15).
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
       01 WS-POLO-F3 PIC X(2).
      * abates.txt inteiro, para a decisao regravar o estado
       01 WS-TOTAL-ABT PIC 9(4) VALUE 0.
       01 WS-ABT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ABATES.
         05 WS-ABT-LINHA PIC X(116) OCCURS 2000 TIMES.
      * Ultimo recibo de cada aluno
       01 WS-TOTAL-RCB PIC 9(4) VALUE 0.
       01 WS-TABELA-RECIBOS.
         05 WS-RCB OCCURS 2000 TIMES.
           10 WS-RCB-ALUNO PIC 9(5).
           10 WS-RCB-DATA  PIC 9(8).
      * Prestacoes candidatas ao abate (indice em WS-PRS)
       01 WS-TOTAL-CAND PIC 9(4) VALUE 0.
       01 WS-TABELA-CANDIDATAS.
         05 WS-CAND OCCURS 500 TIMES.
           10 WS-CAND-PRS     PIC 9(4).
           10 WS-CAND-INCLUIR PIC X.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "ABATE DE DIVIDA INCOBRAVEL"
               DISPLAY "1 - PROPOR ABATES"
               DISPLAY "2 - DECIDIR PROPOSTA (SEGUNDO OPERADOR)"
               DISPLAY "3 - RELATORIO DA DIVIDA ABATIDA"
               DISPLAY "4 - REPOR DIVIDA ABATIDA (FAMILIA VAI PAGAR)"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA)
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM PROPOR-ABATES
                   WHEN 2
                       PERFORM DECIDIR-PROPOSTA
                   WHEN 3
                       PERFORM RELATORIO-ABATIDA
                   WHEN 4
                       PERFORM REPOR-ABATIDA
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
                               AND (PRF-PROGRAMA = 'ABATES-DIVIDA'
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

       CARREGA-ABATES.
           MOVE 0 TO WS-TOTAL-ABT
           MOVE 'N' TO WS-ABT-CHEIA
           MOVE 'N' TO EOF-ABATES
           OPEN INPUT FICHEIRO-ABATES
           IF WS-ABATES-STATUS = '00' OR WS-ABATES-STATUS = '05'
               PERFORM UNTIL EOF-ABATES = 'S'
                   READ FICHEIRO-ABATES
                       AT END
                           MOVE 'S' TO EOF-ABATES
                       NOT AT END
                           IF ABT-PROPOSTA IS NUMERIC AND
                               WS-TOTAL-ABT < 2000
                               ADD 1 TO WS-TOTAL-ABT
                               MOVE LINHA-ABATE
                                   TO WS-ABT-LINHA(WS-TOTAL-ABT)
                           ELSE
                               IF ABT-PROPOSTA IS NUMERIC
                                   MOVE 'S' TO WS-ABT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ABATES
           END-IF
           IF WS-ABT-CHEIA = 'S'
               DISPLAY "AVISO: abates.txt excede a tabela de"
                   " 2000 registos; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-ABATES.
           OPEN OUTPUT FICHEIRO-ABATES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               WRITE LINHA-ABATE
           END-PERFORM
           CLOSE FICHEIRO-ABATES.

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

       CARREGA-RECIBOS.
      * Data do ultimo recibo de cada aluno: qualquer pagamento
      * (balcao, debito direto, Multibanco) conta como atividade
           MOVE 0 TO WS-TOTAL-RCB
           MOVE 'N' TO EOF-RECIBOS
           OPEN INPUT FICHEIRO-RECIBOS
           IF WS-RECIBOS-STATUS = '00' OR WS-RECIBOS-STATUS = '05'
               PERFORM UNTIL EOF-RECIBOS = 'S'
                   READ FICHEIRO-RECIBOS
                       AT END
                           MOVE 'S' TO EOF-RECIBOS
                       NOT AT END
                           IF RCB-ALUNO IS NUMERIC AND
                               RCB-DATA IS NUMERIC
                               PERFORM GUARDA-RECIBO-LIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RECIBOS
           END-IF.

       GUARDA-RECIBO-LIDO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RCB
               IF WS-RCB-ALUNO(K) = RCB-ALUNO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               IF WS-TOTAL-RCB < 2000
                   ADD 1 TO WS-TOTAL-RCB
                   MOVE RCB-ALUNO TO WS-RCB-ALUNO(WS-TOTAL-RCB)
                   MOVE RCB-DATA TO WS-RCB-DATA(WS-TOTAL-RCB)
               END-IF
           ELSE
               IF RCB-DATA > WS-RCB-DATA(WS-ACHADO)
                   MOVE RCB-DATA TO WS-RCB-DATA(WS-ACHADO)
               END-IF
           END-IF.

      ******************************************************************
      * Proposta
      ******************************************************************
       PROPOR-ABATES.
           MOVE 'ABATE-IDADE-DIAS' TO WS-PARAMETRO-CHAVE
           MOVE 730 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-IDADE-DIAS
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-HOJE-INT - WS-IDADE-DIAS)
           PERFORM CARREGA-ABATES
           PERFORM CARREGA-PRESTACOES
           PERFORM CARREGA-RECIBOS
           DISPLAY "Prestacoes vencidas antes de " WS-DATA-LIMITE
               " sem recibos do aluno desde entao"
           MOVE 0 TO WS-TOTAL-CAND
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-PRS
               PERFORM AVALIA-CANDIDATA
           END-PERFORM
           IF WS-TOTAL-CAND = 0
               DISPLAY "Nenhuma prestacao para propor"
           ELSE
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
                   MOVE WS-CAND-PRS(C) TO P
                   COMPUTE WS-FALTA = WS-PRS-VALOR(P) - WS-PRS-PAGO(P)
                   MOVE WS-FALTA TO WS-VALOR-ED
                   DISPLAY C ") ALUNO " WS-PRS-NUMERO(P) " PREST "
                       WS-PRS-SEQ(P) " VENC " WS-PRS-DATA-VENC(P)
                       " EM DIVIDA " WS-VALOR-ED
               END-PERFORM
               DISPLAY "PROPOR TODAS PARA ABATE? (S/N)"
               ACCEPT WS-TODAS
               MOVE 0 TO WS-PROPOSTAS
               MOVE 0 TO WS-TOTAL-ABATER
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
                   PERFORM DECIDE-CANDIDATA
               END-PERFORM
               IF WS-PROPOSTAS = 0
                   DISPLAY "Nada proposto"
               ELSE
                   PERFORM GRAVA-PROPOSTA
               END-IF
           END-IF.

       AVALIA-CANDIDATA.
      * Em aberto, vencida antes do limite, ainda nao proposta nem
      * abatida, e sem recibo do aluno depois do limite
           IF WS-PRS-ESTADO(P) NOT = 'PAGA' AND
               WS-PRS-ESTADO(P) NOT = 'ANULADA' AND
               WS-PRS-ESTADO(P) NOT = 'RENEGOC' AND
               WS-PRS-ESTADO(P) NOT = 'INCOBRAV' AND
               WS-PRS-VALOR(P) > WS-PRS-PAGO(P) AND
               WS-PRS-DATA-VENC(P) < WS-DATA-LIMITE
               MOVE 0 TO WS-ULTIMO-RECIBO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RCB
                   IF WS-RCB-ALUNO(K) = WS-PRS-NUMERO(P)
                       MOVE WS-RCB-DATA(K) TO WS-ULTIMO-RECIBO
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
                   MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
                   IF ABT-ALUNO = WS-PRS-NUMERO(P) AND
                       ABT-SEQ = WS-PRS-SEQ(P) AND
                       ABT-ESTADO = 'PROPOSTO'
                       MOVE K TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ULTIMO-RECIBO < WS-DATA-LIMITE AND
                   WS-ACHADO = 0 AND WS-TOTAL-CAND < 500
                   ADD 1 TO WS-TOTAL-CAND
                   MOVE P TO WS-CAND-PRS(WS-TOTAL-CAND)
                   MOVE 'N' TO WS-CAND-INCLUIR(WS-TOTAL-CAND)
               END-IF
           END-IF.

       DECIDE-CANDIDATA.
           IF FUNCTION UPPER-CASE(WS-TODAS) = 'S'
               MOVE 'S' TO WS-CAND-INCLUIR(C)
           ELSE
               DISPLAY "PROPOR A " C ")? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   MOVE 'S' TO WS-CAND-INCLUIR(C)
               END-IF
           END-IF
           IF WS-CAND-INCLUIR(C) = 'S'
               MOVE WS-CAND-PRS(C) TO P
               ADD 1 TO WS-PROPOSTAS
               COMPUTE WS-TOTAL-ABATER = WS-TOTAL-ABATER +
                   WS-PRS-VALOR(P) - WS-PRS-PAGO(P)
           END-IF.

       GRAVA-PROPOSTA.
      * A proposta nao mexe na divida: so a aprovacao por outro
      * operador lanca o abate
           MOVE 0 TO WS-PROPOSTA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               IF ABT-PROPOSTA > WS-PROPOSTA
                   MOVE ABT-PROPOSTA TO WS-PROPOSTA
               END-IF
           END-PERFORM
           ADD 1 TO WS-PROPOSTA
           OPEN EXTEND FICHEIRO-ABATES
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
               IF WS-CAND-INCLUIR(C) = 'S'
                   MOVE WS-CAND-PRS(C) TO P
                   MOVE SPACES TO LINHA-ABATE
                   MOVE WS-PROPOSTA TO ABT-PROPOSTA
                   MOVE WS-PRS-NUMERO(P) TO ABT-ALUNO
                   MOVE WS-PRS-SEQ(P) TO ABT-SEQ
                   MOVE WS-PRS-DATA-VENC(P) TO ABT-DATA-VENC
                   COMPUTE ABT-VALOR = WS-PRS-VALOR(P) -
                       WS-PRS-PAGO(P)
                   MOVE 'PROPOSTO' TO ABT-ESTADO
                   MOVE WS-OPERADOR TO ABT-PROPONENTE
                   MOVE WS-DATA TO ABT-DATA-PROPOSTA
                   MOVE 0 TO ABT-DATA-DECISAO
                   MOVE 0 TO ABT-RUN
                   WRITE LINHA-ABATE
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-ABATES
           MOVE WS-TOTAL-ABATER TO WS-TOTAL-ED
           DISPLAY "Proposta " WS-PROPOSTA " gravada: "
               WS-PROPOSTAS " prestacao(oes), " WS-TOTAL-ED
               " EUR; aguarda aprovacao de outro operador".

      ******************************************************************
      * Decisao pelo segundo operador
      ******************************************************************
       DECIDIR-PROPOSTA.
           PERFORM LE-NIVEL-D
           IF WS-NIVEL-D = 'N'
               DISPLAY "Operador " WS-OPERADOR " sem nivel D para"
                   " aprovar abates de divida"
           ELSE
               DISPLAY "NUMERO DA PROPOSTA: " WITH NO ADVANCING
               MOVE SPACES TO WS-PROPOSTA-TEXTO
               ACCEPT WS-PROPOSTA-TEXTO
               COMPUTE WS-PROPOSTA =
                   FUNCTION NUMVAL(WS-PROPOSTA-TEXTO)
               PERFORM CARREGA-ABATES
               PERFORM CARREGA-PRESTACOES
               PERFORM MOSTRA-PROPOSTA
               EVALUATE TRUE
                   WHEN WS-ABT-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
                       DISPLAY "Nada alterado"
                   WHEN WS-PROPOSTAS = 0
                       DISPLAY "Proposta sem linhas por decidir"
                   WHEN WS-OPERADOR = 'N/D'
                       DISPLAY "Operador nao identificado; a"
                           " aprovacao exige sessao iniciada"
                   WHEN FUNCTION UPPER-CASE(WS-OPERADOR) =
                       FUNCTION UPPER-CASE(WS-PROPONENTE)
                       DISPLAY "Quem propos o abate nao o pode"
                           " aprovar; chame outro operador"
                   WHEN OTHER
                       PERFORM PEDE-DECISAO
               END-EVALUATE
           END-IF.

       MOSTRA-PROPOSTA.
           MOVE 0 TO WS-PROPOSTAS
           MOVE 0 TO WS-TOTAL-ABATER
           MOVE SPACES TO WS-PROPONENTE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               IF ABT-PROPOSTA = WS-PROPOSTA AND
                   ABT-ESTADO = 'PROPOSTO'
                   ADD 1 TO WS-PROPOSTAS
                   ADD ABT-VALOR TO WS-TOTAL-ABATER
                   MOVE ABT-PROPONENTE TO WS-PROPONENTE
                   MOVE ABT-VALOR TO WS-VALOR-ED
                   DISPLAY "  ALUNO " ABT-ALUNO " PREST " ABT-SEQ
                       " VENC " ABT-DATA-VENC " " WS-VALOR-ED
               END-IF
           END-PERFORM
           IF WS-PROPOSTAS > 0
               MOVE WS-TOTAL-ABATER TO WS-TOTAL-ED
               DISPLAY "  TOTAL " WS-TOTAL-ED " PROPOSTO POR "
                   WS-PROPONENTE
           END-IF.

       PEDE-DECISAO.
           DISPLAY "(A)PROVAR OU (R)EJEITAR: " WITH NO ADVANCING
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-DECISAO NOT = 'A' AND WS-DECISAO NOT = 'R'
                   DISPLAY "Decisao invalida, nada alterado"
               WHEN WS-MOTIVO = SPACES
                   DISPLAY "Motivo obrigatorio, nada alterado"
               WHEN WS-DECISAO = 'R'
                   PERFORM REJEITA-PROPOSTA
               WHEN OTHER
                   PERFORM VERIFICA-PERIODO-ABERTO
                   IF WS-PERIODO-FECHADO = 'N'
                       PERFORM VERIFICA-LOCK-F3
                   END-IF
                   IF WS-PERIODO-FECHADO = 'S' OR
                       WS-F3-BLOQUEADO = 'S'
                       DISPLAY "Abate nao registado"
                   ELSE
                       PERFORM APROVA-PROPOSTA
                   END-IF
           END-EVALUATE.

       REJEITA-PROPOSTA.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               IF ABT-PROPOSTA = WS-PROPOSTA AND
                   ABT-ESTADO = 'PROPOSTO'
                   MOVE 'REJEITADO' TO ABT-ESTADO
                   PERFORM MARCA-DECISAO
               END-IF
           END-PERFORM
           PERFORM GRAVA-ABATES
           DISPLAY "Proposta " WS-PROPOSTA " rejeitada".

       MARCA-DECISAO.
           MOVE WS-OPERADOR TO ABT-APROVADOR
           MOVE WS-DATA TO ABT-DATA-DECISAO
           MOVE WS-MOTIVO TO ABT-MOTIVO
           MOVE LINHA-ABATE TO WS-ABT-LINHA(K).

       APROVA-PROPOSTA.
      * Cada prestacao so e abatida se ainda estiver em aberto pelo
      * mesmo valor da proposta; um pagamento entretanto recebido
      * deixa a linha REJEITADO para nova proposta. Um movimento
      * ABAT negativo por prestacao abatida
           MOVE 0 TO WS-APROVADAS
           MOVE 0 TO WS-ALTERADAS
           MOVE 0 TO WS-TOTAL-ABATIDO
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           OPEN EXTEND FICHEIRO-3
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               IF ABT-PROPOSTA = WS-PROPOSTA AND
                   ABT-ESTADO = 'PROPOSTO'
                   PERFORM APROVA-LINHA
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           IF WS-APROVADAS > 0
               MOVE WS-APROVADAS TO WS-LINHAS-F3
               MOVE 'ABAT' TO WS-RAZAO-F3
               MOVE SPACES TO WS-COMPLEMENTO-F3
               STRING "abate divida proposta " WS-PROPOSTA
                   DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
               PERFORM ESCREVE-LOG-F3
               PERFORM GRAVA-PRESTACOES
           END-IF
           PERFORM GRAVA-ABATES
           MOVE WS-TOTAL-ABATIDO TO WS-TOTAL-ED
           DISPLAY WS-APROVADAS " prestacao(oes) abatida(s), "
               WS-TOTAL-ED " EUR (run " WS-RUN-F3 ")"
           IF WS-ALTERADAS > 0
               DISPLAY WS-ALTERADAS " prestacao(oes) alterada(s)"
                   " desde a proposta ficam REJEITADO"
           END-IF.

       APROVA-LINHA.
           MOVE 0 TO WS-PRS-ACHADA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(I) = ABT-ALUNO AND
                   WS-PRS-SEQ(I) = ABT-SEQ
                   MOVE I TO WS-PRS-ACHADA
               END-IF
           END-PERFORM
           IF WS-PRS-ACHADA > 0
               MOVE WS-PRS-ACHADA TO I
               IF WS-PRS-ESTADO(I) = 'PAGA' OR
                   WS-PRS-ESTADO(I) = 'ANULADA' OR
                   WS-PRS-ESTADO(I) = 'RENEGOC' OR
                   WS-PRS-ESTADO(I) = 'INCOBRAV' OR
                   WS-PRS-VALOR(I) - WS-PRS-PAGO(I) NOT = ABT-VALOR
                   MOVE 0 TO WS-PRS-ACHADA
               END-IF
           END-IF
           IF WS-PRS-ACHADA = 0
               ADD 1 TO WS-ALTERADAS
               MOVE 'REJEITADO' TO ABT-ESTADO
               PERFORM MARCA-DECISAO
               MOVE 'PRESTACAO ALTERADA' TO ABT-MOTIVO
               MOVE LINHA-ABATE TO WS-ABT-LINHA(K)
           ELSE
               MOVE ABT-ALUNO TO WS-NUMERO
               PERFORM LE-TURMA-ALUNO
               PERFORM DETERMINA-POLO-TURMA
               MOVE SPACES TO LINHA-FICHEIRO
               MOVE 'ABAT' TO TRN-CODIGO
               MOVE '-' TO TRN-SINAL
               MOVE ABT-VALOR TO TRN-VALOR
               MOVE SPACES TO TRN-DESCRICAO
               STRING "ABATE DIVIDA ALUNO " ABT-ALUNO " PREST "
                   ABT-SEQ " PROPOSTA " ABT-PROPOSTA
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
               MOVE 'INCOBRAV' TO WS-PRS-ESTADO(I)
               ADD 1 TO WS-APROVADAS
               ADD ABT-VALOR TO WS-TOTAL-ABATIDO
               MOVE 'APROVADO' TO ABT-ESTADO
               MOVE WS-RUN-F3 TO ABT-RUN
               PERFORM MARCA-DECISAO
           END-IF.

      ******************************************************************
      * Relatorio da divida abatida
      ******************************************************************
       RELATORIO-ABATIDA.
           PERFORM CARREGA-ABATES
           MOVE 0 TO WS-LINHAS-REL
           MOVE 0 TO WS-TOTAL-ABATIDO
           MOVE 0 TO WS-TOTAL-REPOSTO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIVIDA ABATIDA COMO INCOBRAVEL - EMITIDO EM "
               WS-DATA DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROP. ALUNO PR VENCIMENT      VALOR ESTADO    "
               "APROVADO DECISAO  MOTIVO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               IF ABT-ESTADO = 'APROVADO' OR ABT-ESTADO = 'REPOSTO'
                   PERFORM ESCREVE-LINHA-RELATORIO
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-TOTAL-ABATIDO TO WS-TOTAL-ED
           STRING "TOTAL ABATIDO EM DIVIDA: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-TOTAL-REPOSTO TO WS-TOTAL-ED
           STRING "TOTAL JA REPOSTO PARA COBRANCA: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           PERFORM REGISTA-SPOOL
           DISPLAY WS-LINHAS-REL " linha(s) em divida-abatida.txt".

       ESCREVE-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-REL
           IF ABT-ESTADO = 'APROVADO'
               ADD ABT-VALOR TO WS-TOTAL-ABATIDO
           ELSE
               ADD ABT-VALOR TO WS-TOTAL-REPOSTO
           END-IF
           MOVE ABT-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING ABT-PROPOSTA " " ABT-ALUNO " " ABT-SEQ " "
               ABT-DATA-VENC " " WS-VALOR-ED " " ABT-ESTADO " "
               ABT-APROVADOR " " ABT-DATA-DECISAO " " ABT-MOTIVO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'divida-abatida.txt' TO SPL-FICHEIRO
           MOVE 'DIVIDA ABATIDA' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

      ******************************************************************
      * Reposicao quando a familia acaba por pagar
      ******************************************************************
       REPOR-ABATIDA.
      * O abate e estornado com ABAT positivo e a prestacao volta
      * a aberta (ou parcial), para o pagamento seguir o caminho
      * normal do registo de pagamentos
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           DISPLAY "PRESTACAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-SEQ-TEXTO
           ACCEPT WS-SEQ-TEXTO
           COMPUTE WS-SEQ = FUNCTION NUMVAL(WS-SEQ-TEXTO)
           PERFORM CARREGA-ABATES
           PERFORM CARREGA-PRESTACOES
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ABT
               MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
               IF ABT-ALUNO = WS-NUMERO AND ABT-SEQ = WS-SEQ AND
                   ABT-ESTADO = 'APROVADO'
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PRS-ACHADA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(I) = WS-NUMERO AND
                   WS-PRS-SEQ(I) = WS-SEQ AND
                   WS-PRS-ESTADO(I) = 'INCOBRAV'
                   MOVE I TO WS-PRS-ACHADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ABT-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-ACHADO = 0 OR WS-PRS-ACHADA = 0
                   DISPLAY "Prestacao sem abate aprovado"
               WHEN OTHER
                   MOVE WS-ACHADO TO K
                   MOVE WS-ABT-LINHA(K) TO LINHA-ABATE
                   MOVE ABT-VALOR TO WS-VALOR-ED
                   DISPLAY "Repor " WS-VALOR-ED " EUR em divida do"
                       " aluno " WS-NUMERO " prestacao " WS-SEQ
                       "? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                       DISPLAY "Nada alterado"
                   ELSE
                       PERFORM VERIFICA-PERIODO-ABERTO
                       IF WS-PERIODO-FECHADO = 'N'
                           PERFORM VERIFICA-LOCK-F3
                       END-IF
                       IF WS-PERIODO-FECHADO = 'S' OR
                           WS-F3-BLOQUEADO = 'S'
                           DISPLAY "Reposicao nao registada"
                       ELSE
                           PERFORM LANCA-REPOSICAO
                       END-IF
                   END-IF
           END-EVALUATE.

       LANCA-REPOSICAO.
           PERFORM LE-TURMA-ALUNO
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'ABAT' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE ABT-VALOR TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "REPOSICAO DIVIDA ALUNO " WS-NUMERO " PREST "
               WS-SEQ " PROP " ABT-PROPOSTA
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
           MOVE 'ABAT' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "reposicao divida aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE WS-PRS-ACHADA TO I
           IF WS-PRS-PAGO(I) = 0
               MOVE 'ABERTA' TO WS-PRS-ESTADO(I)
           ELSE
               MOVE 'PARCIAL' TO WS-PRS-ESTADO(I)
           END-IF
           PERFORM GRAVA-PRESTACOES
           MOVE 'REPOSTO' TO ABT-ESTADO
           MOVE LINHA-ABATE TO WS-ABT-LINHA(K)
           PERFORM GRAVA-ABATES
           DISPLAY "Divida reposta (run " WS-RUN-F3 "); registe o"
               " pagamento no registo de pagamentos".

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

       END PROGRAM ABATES-DIVIDA.
