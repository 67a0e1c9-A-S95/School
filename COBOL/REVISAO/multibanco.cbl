      ******************************************************************
      * Author:
      * Date:
      * Purpose: Referencias Multibanco por prestacao: cada prestacao
      *          em aberto recebe uma referencia unica (entidade e
      *          subentidade dos parametros MB-ENTIDADE e
      *          MB-SUBENTIDADE, numero sequencial e dois digitos de
      *          controlo que dependem tambem do valor), guardada em
      *          mb-referencias.txt para os extratos e as cartas de
      *          cobranca a imprimirem; a importacao diaria do
      *          ficheiro de pagamentos do banco (mb-pagamentos.txt)
      *          lanca cada pagamento que bate certo com a sua
      *          referencia como um pagamento do balcao (PROP em
      *          ficheiro3.txt, abate na prestacao, recibo do tipo
      *          MB) e manda para a lista de excecoes
      *          (mb-excecoes.txt) as referencias desconhecidas ou
      *          com valor diferente, sem adivinhar o aluno; cada
      *          linha importada fica em mb-movimentos.txt, para a
      *          mesma linha nunca ser lancada duas vezes; cada
      *          pagamento lancado leva a chave unica id do
      *          movimento do banco + data do pagamento
      *          (CHAVE-LANCAMENTO), e a importacao repetida depois
      *          de uma falha nao lanca outra vez o que ja tinha
      *          entrado em ficheiro3.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTIBANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-REFERENCIAS
               ASSIGN TO 'mb-referencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-MB-SEQ
               ASSIGN TO 'mb-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MB-SEQ-STATUS.
           SELECT OPTIONAL FICHEIRO-PAGAMENTOS-MB
               ASSIGN TO 'mb-pagamentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAMENTOS-MB-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'mb-movimentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT FICHEIRO-EXCECOES ASSIGN TO 'mb-excecoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
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
           SELECT OPTIONAL FICHEIRO-RECIBOS-SEQ
               ASSIGN TO 'recibos-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-SEQ-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS
               ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBO-IMP
               ASSIGN TO 'recibos-impressao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBO-IMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-REFERENCIAS.
       01 LINHA-REFERENCIA.
         05 MBR-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 MBR-SEQ         PIC 9(2).
         05 FILLER          PIC X.
         05 MBR-DATA-VENC   PIC 9(8).
         05 FILLER          PIC X.
         05 MBR-ENTIDADE    PIC 9(5).
         05 FILLER          PIC X.
         05 MBR-REFERENCIA  PIC 9(9).
         05 FILLER          PIC X.
         05 MBR-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 MBR-ESTADO      PIC X(8).
         05 FILLER          PIC X.
         05 MBR-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 MBR-RECIBO      PIC 9(6).
       FD FICHEIRO-MB-SEQ.
       01 LINHA-MB-SEQ PIC 9(4).
       FD FICHEIRO-PAGAMENTOS-MB.
       01 LINHA-PAGAMENTO-MB.
         05 MBP-ID          PIC X(20).
         05 FILLER          PIC X.
         05 MBP-ENTIDADE    PIC 9(5).
         05 FILLER          PIC X.
         05 MBP-REFERENCIA  PIC 9(9).
         05 FILLER          PIC X.
         05 MBP-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 MBP-DATA        PIC 9(8).
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MBM-ID          PIC X(20).
         05 FILLER          PIC X.
         05 MBM-DATA-IMP    PIC 9(8).
         05 FILLER          PIC X.
         05 MBM-ENTIDADE    PIC 9(5).
         05 FILLER          PIC X.
         05 MBM-REFERENCIA  PIC 9(9).
         05 FILLER          PIC X.
         05 MBM-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 MBM-DATA-PAG    PIC 9(8).
         05 FILLER          PIC X.
         05 MBM-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 MBM-MOTIVO      PIC X(20).
         05 FILLER          PIC X.
         05 MBM-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 MBM-RECIBO      PIC 9(6).
         05 FILLER          PIC X.
         05 MBM-OPERADOR    PIC X(8).
       FD FICHEIRO-EXCECOES.
       01 LINHA-EXCECAO PIC X(80).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
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
       FD FICHEIRO-RECIBOS-SEQ.
       01 LINHA-RECIBO-SEQ PIC 9(6).
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
       FD FICHEIRO-RECIBO-IMP.
       01 LINHA-RECIBO-IMP PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-REFERENCIAS-STATUS PIC XX.
       01 WS-MB-SEQ-STATUS PIC XX.
       01 WS-PAGAMENTOS-MB-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-RECIBOS-SEQ-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-RECIBO-IMP-STATUS PIC XX.
       01 EOF-REFERENCIAS PIC X.
       01 EOF-PAGAMENTOS-MB PIC X.
       01 EOF-MOVIMENTOS PIC X.
       01 EOF-PRESTACOES PIC X.
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
       01 WS-ID-TEXTO PIC X(20).
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-ENTIDADE PIC 9(5).
       01 WS-SUBENTIDADE PIC 9(5).
      * Calculo da referencia: entidade(5) subentidade(3)
      * numero(4) valor em centimos(8), pesados digito a digito
       01 WS-MB-ID PIC 9(4).
       01 WS-MB-BASE.
         05 WS-BASE-ENTIDADE    PIC 9(5).
         05 WS-BASE-SUBENTIDADE PIC 9(3).
         05 WS-BASE-ID          PIC 9(4).
         05 WS-BASE-CENTIMOS    PIC 9(8).
       01 WS-MB-DIGITOS REDEFINES WS-MB-BASE.
         05 WS-MB-DIGITO PIC 9 OCCURS 20 TIMES.
       01 WS-MB-PESOS-VAL.
         05 FILLER PIC X(40) VALUE
             '5173178938624553155005493481762790093003'.
       01 FILLER REDEFINES WS-MB-PESOS-VAL.
         05 WS-MB-PESO PIC 9(2) OCCURS 20 TIMES.
       01 WS-MB-SOMA PIC 9(6).
       01 WS-MB-CONTROLO PIC 9(2).
       01 WS-MB-REFERENCIA.
         05 WS-REF-SUBENTIDADE PIC 9(3).
         05 WS-REF-ID          PIC 9(4).
         05 WS-REF-CONTROLO    PIC 9(2).
       01 WS-MB-REFERENCIA-NUM REDEFINES WS-MB-REFERENCIA PIC 9(9).
       01 WS-REF-ED PIC 999B999B999.
       01 WS-CENTIMOS PIC 9(9).
       01 WS-FALTA-PRS PIC 9(7)V99.
       01 WS-VALOR-PAGAMENTO PIC 9(7)V99.
       01 WS-RECIBO-NUMERO PIC 9(6).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-GERADAS PIC 9(4).
       01 WS-ANULADAS PIC 9(4).
       01 WS-LANCADOS PIC 9(4).
       01 WS-EXCECOES PIC 9(4).
       01 WS-REPETIDOS PIC 9(4).
       01 WS-RECUPERADOS PIC 9(4).
       01 WS-JA-LANCADOS PIC 9(4).
       01 WS-MOTIVO PIC X(20).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 N PIC 9(4).
       01 WS-ACHADO PIC 9(4).
       01 WS-ESGOTADAS PIC X.
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
      * Chave unica de cada pagamento lancado (id do movimento do
      * banco + data do pagamento), modulo CHAVE-LANCAMENTO
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'MULTIBANCO'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
       01 WS-CHAVE-LINHA PIC X(80).
      * Referencias emitidas
       01 WS-TOTAL-MBR PIC 9(4) VALUE 0.
       01 WS-MBR-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-REFERENCIAS.
         05 WS-MBR OCCURS 1000 TIMES.
           10 WS-MBR-NUMERO     PIC 9(5).
           10 WS-MBR-SEQ        PIC 9(2).
           10 WS-MBR-DATA-VENC  PIC 9(8).
           10 WS-MBR-ENTIDADE   PIC 9(5).
           10 WS-MBR-REFERENCIA PIC 9(9).
           10 WS-MBR-VALOR      PIC 9(7)V99.
           10 WS-MBR-ESTADO     PIC X(8).
           10 WS-MBR-DATA       PIC 9(8).
           10 WS-MBR-RECIBO     PIC 9(6).
      * Linhas do banco ja importadas (para nao repetir) e
      * excecoes por resolver
       01 WS-TOTAL-MOV PIC 9(4) VALUE 0.
       01 WS-MOV-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-MOVIMENTOS.
         05 WS-MOV OCCURS 3000 TIMES.
           10 WS-MOV-ID     PIC X(20).
           10 WS-MOV-LINHA  PIC X(120).
      * Linhas do ficheiro do banco nesta importacao
       01 WS-TOTAL-IMP PIC 9(4) VALUE 0.
       01 WS-TABELA-IMPORTACAO.
         05 WS-IMP OCCURS 500 TIMES.
           10 WS-IMP-ID         PIC X(20).
           10 WS-IMP-ENTIDADE   PIC 9(5).
           10 WS-IMP-REFERENCIA PIC 9(9).
           10 WS-IMP-VALOR      PIC 9(7)V99.
           10 WS-IMP-DATA       PIC 9(8).
           10 WS-IMP-ESTADO     PIC X(9).
           10 WS-IMP-MOTIVO     PIC X(20).
           10 WS-IMP-MBR        PIC 9(4).
           10 WS-IMP-PRS        PIC 9(4).
           10 WS-IMP-RECIBO     PIC 9(6).
           10 WS-IMP-RECUPERADO PIC X.
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
               DISPLAY "REFERENCIAS MULTIBANCO"
               DISPLAY "1 - GERAR REFERENCIAS DAS PRESTACOES"
               DISPLAY "2 - REFERENCIAS DE UM ALUNO"
               DISPLAY "3 - IMPORTAR PAGAMENTOS DO BANCO"
               DISPLAY "4 - LISTAR EXCECOES"
               DISPLAY "5 - DAR EXCECAO POR RESOLVIDA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM GERAR-REFERENCIAS
                   WHEN 2
                       PERFORM REFERENCIAS-DO-ALUNO
                   WHEN 3
                       PERFORM IMPORTAR-PAGAMENTOS
                   WHEN 4
                       PERFORM LISTAR-EXCECOES
                   WHEN 5
                       PERFORM RESOLVER-EXCECAO
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

       LE-ENTIDADE-MB.
           MOVE 'MB-ENTIDADE' TO WS-PARAMETRO-CHAVE
           MOVE 0 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-ENTIDADE
           MOVE 'MB-SUBENTIDADE' TO WS-PARAMETRO-CHAVE
           MOVE 1 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-SUBENTIDADE.

      ******************************************************************
      * Tabelas
      ******************************************************************
       CARREGA-REFERENCIAS.
           MOVE 0 TO WS-TOTAL-MBR
           MOVE 'N' TO WS-MBR-CHEIA
           MOVE 'N' TO EOF-REFERENCIAS
           OPEN INPUT FICHEIRO-REFERENCIAS
           IF WS-REFERENCIAS-STATUS = '00' OR
               WS-REFERENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-REFERENCIAS = 'S'
                   READ FICHEIRO-REFERENCIAS
                       AT END
                           MOVE 'S' TO EOF-REFERENCIAS
                       NOT AT END
                           IF MBR-NUMERO IS NUMERIC
                               IF WS-TOTAL-MBR < 1000
                                   ADD 1 TO WS-TOTAL-MBR
                                   PERFORM GUARDA-REFERENCIA-LIDA
                               ELSE
                                   MOVE 'S' TO WS-MBR-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REFERENCIAS
           END-IF
           IF WS-MBR-CHEIA = 'S'
               DISPLAY "AVISO: mb-referencias.txt excede a tabela"
                   " de 1000 registos; regravacao bloqueada"
           END-IF.

       GUARDA-REFERENCIA-LIDA.
           MOVE MBR-NUMERO TO WS-MBR-NUMERO(WS-TOTAL-MBR)
           MOVE MBR-SEQ TO WS-MBR-SEQ(WS-TOTAL-MBR)
           MOVE MBR-DATA-VENC TO WS-MBR-DATA-VENC(WS-TOTAL-MBR)
           MOVE MBR-ENTIDADE TO WS-MBR-ENTIDADE(WS-TOTAL-MBR)
           MOVE MBR-REFERENCIA TO WS-MBR-REFERENCIA(WS-TOTAL-MBR)
           MOVE MBR-VALOR TO WS-MBR-VALOR(WS-TOTAL-MBR)
           MOVE MBR-ESTADO TO WS-MBR-ESTADO(WS-TOTAL-MBR)
           MOVE MBR-DATA TO WS-MBR-DATA(WS-TOTAL-MBR)
           MOVE MBR-RECIBO TO WS-MBR-RECIBO(WS-TOTAL-MBR).

       GRAVA-REFERENCIAS.
           OPEN OUTPUT FICHEIRO-REFERENCIAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBR
               MOVE SPACES TO LINHA-REFERENCIA
               MOVE WS-MBR-NUMERO(K) TO MBR-NUMERO
               MOVE WS-MBR-SEQ(K) TO MBR-SEQ
               MOVE WS-MBR-DATA-VENC(K) TO MBR-DATA-VENC
               MOVE WS-MBR-ENTIDADE(K) TO MBR-ENTIDADE
               MOVE WS-MBR-REFERENCIA(K) TO MBR-REFERENCIA
               MOVE WS-MBR-VALOR(K) TO MBR-VALOR
               MOVE WS-MBR-ESTADO(K) TO MBR-ESTADO
               MOVE WS-MBR-DATA(K) TO MBR-DATA
               MOVE WS-MBR-RECIBO(K) TO MBR-RECIBO
               WRITE LINHA-REFERENCIA
           END-PERFORM
           CLOSE FICHEIRO-REFERENCIAS.

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

       CARREGA-MOVIMENTOS.
           MOVE 0 TO WS-TOTAL-MOV
           MOVE 'N' TO WS-MOV-CHEIA
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MBM-ID NOT = SPACES
                               IF WS-TOTAL-MOV < 3000
                                   ADD 1 TO WS-TOTAL-MOV
                                   MOVE MBM-ID
                                       TO WS-MOV-ID(WS-TOTAL-MOV)
                                   MOVE LINHA-MOVIMENTO
                                       TO WS-MOV-LINHA(WS-TOTAL-MOV)
                               ELSE
                                   MOVE 'S' TO WS-MOV-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF
           IF WS-MOV-CHEIA = 'S'
               DISPLAY "AVISO: mb-movimentos.txt excede a tabela de"
                   " 3000 registos; arquive o ficheiro antes de"
                   " importar"
           END-IF.

      ******************************************************************
      * Geracao das referencias
      ******************************************************************
       GERAR-REFERENCIAS.
      * Uma referencia ATIVA por prestacao em aberto, pelo valor
      * que falta pagar; se a prestacao foi paga ao balcao ou o
      * valor em falta mudou, a referencia antiga e anulada
           PERFORM LE-ENTIDADE-MB
           PERFORM CARREGA-PRESTACOES
           PERFORM CARREGA-REFERENCIAS
           EVALUATE TRUE
               WHEN WS-ENTIDADE = 0
                   DISPLAY "Defina primeiro o parametro MB-ENTIDADE"
               WHEN WS-SUBENTIDADE > 999
                   DISPLAY "MB-SUBENTIDADE tem no maximo 3 digitos"
               WHEN WS-MBR-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
                   DISPLAY "Nada gerado"
               WHEN OTHER
                   PERFORM GERA-REFERENCIAS-EM-FALTA
           END-EVALUATE.

       GERA-REFERENCIAS-EM-FALTA.
           MOVE 0 TO WS-MB-ID
           OPEN INPUT FICHEIRO-MB-SEQ
           IF WS-MB-SEQ-STATUS = '00' OR WS-MB-SEQ-STATUS = '05'
               READ FICHEIRO-MB-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-MB-SEQ TO WS-MB-ID
               END-READ
               CLOSE FICHEIRO-MB-SEQ
           END-IF
           MOVE 0 TO WS-GERADAS
           MOVE 0 TO WS-ANULADAS
           MOVE 'N' TO WS-ESGOTADAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBR
               IF WS-MBR-ESTADO(K) = 'ATIVA'
                   PERFORM CONFERE-REFERENCIA-ATIVA
               END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-ESTADO(J) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(J) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(J) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(J) NOT = 'INCOBRAV' AND
                   WS-PRS-VALOR(J) > WS-PRS-PAGO(J)
                   PERFORM GARANTE-REFERENCIA
               END-IF
           END-PERFORM
           PERFORM GRAVA-REFERENCIAS
           OPEN OUTPUT FICHEIRO-MB-SEQ
           MOVE WS-MB-ID TO LINHA-MB-SEQ
           WRITE LINHA-MB-SEQ
           CLOSE FICHEIRO-MB-SEQ
           IF WS-ESGOTADAS = 'S'
               DISPLAY "Numeros de referencia esgotados nesta"
                   " subentidade; altere MB-SUBENTIDADE"
           END-IF
           DISPLAY WS-GERADAS " referencia(s) gerada(s), "
               WS-ANULADAS " anulada(s)".

       CONFERE-REFERENCIA-ATIVA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(J) = WS-MBR-NUMERO(K) AND
                   WS-PRS-SEQ(J) = WS-MBR-SEQ(K)
                   MOVE J TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               MOVE 0 TO WS-FALTA-PRS
           ELSE
               IF WS-PRS-ESTADO(WS-ACHADO) = 'PAGA' OR
                   WS-PRS-ESTADO(WS-ACHADO) = 'ANULADA' OR
                   WS-PRS-ESTADO(WS-ACHADO) = 'RENEGOC' OR
                   WS-PRS-ESTADO(WS-ACHADO) = 'INCOBRAV' OR
                   WS-PRS-PAGO(WS-ACHADO) >= WS-PRS-VALOR(WS-ACHADO)
                   MOVE 0 TO WS-FALTA-PRS
               ELSE
                   COMPUTE WS-FALTA-PRS = WS-PRS-VALOR(WS-ACHADO)
                       - WS-PRS-PAGO(WS-ACHADO)
               END-IF
           END-IF
           IF WS-FALTA-PRS NOT = WS-MBR-VALOR(K)
               MOVE 'ANULADA' TO WS-MBR-ESTADO(K)
               MOVE WS-DATA TO WS-MBR-DATA(K)
               ADD 1 TO WS-ANULADAS
           END-IF.

       GARANTE-REFERENCIA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBR
               IF WS-MBR-NUMERO(K) = WS-PRS-NUMERO(J) AND
                   WS-MBR-SEQ(K) = WS-PRS-SEQ(J) AND
                   WS-MBR-ESTADO(K) = 'ATIVA'
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               IF WS-MB-ID >= 9999 OR WS-TOTAL-MBR >= 1000
                   MOVE 'S' TO WS-ESGOTADAS
               ELSE
                   ADD 1 TO WS-MB-ID
                   COMPUTE WS-FALTA-PRS =
                       WS-PRS-VALOR(J) - WS-PRS-PAGO(J)
                   PERFORM CALCULA-REFERENCIA
                   ADD 1 TO WS-TOTAL-MBR
                   MOVE WS-PRS-NUMERO(J)
                       TO WS-MBR-NUMERO(WS-TOTAL-MBR)
                   MOVE WS-PRS-SEQ(J) TO WS-MBR-SEQ(WS-TOTAL-MBR)
                   MOVE WS-PRS-DATA-VENC(J)
                       TO WS-MBR-DATA-VENC(WS-TOTAL-MBR)
                   MOVE WS-ENTIDADE
                       TO WS-MBR-ENTIDADE(WS-TOTAL-MBR)
                   MOVE WS-MB-REFERENCIA-NUM
                       TO WS-MBR-REFERENCIA(WS-TOTAL-MBR)
                   MOVE WS-FALTA-PRS TO WS-MBR-VALOR(WS-TOTAL-MBR)
                   MOVE 'ATIVA' TO WS-MBR-ESTADO(WS-TOTAL-MBR)
                   MOVE WS-DATA TO WS-MBR-DATA(WS-TOTAL-MBR)
                   MOVE 0 TO WS-MBR-RECIBO(WS-TOTAL-MBR)
                   ADD 1 TO WS-GERADAS
               END-IF
           END-IF.

       CALCULA-REFERENCIA.
      * Digitos de controlo: 98 menos o resto por 97 da soma
      * pesada dos 20 digitos de entidade, subentidade, numero e
      * valor; um pagamento de outro valor com a mesma referencia
      * nao passa na validacao do banco
           MOVE WS-ENTIDADE TO WS-BASE-ENTIDADE
           MOVE WS-SUBENTIDADE TO WS-BASE-SUBENTIDADE
           MOVE WS-MB-ID TO WS-BASE-ID
           COMPUTE WS-CENTIMOS = WS-FALTA-PRS * 100
           MOVE WS-CENTIMOS TO WS-BASE-CENTIMOS
           MOVE 0 TO WS-MB-SOMA
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 20
               COMPUTE WS-MB-SOMA = WS-MB-SOMA +
                   WS-MB-DIGITO(N) * WS-MB-PESO(N)
           END-PERFORM
           COMPUTE WS-MB-CONTROLO =
               98 - FUNCTION MOD(WS-MB-SOMA, 97)
           MOVE WS-SUBENTIDADE TO WS-REF-SUBENTIDADE
           MOVE WS-MB-ID TO WS-REF-ID
           MOVE WS-MB-CONTROLO TO WS-REF-CONTROLO.

       REFERENCIAS-DO-ALUNO.
           PERFORM CARREGA-REFERENCIAS
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBR
               IF WS-MBR-NUMERO(K) = WS-NUMERO
                   ADD 1 TO WS-ACHADO
                   MOVE WS-MBR-REFERENCIA(K) TO WS-REF-ED
                   MOVE WS-MBR-VALOR(K) TO WS-VALOR-ED
                   DISPLAY "PREST " WS-MBR-SEQ(K) " VENC "
                       WS-MBR-DATA-VENC(K) " ENT "
                       WS-MBR-ENTIDADE(K) " REF " WS-REF-ED " "
                       WS-VALOR-ED " " WS-MBR-ESTADO(K)
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "Aluno sem referencias"
           END-IF.

      ******************************************************************
      * Importacao do ficheiro de pagamentos do banco
      ******************************************************************
       IMPORTAR-PAGAMENTOS.
           PERFORM LE-ENTIDADE-MB
           PERFORM CARREGA-REFERENCIAS
           PERFORM CARREGA-PRESTACOES
           PERFORM CARREGA-MOVIMENTOS
           IF WS-MBR-CHEIA = 'S' OR WS-PRS-CHEIA = 'S' OR
               WS-MOV-CHEIA = 'S'
               DISPLAY "Importacao nao feita"
           ELSE
               PERFORM LE-FICHEIRO-BANCO
               IF WS-TOTAL-IMP = 0
                   DISPLAY "Nenhum pagamento novo no ficheiro ("
                       WS-REPETIDOS " ja importado(s))"
               ELSE
                   PERFORM LANCA-IMPORTACAO
               END-IF
           END-IF.

       LE-FICHEIRO-BANCO.
           MOVE 0 TO WS-TOTAL-IMP
           MOVE 0 TO WS-REPETIDOS
           MOVE 0 TO WS-LANCADOS
           MOVE 0 TO WS-EXCECOES
           MOVE 0 TO WS-RECUPERADOS
           MOVE 'N' TO EOF-PAGAMENTOS-MB
           OPEN INPUT FICHEIRO-PAGAMENTOS-MB
           IF WS-PAGAMENTOS-MB-STATUS = '00' OR
               WS-PAGAMENTOS-MB-STATUS = '05'
               PERFORM UNTIL EOF-PAGAMENTOS-MB = 'S'
                   READ FICHEIRO-PAGAMENTOS-MB
                       AT END
                           MOVE 'S' TO EOF-PAGAMENTOS-MB
                       NOT AT END
                           IF MBP-ID NOT = SPACES
                               PERFORM ACEITA-LINHA-BANCO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PAGAMENTOS-MB
           END-IF.

       ACEITA-LINHA-BANCO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MOV
               IF WS-MOV-ID(K) = MBP-ID
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-IMP
               IF WS-IMP-ID(K) = MBP-ID
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0 OR WS-TOTAL-IMP >= 500
               ADD 1 TO WS-REPETIDOS
           ELSE
               ADD 1 TO WS-TOTAL-IMP
               MOVE MBP-ID TO WS-IMP-ID(WS-TOTAL-IMP)
               MOVE 0 TO WS-IMP-ENTIDADE(WS-TOTAL-IMP)
               MOVE 0 TO WS-IMP-REFERENCIA(WS-TOTAL-IMP)
               MOVE 0 TO WS-IMP-VALOR(WS-TOTAL-IMP)
               MOVE 0 TO WS-IMP-DATA(WS-TOTAL-IMP)
               IF MBP-ENTIDADE IS NUMERIC
                   MOVE MBP-ENTIDADE TO WS-IMP-ENTIDADE(WS-TOTAL-IMP)
               END-IF
               IF MBP-REFERENCIA IS NUMERIC
                   MOVE MBP-REFERENCIA
                       TO WS-IMP-REFERENCIA(WS-TOTAL-IMP)
               END-IF
               IF MBP-VALOR IS NUMERIC
                   MOVE MBP-VALOR TO WS-IMP-VALOR(WS-TOTAL-IMP)
               END-IF
               IF MBP-DATA IS NUMERIC
                   MOVE MBP-DATA TO WS-IMP-DATA(WS-TOTAL-IMP)
               END-IF
               MOVE 0 TO WS-IMP-RECIBO(WS-TOTAL-IMP)
               MOVE 'N' TO WS-IMP-RECUPERADO(WS-TOTAL-IMP)
               PERFORM CLASSIFICA-PAGAMENTO
           END-IF.

       CLASSIFICA-PAGAMENTO.
      * So entra o pagamento cuja referencia esta ATIVA e cujo
      * valor e o da referencia e ainda o que falta na prestacao;
      * tudo o resto vai para as excecoes
           MOVE WS-TOTAL-IMP TO N
           MOVE 0 TO WS-IMP-MBR(N)
           MOVE 0 TO WS-IMP-PRS(N)
           MOVE SPACES TO WS-MOTIVO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBR
               IF WS-MBR-ENTIDADE(K) = WS-IMP-ENTIDADE(N) AND
                   WS-MBR-REFERENCIA(K) = WS-IMP-REFERENCIA(N)
                   IF WS-IMP-MBR(N) = 0 OR
                       WS-MBR-ESTADO(K) = 'ATIVA'
                       MOVE K TO WS-IMP-MBR(N)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IMP-MBR(N) > 0
               MOVE WS-IMP-MBR(N) TO K
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
                   IF WS-PRS-NUMERO(J) = WS-MBR-NUMERO(K) AND
                       WS-PRS-SEQ(J) = WS-MBR-SEQ(K)
                       MOVE J TO WS-IMP-PRS(N)
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-IMP-MBR(N) TO K
           MOVE WS-IMP-PRS(N) TO J
           EVALUATE TRUE
               WHEN WS-IMP-ENTIDADE(N) NOT = WS-ENTIDADE
                   MOVE 'ENTIDADE DIFERENTE' TO WS-MOTIVO
               WHEN K = 0
                   MOVE 'REF DESCONHECIDA' TO WS-MOTIVO
               WHEN WS-MBR-ESTADO(K) NOT = 'ATIVA'
                   MOVE 'REF NAO ATIVA' TO WS-MOTIVO
               WHEN WS-IMP-VALOR(N) NOT = WS-MBR-VALOR(K)
                   MOVE 'VALOR DIFERENTE' TO WS-MOTIVO
               WHEN J = 0
                   MOVE 'PRESTACAO EM FALTA' TO WS-MOTIVO
               WHEN WS-PRS-ESTADO(J) = 'PAGA' OR
                   WS-PRS-ESTADO(J) = 'ANULADA' OR
                   WS-PRS-ESTADO(J) = 'RENEGOC' OR
                   WS-PRS-ESTADO(J) = 'INCOBRAV' OR
                   WS-PRS-VALOR(J) - WS-PRS-PAGO(J)
                   NOT = WS-IMP-VALOR(N)
                   MOVE 'PRESTACAO ALTERADA' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIVO = 'REF NAO ATIVA' OR
               WS-MOTIVO = 'PRESTACAO ALTERADA'
               PERFORM CONFERE-JA-LANCADO
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE 'LANCADO' TO WS-IMP-ESTADO(N)
               MOVE 'PAGA' TO WS-MBR-ESTADO(K)
               IF WS-IMP-RECUPERADO(N) = 'S'
                   MOVE WS-MBR-RECIBO(K) TO WS-IMP-RECIBO(N)
                   ADD 1 TO WS-RECUPERADOS
               ELSE
                   ADD 1 TO WS-LANCADOS
               END-IF
           ELSE
               MOVE 'EXCECAO' TO WS-IMP-ESTADO(N)
               ADD 1 TO WS-EXCECOES
           END-IF
           MOVE WS-MOTIVO TO WS-IMP-MOTIVO(N).

       CONFERE-JA-LANCADO.
      * Uma importacao interrompida depois de lancar o pagamento e
      * de o abater deixa a prestacao paga (ou a referencia ja
      * PAGA) sem a linha em mb-movimentos.txt: se a chave do
      * movimento do banco ja tem movimento em ficheiro3, a linha
      * so fica registada como lancada, sem novo movimento nem
      * novo abate
           MOVE WS-IMP-ID(N) TO WS-CHAVE-REGISTO
           MOVE WS-IMP-DATA(N) TO WS-CHAVE-DATA
           MOVE SPACES TO WS-CHAVE-LINHA
           MOVE 'C' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               WS-CHAVE-LINHA WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J' AND J > 0 AND
               WS-PRS-ESTADO(J) = 'PAGA'
               MOVE SPACES TO WS-MOTIVO
               MOVE 'S' TO WS-IMP-RECUPERADO(N)
           END-IF.

       LANCA-IMPORTACAO.
      * Os pagamentos certos entram numa so corrida de ficheiro3;
      * com o mes fechado ou o ficheiro3 ocupado nada e gravado,
      * nem as excecoes, e a importacao repete-se mais tarde
           IF WS-LANCADOS > 0
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
           ELSE
               MOVE 'N' TO WS-PERIODO-FECHADO
               MOVE 'N' TO WS-F3-BLOQUEADO
           END-IF
           IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
               DISPLAY "Importacao nao feita"
           ELSE
               MOVE 0 TO WS-JA-LANCADOS
               IF WS-LANCADOS > 0
                   PERFORM LANCA-PAGAMENTOS-MB
               ELSE
                   IF WS-RECUPERADOS > 0
                       PERFORM GRAVA-REFERENCIAS
                   END-IF
               END-IF
               PERFORM REGISTA-MOVIMENTOS
               IF WS-EXCECOES > 0
                   PERFORM EMITE-LISTA-EXCECOES
               END-IF
               DISPLAY WS-LANCADOS " pagamento(s) lancado(s), "
                   WS-EXCECOES " excecao(oes), " WS-REPETIDOS
                   " ja importado(s)"
               IF WS-JA-LANCADOS > 0 OR WS-RECUPERADOS > 0
                   DISPLAY WS-JA-LANCADOS " ja com movimento de uma"
                       " importacao interrompida (abatidos sem novo"
                       " movimento), " WS-RECUPERADOS " ja abatidos"
                       " (so registados)"
               END-IF
               IF WS-EXCECOES > 0
                   DISPLAY "Excecoes em mb-excecoes.txt; trate-as"
                       " no registo de pagamentos"
               END-IF
           END-IF.

       LANCA-PAGAMENTOS-MB.
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-LINHAS-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           OPEN EXTEND FICHEIRO-3
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-IMP
               IF WS-IMP-ESTADO(N) = 'LANCADO' AND
                   WS-IMP-RECUPERADO(N) = 'N'
                   MOVE WS-IMP-PRS(N) TO J
                   MOVE WS-PRS-NUMERO(J) TO WS-NUMERO
                   PERFORM LE-TURMA-ALUNO
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE SPACES TO LINHA-FICHEIRO
                   MOVE 'PROP' TO TRN-CODIGO
                   MOVE '+' TO TRN-SINAL
                   MOVE WS-IMP-VALOR(N) TO TRN-VALOR
                   MOVE SPACES TO TRN-DESCRICAO
                   STRING "PROPINA ALUNO " WS-NUMERO " EM " WS-DATA
                       DELIMITED BY SIZE INTO TRN-DESCRICAO
                   MOVE WS-RUN-F3 TO TRN-RUN
                   MOVE WS-POLO-F3 TO TRN-POLO
                   PERFORM LANCA-PAGAMENTO-COM-CHAVE
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           IF WS-LINHAS-F3 > 0
               MOVE 'PROP' TO WS-RAZAO-F3
               MOVE SPACES TO WS-COMPLEMENTO-F3
               STRING "pagamentos multibanco"
                   DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
               PERFORM ESCREVE-LOG-F3
           END-IF
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-IMP
               IF WS-IMP-ESTADO(N) = 'LANCADO' AND
                   WS-IMP-RECUPERADO(N) = 'N'
                   PERFORM LIQUIDA-PRESTACAO-MB
               END-IF
           END-PERFORM
           PERFORM GRAVA-PRESTACOES
           PERFORM GRAVA-REFERENCIAS.

       LANCA-PAGAMENTO-COM-CHAVE.
      * A chave e o id do movimento do banco com a data do
      * pagamento; com movimento ja em ficheiro3 (importacao
      * interrompida antes de abater a prestacao) nao se escreve
      * outra vez, mas a prestacao e abatida a seguir
           MOVE WS-IMP-ID(N) TO WS-CHAVE-REGISTO
           MOVE WS-IMP-DATA(N) TO WS-CHAVE-DATA
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               ADD 1 TO WS-JA-LANCADOS
           ELSE
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
               ADD 1 TO WS-LINHAS-F3
           END-IF.

       LIQUIDA-PRESTACAO-MB.
      * O valor e exatamente o que faltava: a prestacao fica paga
           MOVE WS-IMP-PRS(N) TO I
           MOVE WS-PRS-NUMERO(I) TO WS-NUMERO
           MOVE WS-IMP-VALOR(N) TO WS-VALOR-PAGAMENTO
           ADD WS-VALOR-PAGAMENTO TO WS-PRS-PAGO(I)
           MOVE 'PAGA' TO WS-PRS-ESTADO(I)
           PERFORM EMITE-RECIBO
           MOVE WS-RECIBO-NUMERO TO WS-IMP-RECIBO(N)
           MOVE WS-IMP-MBR(N) TO K
           MOVE WS-RECIBO-NUMERO TO WS-MBR-RECIBO(K)
           MOVE WS-DATA TO WS-MBR-DATA(K).

       EMITE-RECIBO.
      * Mesma numeracao central dos recibos do balcao, com o tipo
      * de pagamento MB
           MOVE 0 TO WS-RECIBO-NUMERO
           OPEN INPUT FICHEIRO-RECIBOS-SEQ
           IF WS-RECIBOS-SEQ-STATUS = '00' OR
               WS-RECIBOS-SEQ-STATUS = '05'
               READ FICHEIRO-RECIBOS-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RECIBO-SEQ TO WS-RECIBO-NUMERO
               END-READ
               CLOSE FICHEIRO-RECIBOS-SEQ
           END-IF
           ADD 1 TO WS-RECIBO-NUMERO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RECIBOS
           MOVE SPACES TO LINHA-RECIBO
           MOVE WS-RECIBO-NUMERO TO RCB-NUMERO
           MOVE WS-DATA TO RCB-DATA
           MOVE WS-HORA TO RCB-HORA
           MOVE WS-NUMERO TO RCB-ALUNO
           MOVE WS-VALOR-PAGAMENTO TO RCB-VALOR
           MOVE 'MB' TO RCB-TIPO
           MOVE WS-OPERADOR TO RCB-OPERADOR
           WRITE LINHA-RECIBO
           CLOSE FICHEIRO-RECIBOS
           OPEN OUTPUT FICHEIRO-RECIBOS-SEQ
           MOVE WS-RECIBO-NUMERO TO LINHA-RECIBO-SEQ
           WRITE LINHA-RECIBO-SEQ
           CLOSE FICHEIRO-RECIBOS-SEQ
           PERFORM IMPRIME-RECIBO.

       IMPRIME-RECIBO.
           OPEN EXTEND FICHEIRO-RECIBO-IMP
           MOVE ALL "-" TO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "RECIBO N. " WS-RECIBO-NUMERO
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "ALUNO " WS-NUMERO "  VALOR " WS-VALOR-ED
               "  TIPO MB"
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "EM " WS-DATA "-" WS-HORA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           CLOSE FICHEIRO-RECIBO-IMP.

       REGISTA-MOVIMENTOS.
           OPEN EXTEND FICHEIRO-MOVIMENTOS
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-IMP
               MOVE SPACES TO LINHA-MOVIMENTO
               MOVE WS-IMP-ID(N) TO MBM-ID
               MOVE WS-DATA TO MBM-DATA-IMP
               MOVE WS-IMP-ENTIDADE(N) TO MBM-ENTIDADE
               MOVE WS-IMP-REFERENCIA(N) TO MBM-REFERENCIA
               MOVE WS-IMP-VALOR(N) TO MBM-VALOR
               MOVE WS-IMP-DATA(N) TO MBM-DATA-PAG
               MOVE WS-IMP-ESTADO(N) TO MBM-ESTADO
               MOVE WS-IMP-MOTIVO(N) TO MBM-MOTIVO
               MOVE WS-IMP-PRS(N) TO J
               IF J > 0
                   MOVE WS-PRS-NUMERO(J) TO MBM-ALUNO
               ELSE
                   MOVE 0 TO MBM-ALUNO
               END-IF
               MOVE WS-IMP-RECIBO(N) TO MBM-RECIBO
               MOVE WS-OPERADOR TO MBM-OPERADOR
               WRITE LINHA-MOVIMENTO
           END-PERFORM
           CLOSE FICHEIRO-MOVIMENTOS.

       EMITE-LISTA-EXCECOES.
           OPEN OUTPUT FICHEIRO-EXCECOES
           MOVE SPACES TO LINHA-EXCECAO
           STRING "PAGAMENTOS MULTIBANCO POR IDENTIFICAR - "
               WS-DATA
               DELIMITED BY SIZE INTO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           MOVE ALL "-" TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-IMP
               IF WS-IMP-ESTADO(N) = 'EXCECAO'
                   MOVE WS-IMP-REFERENCIA(N) TO WS-REF-ED
                   MOVE WS-IMP-VALOR(N) TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-EXCECAO
                   STRING WS-IMP-ID(N) " " WS-IMP-ENTIDADE(N) " "
                       WS-REF-ED " " WS-VALOR-ED " "
                       WS-IMP-MOTIVO(N)
                       DELIMITED BY SIZE INTO LINHA-EXCECAO
                   WRITE LINHA-EXCECAO
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-EXCECOES
           PERFORM REGISTA-SPOOL.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'mb-excecoes.txt' TO SPL-FICHEIRO
           MOVE 'EXCECOES MULTIBANCO' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

      ******************************************************************
      * Excecoes
      ******************************************************************
       LISTAR-EXCECOES.
           PERFORM CARREGA-MOVIMENTOS
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MOV
               MOVE WS-MOV-LINHA(K) TO LINHA-MOVIMENTO
               IF MBM-ESTADO = 'EXCECAO'
                   ADD 1 TO WS-ACHADO
                   MOVE MBM-REFERENCIA TO WS-REF-ED
                   MOVE MBM-VALOR TO WS-VALOR-ED
                   DISPLAY MBM-ID " " MBM-DATA-PAG " ENT "
                       MBM-ENTIDADE " REF " WS-REF-ED " "
                       WS-VALOR-ED " " MBM-MOTIVO
               END-IF
           END-PERFORM
           DISPLAY WS-ACHADO " excecao(oes) por resolver".

       RESOLVER-EXCECAO.
      * Depois de o operador identificar o aluno e lancar o
      * pagamento no registo de pagamentos, a excecao sai da lista
           PERFORM CARREGA-MOVIMENTOS
           DISPLAY "ID DO MOVIMENTO DO BANCO: " WITH NO ADVANCING
           MOVE SPACES TO WS-ID-TEXTO
           ACCEPT WS-ID-TEXTO
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MOV
               MOVE WS-MOV-LINHA(K) TO LINHA-MOVIMENTO
               IF MBM-ID = WS-ID-TEXTO AND MBM-ESTADO = 'EXCECAO'
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MOV-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-ACHADO = 0
                   DISPLAY "Excecao nao encontrada"
               WHEN OTHER
                   MOVE WS-MOV-LINHA(WS-ACHADO) TO LINHA-MOVIMENTO
                   MOVE 'RESOLVIDA' TO MBM-ESTADO
                   MOVE WS-OPERADOR TO MBM-OPERADOR
                   MOVE LINHA-MOVIMENTO TO WS-MOV-LINHA(WS-ACHADO)
                   OPEN OUTPUT FICHEIRO-MOVIMENTOS
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-MOV
                       MOVE WS-MOV-LINHA(K) TO LINHA-MOVIMENTO
                       WRITE LINHA-MOVIMENTO
                   END-PERFORM
                   CLOSE FICHEIRO-MOVIMENTOS
                   DISPLAY "Excecao " WS-ID-TEXTO " resolvida"
           END-EVALUATE.

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

       END PROGRAM MULTIBANCO.
