      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recuperacao dos lancamentos automaticos depois de
      *          uma corrida interrompida: confronta o registo de
      *          chaves (lancamentos-chaves.txt, modulo
      *          CHAVE-LANCAMENTO) com ficheiro3.txt e os arquivos
      *          dele, e com os registos de origem das corridas de
      *          debito - marcacoes da cantina, inscricoes nos
      *          clubes, marcas de cobranca dos transportes,
      *          detalhe dos juros de mora e pagamentos Multibanco
      *          importados (mb-movimentos.txt); lista as chaves sem
      *          movimento, os lancamentos cujo registo de origem
      *          nunca ficou marcado e os registos marcados como
      *          lancados sem movimento em ficheiro3.txt (os
      *          movimentos antigos, sem numero de lancamento, contam
      *          pela descricao); cada anomalia reparavel e mostrada
      *          e so e reparada com a confirmacao do operador (S/N):
      *          o movimento em falta entra com a propria chave num
      *          run novo, com lock, fecho do mes e entrada no log
      *          do Exercicio3, e as marcas em falta sao gravadas; o
      *          que se completa repetindo a corrida mensal (que
      *          agora salta o que ja entrou) fica indicado; as
      *          linhas de ficheiro3.txt e dos arquivos sem
      *          movimento em RAZAO.DAT sao listadas e, confirmadas,
      *          entram no razao por GRAVA-RAZAO com a data e o
      *          operador do run delas no log; o
      *          relatorio sai em recuperacao-lancamentos.txt para o
      *          spool
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-LANCAMENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CHAVES
               ASSIGN TO 'lancamentos-chaves.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAVES-STATUS.
           SELECT OPTIONAL FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICE
               ASSIGN TO 'arquivos-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT OPTIONAL FICHEIRO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT OPTIONAL FICHEIRO-MARCACOES
               ASSIGN TO 'marcacoes-cantina.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-BENEFICIOS
               ASSIGN TO 'ase-beneficios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFICIOS-STATUS.
           SELECT OPTIONAL FICHEIRO-CLUBES
               ASSIGN TO 'clubes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLUBES-STATUS.
           SELECT OPTIONAL FICHEIRO-INSCRICOES
               ASSIGN TO 'clubes-inscricoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSCRICOES-STATUS.
           SELECT OPTIONAL FICHEIRO-COBRANCAS
               ASSIGN TO 'transporte-cobrancas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRANCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-JUROS ASSIGN TO 'juros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUROS-STATUS.
           SELECT OPTIONAL FICHEIRO-MB-MOVIMENTOS
               ASSIGN TO 'mb-movimentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MB-MOVIMENTOS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
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
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'recuperacao-lancamentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CHAVES.
       01 LINHA-CHAVE.
         05 CHV-NUMERO   PIC 9(6).
         05 FILLER       PIC X.
         05 CHV-PROGRAMA PIC X(16).
         05 FILLER       PIC X.
         05 CHV-REGISTO  PIC X(20).
         05 FILLER       PIC X.
         05 CHV-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 CHV-MOMENTO  PIC 9(14).
         05 FILLER       PIC X.
         05 CHV-LINHA-F3 PIC X(80).
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
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
         05 FILLER   PIC X.
         05 IDX-REGISTOS PIC 9(5).
       FD FICHEIRO-ARQUIVO.
       01 LINHA-ARQUIVO PIC X(80).
       FD FICHEIRO-MARCACOES.
       01 LINHA-MARCACAO.
         05 MAR-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MAR-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MAR-HORA   PIC 9(6).
         05 FILLER     PIC X.
         05 MAR-ESTADO PIC X(9).
       FD FICHEIRO-BENEFICIOS.
       01 LINHA-BENEFICIO.
         05 BEN-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 BEN-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 BEN-ESCALAO   PIC X.
         05 FILLER        PIC X.
         05 BEN-ORIGEM    PIC X(4).
         05 FILLER        PIC X.
         05 BEN-BASE      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 BEN-COBRADO   PIC 9(7)V99.
         05 FILLER        PIC X.
         05 BEN-VALOR     PIC 9(7)V99.
       FD FICHEIRO-CLUBES.
       01 LINHA-CLUBE.
         05 CLB-CODIGO     PIC X(4).
         05 FILLER         PIC X.
         05 CLB-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 CLB-CAPACIDADE PIC 9(3).
         05 FILLER         PIC X.
         05 CLB-TAXA       PIC 9(5)V99.
       FD FICHEIRO-INSCRICOES.
       01 LINHA-INSCRICAO.
         05 CIN-CLUBE    PIC X(4).
         05 FILLER       PIC X.
         05 CIN-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 CIN-DATA-FIM PIC X(8).
       FD FICHEIRO-COBRANCAS.
       01 LINHA-COBRANCA.
         05 COB-MES         PIC 9(6).
         05 FILLER          PIC X.
         05 COB-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 COB-ROTA        PIC X(4).
         05 FILLER          PIC X.
         05 COB-VALOR       PIC 9(3)V99.
         05 FILLER          PIC X.
         05 COB-RUN         PIC 9(4).
         05 FILLER          PIC X.
         05 COB-DATA        PIC 9(8).
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
         05 FILLER          PIC X(72).
       FD FICHEIRO-MB-MOVIMENTOS.
       01 LINHA-MB-MOVIMENTO.
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
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X(64).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
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
       FD FICHEIRO-RAZAO.
       01 REGISTO-RAZAO.
         05 RAZ-NUMERO      PIC 9(8).
         05 RAZ-DATA-LANC   PIC 9(8).
         05 RAZ-HORA-LANC   PIC 9(6).
         05 RAZ-ALUNO       PIC 9(5).
         05 RAZ-DATA-VALOR  PIC 9(8).
         05 RAZ-DOCUMENTO   PIC X(16).
         05 RAZ-OPERADOR    PIC X(8).
         05 RAZ-LINHA-F3    PIC X(80).
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

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CHAVES-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-ARQUIVO-STATUS PIC XX.
       01 WS-MARCACOES-STATUS PIC XX.
       01 WS-BENEFICIOS-STATUS PIC XX.
       01 WS-CLUBES-STATUS PIC XX.
       01 WS-INSCRICOES-STATUS PIC XX.
       01 WS-COBRANCAS-STATUS PIC XX.
       01 WS-JUROS-STATUS PIC XX.
       01 WS-MB-MOVIMENTOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 EOF-FICHEIRO PIC X.
       01 EOF-INDICE PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-NOME-ARQUIVO PIC X(40).
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-LINHA-MOV PIC X(80).
       01 WS-NUM-MOV PIC 9(6).
       01 WS-LINHA-REL PIC X(100).
       01 WS-CONFIRMA PIC X.
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-NUMERO PIC 9(5).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-MES PIC 9(6).
       01 WS-CLUBE PIC X(4).
       01 WS-ACHADO PIC 9(4).
       01 WS-ACHADO-MOV PIC X.
       01 WS-SOMA PIC 9(7)V99.
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
      * Contagens do relatorio
       01 WS-ANOMALIAS PIC 9(4) VALUE 0.
       01 WS-REPARADAS PIC 9(4) VALUE 0.
       01 WS-SECCAO-ANOMALIAS PIC 9(4).
      * Procura de chave e de movimento antigo
       01 WS-PROC-PROGRAMA PIC X(16).
       01 WS-PROC-REGISTO PIC X(20).
       01 WS-PROC-DATA PIC 9(8).
       01 WS-PROC-DESCRICAO PIC X(50).
       01 WS-PROC-TAMANHO PIC 9(2).
       01 WS-TEM-ANTIGO PIC X.
      * Chamada ao modulo das chaves, para os lancamentos novos
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16).
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e das corridas de debito)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-LOCK-F3-DESDE PIC X(15).
       01 WS-PODE-REPARAR PIC X.
       01 WS-PODE-LANCAR PIC X.
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
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-LINHA-A-LANCAR PIC X(80).
       01 WS-LANCADO PIC X.
      * Registo de chaves inteiro, com a marca de movimento achado
       01 WS-TOTAL-CHV PIC 9(4) VALUE 0.
       01 WS-CHV-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CHAVES.
         05 WS-CHV OCCURS 5000 TIMES.
           10 WS-CHV-NUMERO    PIC 9(6).
           10 WS-CHV-PROGRAMA  PIC X(16).
           10 WS-CHV-REGISTO   PIC X(20).
           10 WS-CHV-DATA      PIC 9(8).
           10 WS-CHV-LINHA     PIC X(80).
           10 WS-CHV-MOVIMENTO PIC X.
      * Movimentos antigos das corridas de debito, sem numero de
      * lancamento: contam pela descricao
       01 WS-TOTAL-ANT PIC 9(4) VALUE 0.
       01 WS-ANT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ANTIGOS.
         05 WS-ANT-DESCRICAO PIC X(50) OCCURS 5000 TIMES.
      * Marcacoes da cantina (regravadas com as marcas reparadas)
       01 WS-TOTAL-MARC PIC 9(4) VALUE 0.
       01 WS-MARC-CHEIA PIC X VALUE 'N'.
       01 WS-MARC-ALTERADA PIC X VALUE 'N'.
       01 WS-TABELA-MARC.
         05 WS-MAR OCCURS 3000 TIMES.
           10 WS-MAR-DATA   PIC 9(8).
           10 WS-MAR-NUMERO PIC 9(5).
           10 WS-MAR-HORA   PIC 9(6).
           10 WS-MAR-ESTADO PIC X(9).
      * Refeicoes gratuitas (escalao a preco zero): debitadas sem
      * movimento por natureza
       01 WS-TOTAL-GRA PIC 9(4) VALUE 0.
       01 WS-TABELA-GRATUITAS.
         05 WS-GRA OCCURS 3000 TIMES.
           10 WS-GRA-DATA   PIC 9(8).
           10 WS-GRA-NUMERO PIC 9(5).
      * Clubes com taxa e inscricoes (ativas e terminadas)
       01 WS-TOTAL-CLB PIC 9(4) VALUE 0.
       01 WS-TABELA-CLUBES.
         05 WS-CLB OCCURS 100 TIMES.
           10 WS-CLB-CODIGO PIC X(4).
           10 WS-CLB-TAXA   PIC 9(5)V99.
       01 WS-TOTAL-INS PIC 9(4) VALUE 0.
       01 WS-TABELA-INSCRICOES.
         05 WS-INS OCCURS 3000 TIMES.
           10 WS-INS-CLUBE    PIC X(4).
           10 WS-INS-NUMERO   PIC 9(5).
           10 WS-INS-DATA-FIM PIC X(8).
      * Marcas de cobranca dos transportes
       01 WS-TOTAL-COB PIC 9(4) VALUE 0.
       01 WS-TABELA-COBRANCAS.
         05 WS-COB OCCURS 3000 TIMES.
           10 WS-COB-MES    PIC 9(6).
           10 WS-COB-NUMERO PIC 9(5).
           10 WS-COB-ROTA   PIC X(4).
           10 WS-COB-VALOR  PIC 9(3)V99.
      * Detalhe dos juros lancados, somado por aluno e mes
       01 WS-TOTAL-JUR PIC 9(4) VALUE 0.
       01 WS-TABELA-JUROS.
         05 WS-JUR OCCURS 3000 TIMES.
           10 WS-JUR-MES    PIC 9(6).
           10 WS-JUR-NUMERO PIC 9(5).
           10 WS-JUR-VALOR  PIC 9(7)V99.
      * Pagamentos Multibanco registados como lancados
       01 WS-TOTAL-MBM PIC 9(4) VALUE 0.
       01 WS-TABELA-MB.
         05 WS-MBM OCCURS 3000 TIMES.
           10 WS-MBM-ID       PIC X(20).
           10 WS-MBM-DATA-IMP PIC 9(8).
           10 WS-MBM-DATA-PAG PIC 9(8).
           10 WS-MBM-VALOR    PIC 9(7)V99.
           10 WS-MBM-ALUNO    PIC 9(5).
      * Pagamentos de propinas antigos, sem numero de lancamento
      * (os do Multibanco contam pela descricao)
       01 WS-TOTAL-PRA PIC 9(4) VALUE 0.
       01 WS-PRA-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PROPINAS-ANTIGAS.
         05 WS-PRA-DESCRICAO PIC X(50) OCCURS 5000 TIMES.
      * Linhas dos movimentos de RAZAO.DAT, marcadas a medida que
      * casam com uma linha de ficheiro3, e linhas sem movimento
       01 WS-TOTAL-RZL PIC 9(5) VALUE 0.
       01 WS-RZL-CHEIA PIC X VALUE 'N'.
       01 WS-RZL-POS PIC 9(5).
       01 WS-RZL-PROXIMA PIC 9(5).
       01 WS-RZL-ACHADA PIC 9(5).
       01 WS-TABELA-RAZAO.
         05 WS-RZL OCCURS 20000 TIMES.
           10 WS-RZL-LINHA PIC X(80).
           10 WS-RZL-USADA PIC X.
       01 WS-TOTAL-RZP PIC 9(3) VALUE 0.
       01 WS-RZP-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PENDENTES.
         05 WS-RZP-LINHA PIC X(80) OCCURS 500 TIMES.
      * Data e operador de cada RUN, tirados do log do ficheiro3
       01 WS-RUN-LINHA PIC 9(4).
       01 WS-TABELA-RUNS.
         05 WS-RUN-INFO OCCURS 9999 TIMES.
           10 WS-RUN-DATA     PIC 9(8).
           10 WS-RUN-OPERADOR PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CARREGA-CHAVES
           PERFORM CARREGA-MOVIMENTOS
           PERFORM VERIFICA-PERIODO-ABERTO
           PERFORM VERIFICA-LOCK-F3
           MOVE 'S' TO WS-PODE-REPARAR
           MOVE 'S' TO WS-PODE-LANCAR
           IF WS-F3-BLOQUEADO = 'S'
               MOVE 'N' TO WS-PODE-REPARAR
               MOVE 'N' TO WS-PODE-LANCAR
           END-IF
           IF WS-PERIODO-FECHADO = 'S'
               MOVE 'N' TO WS-PODE-LANCAR
           END-IF
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "RECUPERACAO DE LANCAMENTOS AUTOMATICOS EM "
               WS-DATA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM ESCREVE-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "CHAVES REGISTADAS: " WS-TOTAL-CHV
               "  MOVIMENTOS ANTIGOS SEM NUMERO: " WS-TOTAL-ANT
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM ESCREVE-RELATORIO
           IF WS-CHV-CHEIA = 'S' OR WS-ANT-CHEIA = 'S'
               MOVE "AVISO: tabela cheia; conferencia parcial e"
                   & " reparacoes desligadas" TO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
               MOVE 'N' TO WS-PODE-REPARAR
               MOVE 'N' TO WS-PODE-LANCAR
           END-IF
           IF WS-PODE-REPARAR = 'N' OR WS-PODE-LANCAR = 'N'
               MOVE "AVISO: lock de ficheiro3 ou mes fechado; as"
                   & " reparacoes possiveis ficam so listadas"
                   TO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           END-IF
           PERFORM CHAVES-SEM-MOVIMENTO
           PERFORM CONFERE-CANTINA
           PERFORM CONFERE-CLUBES
           PERFORM CONFERE-TRANSPORTES
           PERFORM CONFERE-JUROS
           PERFORM CONFERE-MULTIBANCO
           PERFORM CONFERE-RAZAO
           MOVE SPACES TO WS-LINHA-REL
           PERFORM ESCREVE-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "TOTAL: " WS-ANOMALIAS " ANOMALIA(S), "
               WS-REPARADAS " REPARADA(S)"
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM ESCREVE-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           PERFORM REGISTA-SPOOL
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

       ESCREVE-RELATORIO.
           DISPLAY WS-LINHA-REL
           MOVE WS-LINHA-REL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       TITULO-SECCAO.
           MOVE 0 TO WS-SECCAO-ANOMALIAS
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY " "
           PERFORM ESCREVE-RELATORIO.

       FIM-SECCAO.
           IF WS-SECCAO-ANOMALIAS = 0
               MOVE "  sem anomalias" TO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           END-IF.

       CONTA-ANOMALIA.
           ADD 1 TO WS-ANOMALIAS
           ADD 1 TO WS-SECCAO-ANOMALIAS
           PERFORM ESCREVE-RELATORIO.

       PEDE-CONFIRMACAO.
           DISPLAY "    Reparar? (S/N) " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.

       REGISTA-REPARACAO.
           ADD 1 TO WS-REPARADAS
           MOVE "    REPARADO" TO WS-LINHA-REL
           PERFORM ESCREVE-RELATORIO.

      ******************************************************************
      * Carga do registo de chaves e dos movimentos
      ******************************************************************
       CARREGA-CHAVES.
           MOVE 0 TO WS-TOTAL-CHV
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-CHAVES
           IF WS-CHAVES-STATUS = '00' OR WS-CHAVES-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-CHAVES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF CHV-NUMERO IS NUMERIC
                               IF WS-TOTAL-CHV < 5000
                                   ADD 1 TO WS-TOTAL-CHV
                                   PERFORM GUARDA-CHAVE-LIDA
                               ELSE
                                   MOVE 'S' TO WS-CHV-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CHAVES
           END-IF.

       GUARDA-CHAVE-LIDA.
           MOVE WS-TOTAL-CHV TO K
           MOVE CHV-NUMERO TO WS-CHV-NUMERO(K)
           MOVE CHV-PROGRAMA TO WS-CHV-PROGRAMA(K)
           MOVE CHV-REGISTO TO WS-CHV-REGISTO(K)
           MOVE CHV-DATA TO WS-CHV-DATA(K)
           MOVE CHV-LINHA-F3 TO WS-CHV-LINHA(K)
           MOVE 'N' TO WS-CHV-MOVIMENTO(K).

       CARREGA-MOVIMENTOS.
      * ficheiro3.txt e os arquivos dele listados no indice dos
      * arquivos (o Exercicio8 esvazia o original)
           MOVE 0 TO WS-TOTAL-ANT
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-3
           IF WS-FICHEIRO-3-STATUS = '00' OR
               WS-FICHEIRO-3-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-FICHEIRO TO WS-LINHA-MOV
                           PERFORM TRATA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-3
           END-IF
           MOVE 'N' TO EOF-INDICE
           OPEN INPUT FICHEIRO-INDICE
           IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
               PERFORM UNTIL EOF-INDICE = 'S'
                   READ FICHEIRO-INDICE
                       AT END
                           MOVE 'S' TO EOF-INDICE
                       NOT AT END
                           IF IDX-NOME(1 : 10) = 'ficheiro3-'
                               MOVE IDX-NOME TO WS-NOME-ARQUIVO
                               PERFORM PERCORRE-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICE
           END-IF.

       PERCORRE-ARQUIVO.
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-ARQUIVO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-ARQUIVO TO WS-LINHA-MOV
                           PERFORM TRATA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           ELSE
               IF WS-ARQUIVO-STATUS = '05'
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
           END-IF.

       TRATA-MOVIMENTO.
      * Os numeros de lancamento saem por ordem, por isso a chave n
      * esta quase sempre na posicao n da tabela
           IF WS-LINHA-MOV(75 : 6) IS NUMERIC
               MOVE WS-LINHA-MOV(75 : 6) TO WS-NUM-MOV
               IF WS-NUM-MOV > 0 AND WS-NUM-MOV <= WS-TOTAL-CHV AND
                   WS-CHV-NUMERO(WS-NUM-MOV) = WS-NUM-MOV
                   MOVE 'S' TO WS-CHV-MOVIMENTO(WS-NUM-MOV)
               ELSE
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-CHV
                       IF WS-CHV-NUMERO(K) = WS-NUM-MOV
                           MOVE 'S' TO WS-CHV-MOVIMENTO(K)
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF WS-LINHA-MOV(1 : 4) = 'CANT' OR
                   WS-LINHA-MOV(1 : 4) = 'CLUB' OR
                   WS-LINHA-MOV(1 : 4) = 'TRAN' OR
                   WS-LINHA-MOV(1 : 4) = 'JURO'
                   IF WS-TOTAL-ANT < 5000
                       ADD 1 TO WS-TOTAL-ANT
                       MOVE WS-LINHA-MOV(17 : 50)
                           TO WS-ANT-DESCRICAO(WS-TOTAL-ANT)
                   ELSE
                       MOVE 'S' TO WS-ANT-CHEIA
                   END-IF
               END-IF
               IF WS-LINHA-MOV(1 : 4) = 'PROP'
                   IF WS-TOTAL-PRA < 5000
                       ADD 1 TO WS-TOTAL-PRA
                       MOVE WS-LINHA-MOV(17 : 50)
                           TO WS-PRA-DESCRICAO(WS-TOTAL-PRA)
                   ELSE
                       MOVE 'S' TO WS-PRA-CHEIA
                   END-IF
               END-IF
           END-IF.

       PROCURA-CHAVE.
      * Chave do programa e registo pedidos, num dia certo ou em
      * qualquer dia (WS-PROC-DATA a zero); WS-ACHADO-MOV diz se
      * alguma das chaves achadas tem movimento
           MOVE 0 TO WS-ACHADO
           MOVE 'N' TO WS-ACHADO-MOV
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CHV
               IF WS-CHV-PROGRAMA(K) = WS-PROC-PROGRAMA AND
                   WS-CHV-REGISTO(K) = WS-PROC-REGISTO AND
                   (WS-PROC-DATA = 0 OR
                    WS-CHV-DATA(K) = WS-PROC-DATA)
                   MOVE K TO WS-ACHADO
                   IF WS-CHV-MOVIMENTO(K) = 'S'
                       MOVE 'S' TO WS-ACHADO-MOV
                   END-IF
               END-IF
           END-PERFORM.

       PROCURA-ANTIGO.
           MOVE 'N' TO WS-TEM-ANTIGO
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-ANT OR WS-TEM-ANTIGO = 'S'
               IF WS-ANT-DESCRICAO(K)(1 : WS-PROC-TAMANHO) =
                   WS-PROC-DESCRICAO(1 : WS-PROC-TAMANHO)
                   MOVE 'S' TO WS-TEM-ANTIGO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1. Chaves registadas sem movimento: a corrida parou entre o
      *    registo da chave e a escrita da linha; a linha registada
      *    entra agora com o mesmo numero de lancamento
      ******************************************************************
       CHAVES-SEM-MOVIMENTO.
           MOVE "1. CHAVES SEM MOVIMENTO EM FICHEIRO3" TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CHV
               IF WS-CHV-MOVIMENTO(I) = 'N'
                   MOVE WS-CHV-LINHA(I) TO LINHA-FICHEIRO
                   MOVE TRN-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  LANCAMENTO " WS-CHV-NUMERO(I) " "
                       WS-CHV-PROGRAMA(I) " " TRN-CODIGO " "
                       TRN-SINAL WS-VALOR-ED " " TRN-DESCRICAO
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   PERFORM CONTA-ANOMALIA
                   IF WS-PODE-LANCAR = 'S'
                       PERFORM PEDE-CONFIRMACAO
                       IF WS-CONFIRMA = 'S'
                           MOVE WS-CHV-LINHA(I) TO WS-LINHA-A-LANCAR
                           PERFORM ESCREVE-MOVIMENTO-REPARADO
                           MOVE 'S' TO WS-CHV-MOVIMENTO(I)
                           PERFORM REGISTA-REPARACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FIM-SECCAO.

      ******************************************************************
      * 2. Cantina: debito com movimento e marcacao ainda CONSUMIDA
      *    (marca-se DEBITADA); marcacao DEBITADA sem chave nem
      *    movimento antigo e sem ser refeicao gratuita (volta a
      *    CONSUMIDA, e o debito do dia repetido lanca-a)
      ******************************************************************
       CONFERE-CANTINA.
           MOVE "2. CANTINA (marcacoes-cantina.txt)" TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM CARREGA-MARCACOES
           PERFORM CARREGA-GRATUITAS
           MOVE 'N' TO WS-MARC-ALTERADA
           MOVE 'GESTAO-CANTINA' TO WS-PROC-PROGRAMA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
               MOVE SPACES TO WS-PROC-REGISTO
               STRING "ALUNO " WS-MAR-NUMERO(I)
                   DELIMITED BY SIZE INTO WS-PROC-REGISTO
               MOVE WS-MAR-DATA(I) TO WS-PROC-DATA
               EVALUATE WS-MAR-ESTADO(I)
                   WHEN 'CONSUMIDA'
                       PERFORM CANTINA-LANCADA-SEM-MARCA
                   WHEN 'DEBITADA'
                       PERFORM CANTINA-MARCADA-SEM-MOVIMENTO
               END-EVALUATE
           END-PERFORM
           IF WS-MARC-ALTERADA = 'S'
               PERFORM GRAVA-MARCACOES
           END-IF
           PERFORM FIM-SECCAO.

       CANTINA-LANCADA-SEM-MARCA.
           PERFORM PROCURA-CHAVE
           IF WS-ACHADO-MOV = 'S'
               MOVE SPACES TO WS-LINHA-REL
               STRING "  LANCADO SEM MARCA: ALUNO " WS-MAR-NUMERO(I)
                   " EM " WS-MAR-DATA(I) " (lancamento "
                   WS-CHV-NUMERO(WS-ACHADO) ") ainda CONSUMIDA"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM CONTA-ANOMALIA
               IF WS-PODE-REPARAR = 'S' AND WS-MARC-CHEIA = 'N'
                   PERFORM PEDE-CONFIRMACAO
                   IF WS-CONFIRMA = 'S'
                       MOVE 'DEBITADA' TO WS-MAR-ESTADO(I)
                       MOVE 'S' TO WS-MARC-ALTERADA
                       PERFORM REGISTA-REPARACAO
                   END-IF
               END-IF
           END-IF.

       CANTINA-MARCADA-SEM-MOVIMENTO.
      * Uma chave sem movimento ja foi tratada na seccao 1
           PERFORM PROCURA-CHAVE
           IF WS-ACHADO = 0
               MOVE SPACES TO WS-PROC-DESCRICAO
               STRING "CANTINA ALUNO " WS-MAR-NUMERO(I) " EM "
                   WS-MAR-DATA(I)
                   DELIMITED BY SIZE INTO WS-PROC-DESCRICAO
               MOVE 33 TO WS-PROC-TAMANHO
               PERFORM PROCURA-ANTIGO
               IF WS-TEM-ANTIGO = 'N'
                   PERFORM PROCURA-GRATUITA
               END-IF
               IF WS-TEM-ANTIGO = 'N'
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  MARCADO SEM MOVIMENTO: ALUNO "
                       WS-MAR-NUMERO(I) " EM " WS-MAR-DATA(I)
                       " DEBITADA sem linha CANT"
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   PERFORM CONTA-ANOMALIA
                   IF WS-PODE-REPARAR = 'S' AND WS-MARC-CHEIA = 'N'
                       PERFORM PEDE-CONFIRMACAO
                       IF WS-CONFIRMA = 'S'
                           MOVE 'CONSUMIDA' TO WS-MAR-ESTADO(I)
                           MOVE 'S' TO WS-MARC-ALTERADA
                           PERFORM REGISTA-REPARACAO
                           MOVE SPACES TO WS-LINHA-REL
                           STRING "    volta a CONSUMIDA: repita o"
                               " debito dos consumos de "
                               WS-MAR-DATA(I)
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                           PERFORM ESCREVE-RELATORIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCURA-GRATUITA.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-GRA
               IF WS-GRA-DATA(K) = WS-MAR-DATA(I) AND
                   WS-GRA-NUMERO(K) = WS-MAR-NUMERO(I)
                   MOVE 'S' TO WS-TEM-ANTIGO
               END-IF
           END-PERFORM.

       CARREGA-MARCACOES.
           MOVE 0 TO WS-TOTAL-MARC
           MOVE 'N' TO WS-MARC-CHEIA
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-MARCACOES
           IF WS-MARCACOES-STATUS = '00' OR
               WS-MARCACOES-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-MARCACOES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF MAR-NUMERO IS NUMERIC AND
                               WS-TOTAL-MARC < 3000
                               ADD 1 TO WS-TOTAL-MARC
                               MOVE MAR-DATA TO
                                   WS-MAR-DATA(WS-TOTAL-MARC)
                               MOVE MAR-NUMERO TO
                                   WS-MAR-NUMERO(WS-TOTAL-MARC)
                               MOVE MAR-HORA TO
                                   WS-MAR-HORA(WS-TOTAL-MARC)
                               MOVE MAR-ESTADO TO
                                   WS-MAR-ESTADO(WS-TOTAL-MARC)
                           ELSE
                               IF MAR-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-MARC-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MARCACOES
           END-IF
           IF WS-MARC-CHEIA = 'S'
               MOVE "  AVISO: marcacoes-cantina.txt excede a tabela;"
                   & " marcas nao reparadas" TO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           END-IF.

       GRAVA-MARCACOES.
           OPEN OUTPUT FICHEIRO-MARCACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
               MOVE SPACES TO LINHA-MARCACAO
               MOVE WS-MAR-DATA(I) TO MAR-DATA
               MOVE WS-MAR-NUMERO(I) TO MAR-NUMERO
               MOVE WS-MAR-HORA(I) TO MAR-HORA
               MOVE WS-MAR-ESTADO(I) TO MAR-ESTADO
               WRITE LINHA-MARCACAO
           END-PERFORM
           CLOSE FICHEIRO-MARCACOES.

       CARREGA-GRATUITAS.
           MOVE 0 TO WS-TOTAL-GRA
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-BENEFICIOS
           IF WS-BENEFICIOS-STATUS = '00' OR
               WS-BENEFICIOS-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-BENEFICIOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF BEN-DATA IS NUMERIC AND
                               BEN-ORIGEM = 'CANT' AND
                               BEN-COBRADO IS NUMERIC AND
                               BEN-COBRADO = 0 AND
                               WS-TOTAL-GRA < 3000
                               ADD 1 TO WS-TOTAL-GRA
                               MOVE BEN-DATA TO
                                   WS-GRA-DATA(WS-TOTAL-GRA)
                               MOVE BEN-NUMERO TO
                                   WS-GRA-NUMERO(WS-TOTAL-GRA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-BENEFICIOS
           END-IF.

      ******************************************************************
      * 3. Clubes: inscricao ativa num clube com taxa sem movimento
      *    CLUB (a taxa entra agora, com chave); taxa lancada sem a
      *    inscricao gravada (a inscricao e gravada)
      ******************************************************************
       CONFERE-CLUBES.
           MOVE "3. CLUBES (clubes-inscricoes.txt)" TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM CARREGA-CLUBES
           PERFORM CARREGA-INSCRICOES
           MOVE 'GESTAO-CLUBES' TO WS-PROC-PROGRAMA
           MOVE 0 TO WS-PROC-DATA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INS
               IF WS-INS-DATA-FIM(I) = SPACES
                   PERFORM CLUBE-INSCRITO-SEM-TAXA
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CHV
               IF WS-CHV-PROGRAMA(I) = 'GESTAO-CLUBES' AND
                   WS-CHV-MOVIMENTO(I) = 'S'
                   PERFORM CLUBE-TAXA-SEM-INSCRICAO
               END-IF
           END-PERFORM
           PERFORM FIM-SECCAO.

       CLUBE-INSCRITO-SEM-TAXA.
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CLB
               IF WS-CLB-CODIGO(K) = WS-INS-CLUBE(I) AND
                   WS-CLB-TAXA(K) > 0
                   MOVE K TO J
               END-IF
           END-PERFORM
           IF J > 0
               MOVE SPACES TO WS-PROC-REGISTO
               STRING "CLB " WS-INS-CLUBE(I) " ALUNO "
                   WS-INS-NUMERO(I)
                   DELIMITED BY SIZE INTO WS-PROC-REGISTO
               PERFORM PROCURA-CHAVE
               IF WS-ACHADO = 0
                   MOVE SPACES TO WS-PROC-DESCRICAO
                   STRING "CLUBE " WS-INS-CLUBE(I) " ALUNO "
                       WS-INS-NUMERO(I)
                       DELIMITED BY SIZE INTO WS-PROC-DESCRICAO
                   MOVE 22 TO WS-PROC-TAMANHO
                   PERFORM PROCURA-ANTIGO
                   IF WS-TEM-ANTIGO = 'N'
                       PERFORM REPARA-TAXA-CLUBE
                   END-IF
               END-IF
           END-IF.

       REPARA-TAXA-CLUBE.
           MOVE WS-CLB-TAXA(J) TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "  INSCRITO SEM TAXA: CLUBE " WS-INS-CLUBE(I)
               " ALUNO " WS-INS-NUMERO(I) " taxa " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM CONTA-ANOMALIA
           IF WS-PODE-LANCAR = 'S'
               PERFORM PEDE-CONFIRMACAO
               IF WS-CONFIRMA = 'S'
                   MOVE WS-INS-NUMERO(I) TO WS-NUMERO
                   PERFORM LE-TURMA-ALUNO
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE SPACES TO LINHA-FICHEIRO
                   MOVE 'CLUB' TO TRN-CODIGO
                   MOVE '+' TO TRN-SINAL
                   MOVE WS-CLB-TAXA(J) TO TRN-VALOR
                   MOVE SPACES TO TRN-DESCRICAO
                   STRING "CLUBE " WS-INS-CLUBE(I) " ALUNO "
                       WS-NUMERO " EM " WS-DATA
                       DELIMITED BY SIZE INTO TRN-DESCRICAO
                   MOVE WS-POLO-F3 TO TRN-POLO
                   MOVE 'GESTAO-CLUBES' TO WS-CHAVE-PROGRAMA
                   MOVE WS-PROC-REGISTO TO WS-CHAVE-REGISTO
                   MOVE WS-DATA TO WS-CHAVE-DATA
                   PERFORM LANCA-MOVIMENTO-NOVO
               END-IF
           END-IF.

       CLUBE-TAXA-SEM-INSCRICAO.
           MOVE WS-CHV-REGISTO(I)(5 : 4) TO WS-CLUBE
           MOVE WS-CHV-REGISTO(I)(16 : 5) TO WS-NUMERO-TEXTO
           MOVE 0 TO J
           IF WS-NUMERO-TEXTO IS NUMERIC
               MOVE WS-NUMERO-TEXTO TO WS-NUMERO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-INS
                   IF WS-INS-CLUBE(K) = WS-CLUBE AND
                       WS-INS-NUMERO(K) = WS-NUMERO
                       MOVE K TO J
                   END-IF
               END-PERFORM
               IF J = 0
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  TAXA SEM INSCRICAO: CLUBE " WS-CLUBE
                       " ALUNO " WS-NUMERO " (lancamento "
                       WS-CHV-NUMERO(I) ")"
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   PERFORM CONTA-ANOMALIA
                   IF WS-PODE-REPARAR = 'S'
                       PERFORM PEDE-CONFIRMACAO
                       IF WS-CONFIRMA = 'S'
                           OPEN EXTEND FICHEIRO-INSCRICOES
                           MOVE SPACES TO LINHA-INSCRICAO
                           MOVE WS-CLUBE TO CIN-CLUBE
                           MOVE WS-NUMERO TO CIN-NUMERO
                           WRITE LINHA-INSCRICAO
                           CLOSE FICHEIRO-INSCRICOES
                           IF WS-TOTAL-INS < 3000
                               ADD 1 TO WS-TOTAL-INS
                               MOVE WS-CLUBE
                                   TO WS-INS-CLUBE(WS-TOTAL-INS)
                               MOVE WS-NUMERO
                                   TO WS-INS-NUMERO(WS-TOTAL-INS)
                               MOVE SPACES
                                   TO WS-INS-DATA-FIM(WS-TOTAL-INS)
                           END-IF
                           PERFORM REGISTA-REPARACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARREGA-CLUBES.
           MOVE 0 TO WS-TOTAL-CLB
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-CLUBES
           IF WS-CLUBES-STATUS = '00' OR WS-CLUBES-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-CLUBES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF CLB-CODIGO NOT = SPACES AND
                               CLB-TAXA IS NUMERIC AND
                               WS-TOTAL-CLB < 100
                               ADD 1 TO WS-TOTAL-CLB
                               MOVE CLB-CODIGO
                                   TO WS-CLB-CODIGO(WS-TOTAL-CLB)
                               MOVE CLB-TAXA
                                   TO WS-CLB-TAXA(WS-TOTAL-CLB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CLUBES
           END-IF.

       CARREGA-INSCRICOES.
           MOVE 0 TO WS-TOTAL-INS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-INSCRICOES
           IF WS-INSCRICOES-STATUS = '00' OR
               WS-INSCRICOES-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-INSCRICOES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF CIN-NUMERO IS NUMERIC AND
                               WS-TOTAL-INS < 3000
                               ADD 1 TO WS-TOTAL-INS
                               MOVE CIN-CLUBE
                                   TO WS-INS-CLUBE(WS-TOTAL-INS)
                               MOVE CIN-NUMERO
                                   TO WS-INS-NUMERO(WS-TOTAL-INS)
                               MOVE CIN-DATA-FIM
                                   TO WS-INS-DATA-FIM(WS-TOTAL-INS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INSCRICOES
           END-IF.

      ******************************************************************
      * 4. Transportes: mensalidade lancada sem a marca de cobrado
      *    (a cobranca do mes repetida so escreve a marca e a
      *    prestacao em falta); marca de cobrado sem movimento TRAN
      *    (a mensalidade entra agora, com chave)
      ******************************************************************
       CONFERE-TRANSPORTES.
           MOVE "4. TRANSPORTES (transporte-cobrancas.txt)"
               TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM CARREGA-COBRANCAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CHV
               IF WS-CHV-PROGRAMA(I) = 'TRANSPORTES' AND
                   WS-CHV-MOVIMENTO(I) = 'S'
                   PERFORM TRANSPORTE-SEM-MARCA
               END-IF
           END-PERFORM
           MOVE 'TRANSPORTES' TO WS-PROC-PROGRAMA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-COB
               PERFORM TRANSPORTE-SEM-MOVIMENTO
           END-PERFORM
           PERFORM FIM-SECCAO.

       TRANSPORTE-SEM-MARCA.
           MOVE WS-CHV-DATA(I)(1 : 6) TO WS-MES
           MOVE WS-CHV-REGISTO(I)(7 : 5) TO WS-NUMERO-TEXTO
           IF WS-NUMERO-TEXTO IS NUMERIC
               MOVE WS-NUMERO-TEXTO TO WS-NUMERO
               MOVE 0 TO J
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-COB
                   IF WS-COB-MES(K) = WS-MES AND
                       WS-COB-NUMERO(K) = WS-NUMERO
                       MOVE K TO J
                   END-IF
               END-PERFORM
               IF J = 0
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  LANCADO SEM MARCA: ALUNO " WS-NUMERO
                       " MES " WS-MES " (lancamento "
                       WS-CHV-NUMERO(I) "): repita a cobranca"
                       " mensal de " WS-MES
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   PERFORM CONTA-ANOMALIA
               END-IF
           END-IF.

       TRANSPORTE-SEM-MOVIMENTO.
           MOVE SPACES TO WS-PROC-REGISTO
           STRING "ALUNO " WS-COB-NUMERO(I)
               DELIMITED BY SIZE INTO WS-PROC-REGISTO
           COMPUTE WS-PROC-DATA = WS-COB-MES(I) * 100 + 1
           PERFORM PROCURA-CHAVE
           IF WS-ACHADO = 0
               MOVE SPACES TO WS-PROC-DESCRICAO
               STRING "TRANSPORTE " WS-COB-ROTA(I) " ALUNO "
                   WS-COB-NUMERO(I) " MES " WS-COB-MES(I)
                   DELIMITED BY SIZE INTO WS-PROC-DESCRICAO
               MOVE 38 TO WS-PROC-TAMANHO
               PERFORM PROCURA-ANTIGO
               IF WS-TEM-ANTIGO = 'N'
                   PERFORM REPARA-MENSALIDADE
               END-IF
           END-IF.

       REPARA-MENSALIDADE.
           MOVE WS-COB-VALOR(I) TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "  MARCADO SEM MOVIMENTO: ALUNO " WS-COB-NUMERO(I)
               " MES " WS-COB-MES(I) " ROTA " WS-COB-ROTA(I)
               " valor " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM CONTA-ANOMALIA
           IF WS-PODE-LANCAR = 'S'
               PERFORM PEDE-CONFIRMACAO
               IF WS-CONFIRMA = 'S'
                   MOVE WS-COB-NUMERO(I) TO WS-NUMERO
                   PERFORM LE-TURMA-ALUNO
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE SPACES TO LINHA-FICHEIRO
                   MOVE 'TRAN' TO TRN-CODIGO
                   MOVE '+' TO TRN-SINAL
                   MOVE WS-COB-VALOR(I) TO TRN-VALOR
                   MOVE WS-PROC-DESCRICAO TO TRN-DESCRICAO
                   MOVE WS-POLO-F3 TO TRN-POLO
                   MOVE 'TRANSPORTES' TO WS-CHAVE-PROGRAMA
                   MOVE WS-PROC-REGISTO TO WS-CHAVE-REGISTO
                   MOVE WS-PROC-DATA TO WS-CHAVE-DATA
                   PERFORM LANCA-MOVIMENTO-NOVO
               END-IF
           END-IF.

       CARREGA-COBRANCAS.
           MOVE 0 TO WS-TOTAL-COB
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-COBRANCAS
           IF WS-COBRANCAS-STATUS = '00' OR
               WS-COBRANCAS-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-COBRANCAS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF COB-MES IS NUMERIC AND
                               COB-NUMERO IS NUMERIC AND
                               WS-TOTAL-COB < 3000
                               ADD 1 TO WS-TOTAL-COB
                               MOVE COB-MES
                                   TO WS-COB-MES(WS-TOTAL-COB)
                               MOVE COB-NUMERO
                                   TO WS-COB-NUMERO(WS-TOTAL-COB)
                               MOVE COB-ROTA
                                   TO WS-COB-ROTA(WS-TOTAL-COB)
                               MOVE COB-VALOR
                                   TO WS-COB-VALOR(WS-TOTAL-COB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COBRANCAS
           END-IF.

      ******************************************************************
      * 5. Juros de mora: juros lancados sem o detalhe em juros.txt
      *    (a corrida do mes repetida completa-o); detalhe LANCADO
      *    sem movimento JURO (os juros do mes entram agora, com
      *    chave, pela soma do detalhe)
      ******************************************************************
       CONFERE-JUROS.
           MOVE "5. JUROS DE MORA (juros.txt)" TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM CARREGA-JUROS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CHV
               IF WS-CHV-PROGRAMA(I) = 'JUROS-MORA' AND
                   WS-CHV-MOVIMENTO(I) = 'S'
                   PERFORM JURO-SEM-DETALHE
               END-IF
           END-PERFORM
           MOVE 'JUROS-MORA' TO WS-PROC-PROGRAMA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-JUR
               PERFORM JURO-SEM-MOVIMENTO
           END-PERFORM
           PERFORM FIM-SECCAO.

       JURO-SEM-DETALHE.
           MOVE WS-CHV-DATA(I)(1 : 6) TO WS-MES
           MOVE WS-CHV-REGISTO(I)(7 : 5) TO WS-NUMERO-TEXTO
           IF WS-NUMERO-TEXTO IS NUMERIC
               MOVE WS-NUMERO-TEXTO TO WS-NUMERO
               MOVE 0 TO J
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
                   IF WS-JUR-MES(K) = WS-MES AND
                       WS-JUR-NUMERO(K) = WS-NUMERO
                       MOVE K TO J
                   END-IF
               END-PERFORM
               IF J = 0
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  LANCADO SEM DETALHE: ALUNO " WS-NUMERO
                       " MES " WS-MES " (lancamento "
                       WS-CHV-NUMERO(I) "): repita os juros de "
                       WS-MES
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   PERFORM CONTA-ANOMALIA
               END-IF
           END-IF.

       JURO-SEM-MOVIMENTO.
           MOVE SPACES TO WS-PROC-REGISTO
           STRING "ALUNO " WS-JUR-NUMERO(I)
               DELIMITED BY SIZE INTO WS-PROC-REGISTO
           COMPUTE WS-PROC-DATA = WS-JUR-MES(I) * 100 + 1
           PERFORM PROCURA-CHAVE
           IF WS-ACHADO = 0
               MOVE SPACES TO WS-PROC-DESCRICAO
               STRING "JUROS ALUNO " WS-JUR-NUMERO(I) " MES "
                   WS-JUR-MES(I)
                   DELIMITED BY SIZE INTO WS-PROC-DESCRICAO
               MOVE 28 TO WS-PROC-TAMANHO
               PERFORM PROCURA-ANTIGO
               IF WS-TEM-ANTIGO = 'N'
                   PERFORM REPARA-JURO
               END-IF
           END-IF.

       REPARA-JURO.
           MOVE WS-JUR-VALOR(I) TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "  DETALHE SEM MOVIMENTO: ALUNO " WS-JUR-NUMERO(I)
               " MES " WS-JUR-MES(I) " juros " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM CONTA-ANOMALIA
           IF WS-PODE-LANCAR = 'S'
               PERFORM PEDE-CONFIRMACAO
               IF WS-CONFIRMA = 'S'
                   MOVE WS-JUR-NUMERO(I) TO WS-NUMERO
                   PERFORM LE-TURMA-ALUNO
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE SPACES TO LINHA-FICHEIRO
                   MOVE 'JURO' TO TRN-CODIGO
                   MOVE '+' TO TRN-SINAL
                   MOVE WS-JUR-VALOR(I) TO TRN-VALOR
                   MOVE WS-PROC-DESCRICAO TO TRN-DESCRICAO
                   MOVE WS-POLO-F3 TO TRN-POLO
                   MOVE 'JUROS-MORA' TO WS-CHAVE-PROGRAMA
                   MOVE WS-PROC-REGISTO TO WS-CHAVE-REGISTO
                   MOVE WS-PROC-DATA TO WS-CHAVE-DATA
                   PERFORM LANCA-MOVIMENTO-NOVO
               END-IF
           END-IF.

       CARREGA-JUROS.
      * Uma entrada por aluno e mes com a soma do detalhe LANCADO
      * (o perdoado ja saiu com o estorno)
           MOVE 0 TO WS-TOTAL-JUR
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-JUROS
           IF WS-JUROS-STATUS = '00' OR WS-JUROS-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-JUROS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF JUR-MES IS NUMERIC AND
                               JUR-VALOR IS NUMERIC AND
                               JUR-ESTADO = 'LANCADO'
                               PERFORM SOMA-JURO-LIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-JUROS
           END-IF.

       SOMA-JURO-LIDO.
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUR
               IF WS-JUR-MES(K) = JUR-MES AND
                   WS-JUR-NUMERO(K) = JUR-NUMERO
                   MOVE K TO J
               END-IF
           END-PERFORM
           IF J = 0 AND WS-TOTAL-JUR < 3000
               ADD 1 TO WS-TOTAL-JUR
               MOVE WS-TOTAL-JUR TO J
               MOVE JUR-MES TO WS-JUR-MES(J)
               MOVE JUR-NUMERO TO WS-JUR-NUMERO(J)
               MOVE 0 TO WS-JUR-VALOR(J)
           END-IF
           IF J > 0
               ADD JUR-VALOR TO WS-JUR-VALOR(J)
           END-IF.

      ******************************************************************
      * 6. Multibanco: pagamento com movimento e sem a linha
      *    LANCADO em mb-movimentos.txt (a importacao repetida do
      *    ficheiro do banco completa-a sem novo movimento); linha
      *    LANCADO sem chave nem movimento antigo (o pagamento
      *    entra agora, com chave)
      ******************************************************************
       CONFERE-MULTIBANCO.
           MOVE "6. MULTIBANCO (mb-movimentos.txt)" TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM CARREGA-MB-MOVIMENTOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CHV
               IF WS-CHV-PROGRAMA(I) = 'MULTIBANCO' AND
                   WS-CHV-MOVIMENTO(I) = 'S'
                   PERFORM MB-LANCADO-SEM-REGISTO
               END-IF
           END-PERFORM
           MOVE 'MULTIBANCO' TO WS-PROC-PROGRAMA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MBM
               PERFORM MB-REGISTADO-SEM-MOVIMENTO
           END-PERFORM
           PERFORM FIM-SECCAO.

       MB-LANCADO-SEM-REGISTO.
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBM
               IF WS-MBM-ID(K) = WS-CHV-REGISTO(I)
                   MOVE K TO J
               END-IF
           END-PERFORM
           IF J = 0
               MOVE SPACES TO WS-LINHA-REL
               STRING "  LANCADO SEM REGISTO: BANCO "
                   WS-CHV-REGISTO(I) " (lancamento "
                   WS-CHV-NUMERO(I) "): repita a importacao"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM CONTA-ANOMALIA
           END-IF.

       MB-REGISTADO-SEM-MOVIMENTO.
           MOVE WS-MBM-ID(I) TO WS-PROC-REGISTO
           MOVE WS-MBM-DATA-PAG(I) TO WS-PROC-DATA
           PERFORM PROCURA-CHAVE
           IF WS-ACHADO = 0
               MOVE SPACES TO WS-PROC-DESCRICAO
               STRING "PROPINA ALUNO " WS-MBM-ALUNO(I) " EM "
                   WS-MBM-DATA-IMP(I)
                   DELIMITED BY SIZE INTO WS-PROC-DESCRICAO
               MOVE 31 TO WS-PROC-TAMANHO
               MOVE 'N' TO WS-TEM-ANTIGO
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-TOTAL-PRA OR WS-TEM-ANTIGO = 'S'
                   IF WS-PRA-DESCRICAO(K)(1 : WS-PROC-TAMANHO) =
                       WS-PROC-DESCRICAO(1 : WS-PROC-TAMANHO)
                       MOVE 'S' TO WS-TEM-ANTIGO
                   END-IF
               END-PERFORM
               IF WS-TEM-ANTIGO = 'N'
                   PERFORM REPARA-PAGAMENTO-MB
               END-IF
           END-IF.

       REPARA-PAGAMENTO-MB.
           MOVE WS-MBM-VALOR(I) TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "  REGISTADO SEM MOVIMENTO: MOVIMENTO DO BANCO "
               WS-MBM-ID(I) " ALUNO " WS-MBM-ALUNO(I)
               " valor " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM CONTA-ANOMALIA
           IF WS-PODE-LANCAR = 'S' AND WS-PRA-CHEIA = 'N'
               PERFORM PEDE-CONFIRMACAO
               IF WS-CONFIRMA = 'S'
                   MOVE WS-MBM-ALUNO(I) TO WS-NUMERO
                   PERFORM LE-TURMA-ALUNO
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE SPACES TO LINHA-FICHEIRO
                   MOVE 'PROP' TO TRN-CODIGO
                   MOVE '+' TO TRN-SINAL
                   MOVE WS-MBM-VALOR(I) TO TRN-VALOR
                   MOVE WS-PROC-DESCRICAO TO TRN-DESCRICAO
                   MOVE WS-POLO-F3 TO TRN-POLO
                   MOVE 'MULTIBANCO' TO WS-CHAVE-PROGRAMA
                   MOVE WS-PROC-REGISTO TO WS-CHAVE-REGISTO
                   MOVE WS-PROC-DATA TO WS-CHAVE-DATA
                   PERFORM LANCA-MOVIMENTO-NOVO
               END-IF
           END-IF.

       CARREGA-MB-MOVIMENTOS.
      * So as linhas LANCADO: as excecoes nao tem movimento (sao
      * lancadas no registo de pagamentos quando resolvidas)
           MOVE 0 TO WS-TOTAL-MBM
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-MB-MOVIMENTOS
           IF WS-MB-MOVIMENTOS-STATUS = '00' OR
               WS-MB-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-MB-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF MBM-ESTADO = 'LANCADO' AND
                               MBM-VALOR IS NUMERIC AND
                               MBM-ALUNO IS NUMERIC AND
                               WS-TOTAL-MBM < 3000
                               ADD 1 TO WS-TOTAL-MBM
                               MOVE MBM-ID
                                   TO WS-MBM-ID(WS-TOTAL-MBM)
                               MOVE MBM-DATA-IMP
                                   TO WS-MBM-DATA-IMP(WS-TOTAL-MBM)
                               MOVE MBM-DATA-PAG
                                   TO WS-MBM-DATA-PAG(WS-TOTAL-MBM)
                               MOVE MBM-VALOR
                                   TO WS-MBM-VALOR(WS-TOTAL-MBM)
                               MOVE MBM-ALUNO
                                   TO WS-MBM-ALUNO(WS-TOTAL-MBM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MB-MOVIMENTOS
           END-IF.

      ******************************************************************
      * 7. Razao: linha de ficheiro3.txt ou dos arquivos sem
      *    movimento em RAZAO.DAT (GRAVA-RAZAO falhou na corrida);
      *    cada linha conta uma vez contra um movimento com a mesma
      *    linha, e a que sobra entra agora no razao, com a data e o
      *    operador do run dela no log do ficheiro3
      ******************************************************************
       CONFERE-RAZAO.
           MOVE "7. RAZAO (RAZAO.DAT)" TO WS-LINHA-REL
           PERFORM TITULO-SECCAO
           PERFORM CARREGA-RAZAO
           IF WS-RAZAO-STATUS NOT = '00' AND
               WS-RAZAO-STATUS NOT = '10'
               MOVE SPACES TO WS-LINHA-REL
               STRING "  RAZAO.DAT nao abre (estado "
                   WS-RAZAO-STATUS "); conferencia do razao"
                   " nao feita" DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           ELSE
               IF WS-RZL-CHEIA = 'S'
                   MOVE "  AVISO: tabela do razao cheia; linhas so"
                       & " listadas, sem reparacao" TO WS-LINHA-REL
                   PERFORM ESCREVE-RELATORIO
               END-IF
               PERFORM CARREGA-RUNS-LOG
               MOVE 1 TO WS-RZL-PROXIMA
               MOVE 'N' TO EOF-INDICE
               OPEN INPUT FICHEIRO-INDICE
               IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
                   PERFORM UNTIL EOF-INDICE = 'S'
                       READ FICHEIRO-INDICE
                           AT END
                               MOVE 'S' TO EOF-INDICE
                           NOT AT END
                               IF IDX-NOME(1 : 10) = 'ficheiro3-'
                                   MOVE IDX-NOME TO WS-NOME-ARQUIVO
                                   PERFORM RAZAO-PERCORRE-ARQUIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-INDICE
               END-IF
               MOVE 'N' TO EOF-FICHEIRO
               OPEN INPUT FICHEIRO-3
               IF WS-FICHEIRO-3-STATUS = '00' OR
                   WS-FICHEIRO-3-STATUS = '05'
                   PERFORM UNTIL EOF-FICHEIRO = 'S'
                       READ FICHEIRO-3
                           AT END
                               MOVE 'S' TO EOF-FICHEIRO
                           NOT AT END
                               MOVE LINHA-FICHEIRO TO WS-LINHA-MOV
                               PERFORM RAZAO-CONFERE-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-3
               END-IF
               PERFORM RAZAO-REPARA-PENDENTES
           END-IF
           PERFORM FIM-SECCAO.

       RAZAO-PERCORRE-ARQUIVO.
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-ARQUIVO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-ARQUIVO TO WS-LINHA-MOV
                           PERFORM RAZAO-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           ELSE
               IF WS-ARQUIVO-STATUS = '05'
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
           END-IF.

       RAZAO-CONFERE-LINHA.
      * Os movimentos do razao seguem a ordem das linhas, por isso a
      * procura comeca a seguir ao ultimo achado e da a volta a
      * tabela; a linha sem par fica pendente (a reparacao so se faz
      * no fim, com os ficheiros de ficheiro3 fechados)
           IF WS-LINHA-MOV NOT = SPACES
               MOVE 0 TO WS-RZL-ACHADA
               PERFORM VARYING WS-RZL-POS FROM WS-RZL-PROXIMA BY 1
                   UNTIL WS-RZL-POS > WS-TOTAL-RZL OR WS-RZL-ACHADA > 0
                   IF WS-RZL-USADA(WS-RZL-POS) = 'N' AND
                       WS-RZL-LINHA(WS-RZL-POS) = WS-LINHA-MOV
                       MOVE WS-RZL-POS TO WS-RZL-ACHADA
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RZL-POS FROM 1 BY 1
                   UNTIL WS-RZL-POS >= WS-RZL-PROXIMA OR
                       WS-RZL-ACHADA > 0
                   IF WS-RZL-USADA(WS-RZL-POS) = 'N' AND
                       WS-RZL-LINHA(WS-RZL-POS) = WS-LINHA-MOV
                       MOVE WS-RZL-POS TO WS-RZL-ACHADA
                   END-IF
               END-PERFORM
               IF WS-RZL-ACHADA > 0
                   MOVE 'S' TO WS-RZL-USADA(WS-RZL-ACHADA)
                   COMPUTE WS-RZL-PROXIMA = WS-RZL-ACHADA + 1
               ELSE
                   PERFORM RAZAO-LINHA-SEM-MOVIMENTO
               END-IF
           END-IF.

       RAZAO-LINHA-SEM-MOVIMENTO.
           MOVE SPACES TO WS-LINHA-REL
           STRING "  SEM MOVIMENTO NO RAZAO: " WS-LINHA-MOV(1 : 74)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM CONTA-ANOMALIA
           IF WS-TOTAL-RZP < 500
               ADD 1 TO WS-TOTAL-RZP
               MOVE WS-LINHA-MOV TO WS-RZP-LINHA(WS-TOTAL-RZP)
           ELSE
               IF WS-RZP-CHEIA = 'N'
                   MOVE 'S' TO WS-RZP-CHEIA
                   MOVE "    (lista de pendentes cheia; corra de"
                       & " novo depois de reparar)" TO WS-LINHA-REL
                   PERFORM ESCREVE-RELATORIO
               END-IF
           END-IF.

       RAZAO-REPARA-PENDENTES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-RZP
               MOVE SPACES TO WS-LINHA-REL
               STRING "  " WS-RZP-LINHA(I)
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               DISPLAY WS-LINHA-REL
               IF WS-PODE-REPARAR = 'S' AND WS-RZL-CHEIA = 'N'
                   PERFORM PEDE-CONFIRMACAO
                   IF WS-CONFIRMA = 'S'
                       PERFORM REPARA-RAZAO
                   END-IF
               END-IF
           END-PERFORM.

       REPARA-RAZAO.
      * Entra so no razao (a linha ja esta em ficheiro3), dentro do
      * lock de ficheiro3 como nas corridas; data e operador do run
      * da linha no log, senao hoje e o operador da sessao
           MOVE WS-RZP-LINHA(I) TO WS-LINHA-MOV
           MOVE 0 TO WS-RAZAO-DATA-LANC
           MOVE SPACES TO WS-RAZAO-OPERADOR
           IF WS-LINHA-MOV(67 : 4) IS NUMERIC
               MOVE WS-LINHA-MOV(67 : 4) TO WS-RUN-LINHA
               IF WS-RUN-LINHA > 0
                   MOVE WS-RUN-DATA(WS-RUN-LINHA)
                       TO WS-RAZAO-DATA-LANC
                   MOVE WS-RUN-OPERADOR(WS-RUN-LINHA)
                       TO WS-RAZAO-OPERADOR
               END-IF
           END-IF
           PERFORM CRIAR-LOCK-F3
           CALL 'GRAVA-RAZAO' USING WS-LINHA-MOV
               WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
               WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
               WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
           PERFORM REMOVER-LOCK-F3
           MOVE 0 TO WS-RAZAO-DATA-LANC
           MOVE SPACES TO WS-RAZAO-OPERADOR
           IF WS-RAZAO-NUMERO = 0
               MOVE "    RAZAO.DAT continua a recusar o movimento;"
                   & " nada registado" TO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           ELSE
               PERFORM REGISTA-REPARACAO
               MOVE SPACES TO WS-LINHA-REL
               STRING "    registado no razao com o movimento "
                   WS-RAZAO-NUMERO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           END-IF.

       CARREGA-RAZAO.
           MOVE 0 TO WS-TOTAL-RZL
           MOVE 0 TO WS-TOTAL-RZP
           MOVE 'N' TO WS-RZP-CHEIA
           MOVE 'N' TO WS-RZL-CHEIA
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               PERFORM UNTIL WS-RAZAO-STATUS NOT = '00'
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE '10' TO WS-RAZAO-STATUS
                       NOT AT END
                           IF WS-TOTAL-RZL < 20000
                               ADD 1 TO WS-TOTAL-RZL
                               MOVE RAZ-LINHA-F3
                                   TO WS-RZL-LINHA(WS-TOTAL-RZL)
                               MOVE 'N'
                                   TO WS-RZL-USADA(WS-TOTAL-RZL)
                           ELSE
                               MOVE 'S' TO WS-RZL-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
           END-IF.

       CARREGA-RUNS-LOG.
      * Data e operador de cada RUN, das entradas de controlo do log
      * (" RAZAO=" a partir da 36 e RUN= nas 52-55)
           INITIALIZE WS-TABELA-RUNS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-LOG-F3
           IF WS-LOG-F3-STATUS = '00' OR WS-LOG-F3-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-LOG-F3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF LINHA-LOG-F3(1 : 8) IS NUMERIC AND
                               LINHA-LOG-F3(36 : 7) = ' RAZAO=' AND
                               LINHA-LOG-F3(52 : 4) IS NUMERIC
                               MOVE LINHA-LOG-F3(52 : 4)
                                   TO WS-RUN-LINHA
                               IF WS-RUN-LINHA > 0
                                   MOVE LINHA-LOG-F3(1 : 8)
                                       TO WS-RUN-DATA(WS-RUN-LINHA)
                                   MOVE LINHA-LOG-F3(17 : 8)
                                     TO WS-RUN-OPERADOR(WS-RUN-LINHA)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOG-F3
           END-IF.

      ******************************************************************
      * Escrita das reparacoes em ficheiro3: um run por reparacao,
      * com lock e entrada no log, para a porta de fim de dia e o
      * fecho do mes conferirem linhas por run
      ******************************************************************
       LANCA-MOVIMENTO-NOVO.
      * Linha nova com a chave reservada no modulo; se a chave ja
      * tiver movimento (outra sessao), nada se escreve
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               MOVE "    ja com movimento; nada lancado"
                   TO WS-LINHA-REL
               PERFORM ESCREVE-RELATORIO
           ELSE
               MOVE LINHA-FICHEIRO TO WS-LINHA-A-LANCAR
               PERFORM ESCREVE-MOVIMENTO-REPARADO
               PERFORM REGISTA-REPARACAO
           END-IF.

       ESCREVE-MOVIMENTO-REPARADO.
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE WS-LINHA-A-LANCAR TO LINHA-FICHEIRO
           MOVE WS-RUN-F3 TO TRN-RUN
           OPEN EXTEND FICHEIRO-3
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
           MOVE TRN-CODIGO TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "recuperacao lancamento " TRN-LANCAMENTO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE SPACES TO WS-LINHA-REL
           STRING "    lancado no run " WS-RUN-F3
               " com o numero " TRN-LANCAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           PERFORM ESCREVE-RELATORIO.

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
      * com conteudo e outro processo a escrever
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

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'recuperacao-lancamentos.txt' TO SPL-FICHEIRO
           MOVE 'RECUPERACAO LANCAM.' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM RECUPERA-LANCAMENTOS.
