      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadastro do imobilizado (ativos.txt: numero de
      *          inventario, descricao, sala e polo, data e custo de
      *          aquisicao, vida util em anos, estado EM-USO,
      *          AVARIADO ou ABATIDO e amortizacao acumulada);
      *          corrida anual de amortizacoes em quotas constantes
      *          (o primeiro ano conta em duodecimos desde o mes de
      *          aquisicao) com o mapa de amortizacoes pelo spool,
      *          o historico em amortizacoes.txt e um movimento
      *          resumo AMOR por polo em ficheiro3.txt para a
      *          exportacao contabilistica, com a chave de
      *          CHAVE-LANCAMENTO (polo e ano) para uma corrida
      *          repetida depois de uma falha nao o lancar duas
      *          vezes; folha de contagem fisica
      *          por sala, registo do que foi encontrado
      *          (contagens.txt) e relatorio de discrepancias da
      *          ultima contagem de cada sala
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVOS-FIXOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ATIVOS ASSIGN TO 'ativos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVOS-STATUS.
           SELECT OPTIONAL FICHEIRO-AMORTIZACOES
               ASSIGN TO 'amortizacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMORTIZACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-CONTAGENS
               ASSIGN TO 'contagens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTAGENS-STATUS.
           SELECT FICHEIRO-RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-POLOS ASSIGN TO 'polos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLOS-STATUS.
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
       FD FICHEIRO-ATIVOS.
       01 LINHA-ATIVO.
         05 ATV-INVENTARIO  PIC X(8).
         05 FILLER          PIC X.
         05 ATV-DESCRICAO   PIC X(30).
         05 FILLER          PIC X.
         05 ATV-SALA        PIC X(6).
         05 FILLER          PIC X.
         05 ATV-POLO        PIC X(2).
         05 FILLER          PIC X.
         05 ATV-DATA-AQUIS  PIC 9(8).
         05 FILLER          PIC X.
         05 ATV-CUSTO       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 ATV-VIDA-ANOS   PIC 9(2).
         05 FILLER          PIC X.
         05 ATV-ESTADO      PIC X(8).
         05 FILLER          PIC X.
         05 ATV-AMORT-ACUM  PIC 9(7)V99.
         05 FILLER          PIC X.
         05 ATV-ULTIMO-ANO  PIC 9(4).
         05 FILLER          PIC X.
         05 ATV-DATA-ABATE  PIC 9(8).
       FD FICHEIRO-AMORTIZACOES.
       01 LINHA-AMORTIZACAO.
         05 AMZ-ANO         PIC 9(4).
         05 FILLER          PIC X.
         05 AMZ-INVENTARIO  PIC X(8).
         05 FILLER          PIC X.
         05 AMZ-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 AMZ-ACUMULADA   PIC 9(7)V99.
         05 FILLER          PIC X.
         05 AMZ-LIQUIDO     PIC 9(7)V99.
         05 FILLER          PIC X.
         05 AMZ-POLO        PIC X(2).
         05 FILLER          PIC X.
         05 AMZ-RUN         PIC 9(4).
       FD FICHEIRO-CONTAGENS.
       01 LINHA-CONTAGEM.
         05 CNT-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 CNT-SALA        PIC X(6).
         05 FILLER          PIC X.
         05 CNT-INVENTARIO  PIC X(8).
         05 FILLER          PIC X.
         05 CNT-RESULTADO   PIC X(10).
         05 FILLER          PIC X.
         05 CNT-OPERADOR    PIC X(8).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(120).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
       FD FICHEIRO-POLOS.
       01 LINHA-POLO.
         05 POL-CODIGO PIC X(2).
         05 FILLER     PIC X.
         05 POL-NOME   PIC X(30).
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
       01 WS-ATIVOS-STATUS PIC XX.
       01 WS-AMORTIZACOES-STATUS PIC XX.
       01 WS-CONTAGENS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-POLOS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-ATIVOS PIC X.
       01 EOF-CONTAGENS PIC X.
       01 EOF-POLOS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NOME-RELATORIO PIC X(30).
       01 WS-TITULO-SPOOL PIC X(20).
       01 WS-INVENTARIO PIC X(8).
       01 WS-SALA PIC X(6).
       01 WS-SALA-PEDIDA PIC X(6).
       01 WS-POLO PIC X(2).
       01 WS-POLO-EXISTE PIC X.
       01 WS-TEXTO-30 PIC X(30).
       01 WS-NUM-TEXTO PIC X(12).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-NUM PIC 9(8).
       01 WS-MES-AQUIS PIC 9(2).
       01 WS-ANO-TEXTO PIC X(4).
       01 WS-ANO PIC 9(4).
       01 WS-CONFIRMA PIC X.
       01 WS-ACHADO PIC 9(4).
       01 WS-ATV-ACHADO PIC 9(4).
       01 WS-MESES PIC 9(2).
       01 WS-QUOTA-ANUAL PIC 9(7)V99.
       01 WS-QUOTA PIC 9(7)V99.
       01 WS-POR-AMORTIZAR PIC 9(7)V99.
       01 WS-LIQUIDO PIC 9(7)V99.
       01 WS-AMORTIZADOS PIC 9(4).
       01 WS-EM-ATRASO PIC 9(4).
       01 WS-TOTAL-ANO PIC 9(8)V99.
       01 WS-LINHAS-REL PIC 9(4).
       01 WS-ULTIMA-DATA PIC 9(8).
       01 WS-MAIS-FIM PIC X.
       01 C PIC 9(4).
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 S PIC 9(4).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-ACUM-ED PIC Z(6)9.99.
       01 WS-LIQ-ED PIC Z(6)9.99.
       01 WS-TOTAL-ED PIC Z(7)9.99.
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
      * Chave unica de cada movimento (CHAVE-LANCAMENTO)
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'ATIVOS-FIXOS'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
       01 WS-RUN-ANTERIOR PIC 9(4).
      * Campos do movimento no razao indexado (a zeros/espacos
      * sao tirados da descricao da linha)
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
       01 WS-COMPLEMENTO-F3 PIC X(30).
      * Cadastro do imobilizado
       01 WS-TOTAL-ATV PIC 9(4) VALUE 0.
       01 WS-ATV-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ATIVOS.
         05 WS-ATV OCCURS 500 TIMES.
           10 WS-ATV-INVENTARIO PIC X(8).
           10 WS-ATV-DESCRICAO  PIC X(30).
           10 WS-ATV-SALA       PIC X(6).
           10 WS-ATV-POLO       PIC X(2).
           10 WS-ATV-DATA-AQUIS PIC 9(8).
           10 WS-ATV-CUSTO      PIC 9(7)V99.
           10 WS-ATV-VIDA-ANOS  PIC 9(2).
           10 WS-ATV-ESTADO     PIC X(8).
           10 WS-ATV-AMORT-ACUM PIC 9(7)V99.
           10 WS-ATV-ULTIMO-ANO PIC 9(4).
           10 WS-ATV-DATA-ABATE PIC 9(8).
           10 WS-ATV-QUOTA      PIC 9(7)V99.
      * Amortizacao do ano por polo, para o movimento resumo
       01 WS-TOTAL-POL PIC 9(2) VALUE 0.
       01 WS-TABELA-POLOS-AMZ.
         05 WS-PAM OCCURS 20 TIMES.
           10 WS-PAM-POLO  PIC X(2).
           10 WS-PAM-VALOR PIC 9(8)V99.
      * Contagens fisicas
       01 WS-TOTAL-CNT PIC 9(4) VALUE 0.
       01 WS-CNT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CONTAGENS.
         05 WS-CNT OCCURS 3000 TIMES.
           10 WS-CNT-DATA       PIC 9(8).
           10 WS-CNT-SALA       PIC X(6).
           10 WS-CNT-INVENTARIO PIC X(8).
           10 WS-CNT-RESULTADO  PIC X(10).
      * Salas com ativos ou contagens, e a data da ultima contagem
       01 WS-TOTAL-SALAS PIC 9(4) VALUE 0.
       01 WS-TABELA-SALAS.
         05 WS-SAL OCCURS 300 TIMES.
           10 WS-SAL-CODIGO       PIC X(6).
           10 WS-SAL-ULTIMA-CONTA PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "IMOBILIZADO E AMORTIZACOES"
               DISPLAY "1 - LISTAR ATIVOS"
               DISPLAY "2 - CRIAR/ALTERAR ATIVO"
               DISPLAY "3 - CORRIDA ANUAL DE AMORTIZACOES"
               DISPLAY "4 - FOLHA DE CONTAGEM POR SALA"
               DISPLAY "5 - REGISTAR CONTAGEM DE UMA SALA"
               DISPLAY "6 - RELATORIO DE DISCREPANCIAS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-ATIVOS
                   WHEN 2
                       PERFORM ALTERAR-ATIVO
                   WHEN 3
                       PERFORM CORRIDA-AMORTIZACOES
                   WHEN 4
                       PERFORM FOLHA-CONTAGEM
                   WHEN 5
                       PERFORM REGISTAR-CONTAGEM
                   WHEN 6
                       PERFORM RELATORIO-DISCREPANCIAS
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

      ******************************************************************
      * Cadastro
      ******************************************************************
       CARREGA-ATIVOS.
           MOVE 0 TO WS-TOTAL-ATV
           MOVE 'N' TO WS-ATV-CHEIA
           MOVE 'N' TO EOF-ATIVOS
           OPEN INPUT FICHEIRO-ATIVOS
           IF WS-ATIVOS-STATUS = '00' OR WS-ATIVOS-STATUS = '05'
               PERFORM UNTIL EOF-ATIVOS = 'S'
                   READ FICHEIRO-ATIVOS
                       AT END
                           MOVE 'S' TO EOF-ATIVOS
                       NOT AT END
                           IF ATV-INVENTARIO NOT = SPACES AND
                               WS-TOTAL-ATV < 500
                               ADD 1 TO WS-TOTAL-ATV
                               PERFORM GUARDA-ATIVO-LIDO
                           ELSE
                               IF ATV-INVENTARIO NOT = SPACES
                                   MOVE 'S' TO WS-ATV-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ATIVOS
           END-IF
           IF WS-ATV-CHEIA = 'S'
               DISPLAY "AVISO: ativos.txt excede a tabela de 500"
                   " ativos; leitura parcial e regravacao bloqueada"
                   " ate alargar a tabela"
           END-IF.

       GUARDA-ATIVO-LIDO.
           MOVE WS-TOTAL-ATV TO K
           MOVE ATV-INVENTARIO TO WS-ATV-INVENTARIO(K)
           MOVE ATV-DESCRICAO TO WS-ATV-DESCRICAO(K)
           MOVE ATV-SALA TO WS-ATV-SALA(K)
           MOVE ATV-POLO TO WS-ATV-POLO(K)
           MOVE ATV-ESTADO TO WS-ATV-ESTADO(K)
           MOVE 0 TO WS-ATV-DATA-AQUIS(K) WS-ATV-CUSTO(K)
               WS-ATV-VIDA-ANOS(K) WS-ATV-AMORT-ACUM(K)
               WS-ATV-ULTIMO-ANO(K) WS-ATV-DATA-ABATE(K)
               WS-ATV-QUOTA(K)
           IF ATV-DATA-AQUIS IS NUMERIC
               MOVE ATV-DATA-AQUIS TO WS-ATV-DATA-AQUIS(K)
           END-IF
           IF ATV-CUSTO IS NUMERIC
               MOVE ATV-CUSTO TO WS-ATV-CUSTO(K)
           END-IF
           IF ATV-VIDA-ANOS IS NUMERIC
               MOVE ATV-VIDA-ANOS TO WS-ATV-VIDA-ANOS(K)
           END-IF
           IF ATV-AMORT-ACUM IS NUMERIC
               MOVE ATV-AMORT-ACUM TO WS-ATV-AMORT-ACUM(K)
           END-IF
           IF ATV-ULTIMO-ANO IS NUMERIC
               MOVE ATV-ULTIMO-ANO TO WS-ATV-ULTIMO-ANO(K)
           END-IF
           IF ATV-DATA-ABATE IS NUMERIC
               MOVE ATV-DATA-ABATE TO WS-ATV-DATA-ABATE(K)
           END-IF.

       GRAVA-ATIVOS.
           OPEN OUTPUT FICHEIRO-ATIVOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ATV
               MOVE SPACES TO LINHA-ATIVO
               MOVE WS-ATV-INVENTARIO(K) TO ATV-INVENTARIO
               MOVE WS-ATV-DESCRICAO(K) TO ATV-DESCRICAO
               MOVE WS-ATV-SALA(K) TO ATV-SALA
               MOVE WS-ATV-POLO(K) TO ATV-POLO
               MOVE WS-ATV-DATA-AQUIS(K) TO ATV-DATA-AQUIS
               MOVE WS-ATV-CUSTO(K) TO ATV-CUSTO
               MOVE WS-ATV-VIDA-ANOS(K) TO ATV-VIDA-ANOS
               MOVE WS-ATV-ESTADO(K) TO ATV-ESTADO
               MOVE WS-ATV-AMORT-ACUM(K) TO ATV-AMORT-ACUM
               MOVE WS-ATV-ULTIMO-ANO(K) TO ATV-ULTIMO-ANO
               MOVE WS-ATV-DATA-ABATE(K) TO ATV-DATA-ABATE
               WRITE LINHA-ATIVO
           END-PERFORM
           CLOSE FICHEIRO-ATIVOS.

       PROCURA-ATIVO.
      * Ativo WS-INVENTARIO em WS-ATV-ACHADO (0 se nao existe)
           MOVE 0 TO WS-ATV-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ATV
               IF WS-ATV-INVENTARIO(K) = WS-INVENTARIO
                   MOVE K TO WS-ATV-ACHADO
               END-IF
           END-PERFORM.

       LISTAR-ATIVOS.
           PERFORM CARREGA-ATIVOS
           IF WS-TOTAL-ATV = 0
               DISPLAY "Nenhum ativo registado"
           ELSE
               DISPLAY "INVENT.  DESCRICAO                      SALA"
                   "   POLO AQUISICAO      CUSTO VIDA ESTADO  "
                   "  ACUMULADA"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
                   MOVE WS-ATV-CUSTO(I) TO WS-VALOR-ED
                   MOVE WS-ATV-AMORT-ACUM(I) TO WS-ACUM-ED
                   DISPLAY WS-ATV-INVENTARIO(I) " "
                       WS-ATV-DESCRICAO(I) " " WS-ATV-SALA(I) " "
                       WS-ATV-POLO(I) "   " WS-ATV-DATA-AQUIS(I) " "
                       WS-VALOR-ED "  " WS-ATV-VIDA-ANOS(I) "  "
                       WS-ATV-ESTADO(I) " " WS-ACUM-ED
               END-PERFORM
           END-IF.

       ALTERAR-ATIVO.
      * Numero novo cria o ativo; numero existente mostra os dados
      * entre [ ] e ENTER mantem o valor. Custo, data e vida util
      * ficam fixos depois da primeira amortizacao
           PERFORM CARREGA-ATIVOS
           DISPLAY "NUMERO DE INVENTARIO: " WITH NO ADVANCING
           MOVE SPACES TO WS-INVENTARIO
           ACCEPT WS-INVENTARIO
           MOVE FUNCTION UPPER-CASE(WS-INVENTARIO) TO WS-INVENTARIO
           PERFORM PROCURA-ATIVO
           EVALUATE TRUE
               WHEN WS-INVENTARIO = SPACES
                   DISPLAY "Numero de inventario obrigatorio"
               WHEN WS-ATV-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-ATV-ACHADO = 0 AND WS-TOTAL-ATV >= 500
                   DISPLAY "Cadastro cheio"
               WHEN WS-ATV-ACHADO = 0
                   PERFORM NOVO-ATIVO
               WHEN OTHER
                   PERFORM ALTERA-ATIVO-EXISTENTE
           END-EVALUATE.

       NOVO-ATIVO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-30
           ACCEPT WS-TEXTO-30
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-30) TO WS-TEXTO-30
           DISPLAY "SALA: " WITH NO ADVANCING
           MOVE SPACES TO WS-SALA
           ACCEPT WS-SALA
           MOVE FUNCTION UPPER-CASE(WS-SALA) TO WS-SALA
           DISPLAY "POLO (ENTER = P1): " WITH NO ADVANCING
           MOVE SPACES TO WS-POLO
           ACCEPT WS-POLO
           MOVE FUNCTION UPPER-CASE(WS-POLO) TO WS-POLO
           IF WS-POLO = SPACES
               MOVE 'P1' TO WS-POLO
           END-IF
           PERFORM VERIFICA-POLO
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           MOVE 0 TO WS-DATA-NUM
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-NUM
           END-IF
           DISPLAY "CUSTO DE AQUISICAO (ex: 850.00): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           MOVE 0 TO WS-QUOTA
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-QUOTA = FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF
           DISPLAY "VIDA UTIL EM ANOS: " WITH NO ADVANCING
           MOVE SPACES TO WS-ANO-TEXTO
           ACCEPT WS-ANO-TEXTO
           MOVE 0 TO WS-MESES
           IF WS-ANO-TEXTO NOT = SPACES
               COMPUTE WS-MESES = FUNCTION NUMVAL(WS-ANO-TEXTO)
           END-IF
      * Ativo vindo de antes do cadastro: ano ate ao qual ja foi
      * amortizado e o acumulado, para a corrida seguir dai
           DISPLAY "JA AMORTIZADO ATE AO ANO (ENTER = NENHUM): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ANO-TEXTO
           ACCEPT WS-ANO-TEXTO
           MOVE 0 TO WS-ANO
           MOVE 0 TO WS-POR-AMORTIZAR
           IF WS-ANO-TEXTO IS NUMERIC
               MOVE WS-ANO-TEXTO TO WS-ANO
               DISPLAY "AMORTIZACAO ACUMULADA ATE " WS-ANO ": "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-TEXTO
               ACCEPT WS-NUM-TEXTO
               IF WS-NUM-TEXTO NOT = SPACES
                   COMPUTE WS-POR-AMORTIZAR =
                       FUNCTION NUMVAL(WS-NUM-TEXTO)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-TEXTO-30 = SPACES OR WS-SALA = SPACES
                   DISPLAY "Descricao e sala sao obrigatorias"
               WHEN WS-POLO-EXISTE = 'N'
                   DISPLAY "Polo " WS-POLO " inexistente"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = 0
                   OR WS-DATA-NUM > WS-DATA
                   DISPLAY "Data de aquisicao invalida"
               WHEN WS-QUOTA = 0
                   DISPLAY "Custo obrigatorio"
               WHEN WS-MESES = 0
                   DISPLAY "Vida util obrigatoria"
               WHEN WS-ANO > 0 AND (WS-ANO < WS-DATA-NUM(1 : 4)
                   OR WS-ANO >= WS-DATA(1 : 4))
                   DISPLAY "Ano ja amortizado invalido"
               WHEN WS-POR-AMORTIZAR > WS-QUOTA
                   DISPLAY "Acumulado superior ao custo"
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ATV
                   MOVE WS-TOTAL-ATV TO C
                   MOVE WS-INVENTARIO TO WS-ATV-INVENTARIO(C)
                   MOVE WS-TEXTO-30 TO WS-ATV-DESCRICAO(C)
                   MOVE WS-SALA TO WS-ATV-SALA(C)
                   MOVE WS-POLO TO WS-ATV-POLO(C)
                   MOVE WS-DATA-NUM TO WS-ATV-DATA-AQUIS(C)
                   MOVE WS-QUOTA TO WS-ATV-CUSTO(C)
                   MOVE WS-MESES TO WS-ATV-VIDA-ANOS(C)
                   MOVE 'EM-USO' TO WS-ATV-ESTADO(C)
                   MOVE WS-POR-AMORTIZAR TO WS-ATV-AMORT-ACUM(C)
                   MOVE WS-ANO TO WS-ATV-ULTIMO-ANO(C)
                   MOVE 0 TO WS-ATV-DATA-ABATE(C)
                   PERFORM GRAVA-ATIVOS
                   DISPLAY "Ativo " WS-INVENTARIO " registado"
           END-EVALUATE.

       ALTERA-ATIVO-EXISTENTE.
           MOVE WS-ATV-ACHADO TO C
           IF WS-ATV-ESTADO(C) = 'ABATIDO'
               DISPLAY "Ativo abatido em " WS-ATV-DATA-ABATE(C)
                   "; ja nao se altera"
           ELSE
               DISPLAY "DESCRICAO [" WS-ATV-DESCRICAO(C) "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO-30
               ACCEPT WS-TEXTO-30
               IF WS-TEXTO-30 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEXTO-30)
                       TO WS-ATV-DESCRICAO(C)
               END-IF
               DISPLAY "SALA [" WS-ATV-SALA(C) "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SALA
               ACCEPT WS-SALA
               IF WS-SALA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-SALA)
                       TO WS-ATV-SALA(C)
               END-IF
               DISPLAY "POLO [" WS-ATV-POLO(C) "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-POLO
               ACCEPT WS-POLO
               IF WS-POLO NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-POLO) TO WS-POLO
                   PERFORM VERIFICA-POLO
                   IF WS-POLO-EXISTE = 'S'
                       MOVE WS-POLO TO WS-ATV-POLO(C)
                   ELSE
                       DISPLAY "Polo " WS-POLO " inexistente;"
                           " mantido o anterior"
                   END-IF
               END-IF
               DISPLAY "ESTADO EM-USO/AVARIADO/ABATIDO ["
                   WS-ATV-ESTADO(C) "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO-30
               ACCEPT WS-TEXTO-30
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-30) TO WS-TEXTO-30
               EVALUATE WS-TEXTO-30
                   WHEN 'EM-USO'
                   WHEN 'AVARIADO'
                       MOVE WS-TEXTO-30 TO WS-ATV-ESTADO(C)
                   WHEN 'ABATIDO'
                       PERFORM CONFIRMA-ABATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM GRAVA-ATIVOS
               DISPLAY "Ativo " WS-INVENTARIO " gravado"
           END-IF.

       CONFIRMA-ABATE.
      * O abate tira o ativo das amortizacoes e das contagens; o
      * valor liquido que sobra fica a vista para a contabilidade
           COMPUTE WS-LIQUIDO = WS-ATV-CUSTO(C) - WS-ATV-AMORT-ACUM(C)
           MOVE WS-LIQUIDO TO WS-LIQ-ED
           DISPLAY "Abater com valor liquido de " WS-LIQ-ED
               " EUR? (S/N)"
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
               MOVE 'ABATIDO' TO WS-ATV-ESTADO(C)
               MOVE WS-DATA TO WS-ATV-DATA-ABATE(C)
           END-IF.

       VERIFICA-POLO.
      * Sem mestre de polos so existe o polo principal P1
           MOVE 'N' TO WS-POLO-EXISTE
           IF WS-POLO = 'P1'
               MOVE 'S' TO WS-POLO-EXISTE
           END-IF
           MOVE 'N' TO EOF-POLOS
           OPEN INPUT FICHEIRO-POLOS
           IF WS-POLOS-STATUS = '00' OR WS-POLOS-STATUS = '05'
               PERFORM UNTIL EOF-POLOS = 'S'
                   READ FICHEIRO-POLOS
                       AT END
                           MOVE 'S' TO EOF-POLOS
                       NOT AT END
                           IF POL-CODIGO = WS-POLO
                               MOVE 'S' TO WS-POLO-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-POLOS
           END-IF.

      ******************************************************************
      * Corrida anual de amortizacoes
      ******************************************************************
       CORRIDA-AMORTIZACOES.
           DISPLAY "ANO A AMORTIZAR (AAAA): " WITH NO ADVANCING
           MOVE SPACES TO WS-ANO-TEXTO
           ACCEPT WS-ANO-TEXTO
           MOVE 0 TO WS-ANO
           IF WS-ANO-TEXTO IS NUMERIC
               MOVE WS-ANO-TEXTO TO WS-ANO
           END-IF
           PERFORM CARREGA-ATIVOS
           MOVE 0 TO WS-AMORTIZADOS
           MOVE 0 TO WS-EM-ATRASO
           MOVE 0 TO WS-TOTAL-ANO
           IF WS-ANO >= 2000 AND WS-ANO <= WS-DATA(1 : 4) AND
               WS-ATV-CHEIA = 'N'
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
                   PERFORM CALCULA-QUOTA
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-ANO < 2000 OR WS-ANO > WS-DATA(1 : 4)
                   DISPLAY "Ano invalido"
               WHEN WS-ATV-CHEIA = 'S'
                   DISPLAY "Nada amortizado"
               WHEN WS-AMORTIZADOS = 0
                   DISPLAY "Nada a amortizar em " WS-ANO
                       " (ja corrido ou sem ativos)"
               WHEN OTHER
                   MOVE WS-TOTAL-ANO TO WS-TOTAL-ED
                   DISPLAY WS-AMORTIZADOS " ativo(s), amortizacao de "
                       WS-ANO ": " WS-TOTAL-ED " EUR"
                   DISPLAY "Lancar a corrida? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                       DISPLAY "Nada lancado"
                   ELSE
                       PERFORM VERIFICA-PERIODO-ABERTO
                       IF WS-PERIODO-FECHADO = 'N'
                           PERFORM VERIFICA-LOCK-F3
                       END-IF
                       IF WS-PERIODO-FECHADO = 'S' OR
                           WS-F3-BLOQUEADO = 'S'
                           DISPLAY "Amortizacoes nao lancadas"
                       ELSE
                           PERFORM LANCA-AMORTIZACOES
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-EM-ATRASO > 0
               DISPLAY WS-EM-ATRASO " ativo(s) com anos anteriores"
                   " por amortizar ficaram de fora; corra esses"
                   " anos primeiro"
           END-IF.

       CALCULA-QUOTA.
      * Quotas constantes: custo a dividir pela vida util; o ano
      * da aquisicao so conta os meses desde o mes de aquisicao
      * (duodecimos) e a ultima quota acerta o que falta. Um ativo
      * com um ano anterior por amortizar fica de fora
           MOVE 0 TO WS-ATV-QUOTA(I)
           IF WS-ATV-ESTADO(I) NOT = 'ABATIDO' AND
               WS-ATV-ULTIMO-ANO(I) < WS-ANO AND
               WS-ATV-DATA-AQUIS(I)(1 : 4) <= WS-ANO AND
               WS-ATV-AMORT-ACUM(I) < WS-ATV-CUSTO(I) AND
               WS-ATV-VIDA-ANOS(I) > 0
               IF WS-ATV-DATA-AQUIS(I)(1 : 4) < WS-ANO AND
                   WS-ATV-ULTIMO-ANO(I) < WS-ANO - 1
                   ADD 1 TO WS-EM-ATRASO
                   DISPLAY "  " WS-ATV-INVENTARIO(I)
                       " ultima amortizacao em "
                       WS-ATV-ULTIMO-ANO(I)
               ELSE
                   COMPUTE WS-QUOTA-ANUAL ROUNDED =
                       WS-ATV-CUSTO(I) / WS-ATV-VIDA-ANOS(I)
                   IF WS-ATV-DATA-AQUIS(I)(1 : 4) = WS-ANO
                       MOVE WS-ATV-DATA-AQUIS(I)(5 : 2)
                           TO WS-MES-AQUIS
                       COMPUTE WS-MESES = 13 - WS-MES-AQUIS
                       COMPUTE WS-QUOTA ROUNDED =
                           WS-QUOTA-ANUAL * WS-MESES / 12
                   ELSE
                       MOVE WS-QUOTA-ANUAL TO WS-QUOTA
                   END-IF
                   COMPUTE WS-POR-AMORTIZAR =
                       WS-ATV-CUSTO(I) - WS-ATV-AMORT-ACUM(I)
                   IF WS-QUOTA > WS-POR-AMORTIZAR
                       MOVE WS-POR-AMORTIZAR TO WS-QUOTA
                   END-IF
                   MOVE WS-QUOTA TO WS-ATV-QUOTA(I)
                   ADD 1 TO WS-AMORTIZADOS
                   ADD WS-QUOTA TO WS-TOTAL-ANO
               END-IF
           END-IF.

       LANCA-AMORTIZACOES.
      * Uma linha AMOR negativa por polo com o total do ano, numa
      * so execucao; o detalhe por ativo fica em amortizacoes.txt
      * e no mapa. O polo cujo movimento do ano ja entrou numa
      * corrida interrompida (o cadastro ficou por gravar) nao se
      * lanca outra vez, e o historico fica com o run dessa corrida
      * quando nada de novo se escreve
           MOVE 0 TO WS-TOTAL-POL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
               IF WS-ATV-QUOTA(I) > 0
                   PERFORM ACUMULA-NO-POLO
               END-IF
           END-PERFORM
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-LINHAS-F3
           MOVE 0 TO WS-RUN-ANTERIOR
           OPEN EXTEND FICHEIRO-3
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-POL
               MOVE SPACES TO LINHA-FICHEIRO
               MOVE 'AMOR' TO TRN-CODIGO
               MOVE '-' TO TRN-SINAL
               MOVE WS-PAM-VALOR(S) TO TRN-VALOR
               MOVE SPACES TO TRN-DESCRICAO
               STRING "AMORTIZACOES " WS-ANO " POLO " WS-PAM-POLO(S)
                   DELIMITED BY SIZE INTO TRN-DESCRICAO
               MOVE WS-RUN-F3 TO TRN-RUN
               MOVE WS-PAM-POLO(S) TO TRN-POLO
               MOVE SPACES TO WS-CHAVE-REGISTO
               STRING "AMOR POLO " WS-PAM-POLO(S)
                   DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
               COMPUTE WS-CHAVE-DATA = WS-ANO * 10000 + 1231
               MOVE 'L' TO WS-CHAVE-OPERACAO
               CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
                   WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
                   LINHA-FICHEIRO WS-CHAVE-RESULTADO
               IF WS-CHAVE-RESULTADO = 'J'
                   MOVE 'C' TO WS-CHAVE-OPERACAO
                   CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
                       WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO
                       WS-CHAVE-DATA LINHA-FICHEIRO
                       WS-CHAVE-RESULTADO
                   MOVE TRN-RUN TO WS-RUN-ANTERIOR
                   DISPLAY "Polo " WS-PAM-POLO(S) ": amortizacoes de "
                       WS-ANO " ja lancadas (run " WS-RUN-ANTERIOR ")"
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
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           IF WS-LINHAS-F3 > 0
               MOVE 'AMOR' TO WS-RAZAO-F3
               MOVE SPACES TO WS-COMPLEMENTO-F3
               STRING "amortizacoes do ano " WS-ANO
                   DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
               PERFORM ESCREVE-LOG-F3
           ELSE
               MOVE WS-RUN-ANTERIOR TO WS-RUN-F3
           END-IF
      * Historico por ativo e acumulado no cadastro
           OPEN EXTEND FICHEIRO-AMORTIZACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
               IF WS-ATV-QUOTA(I) > 0
                   ADD WS-ATV-QUOTA(I) TO WS-ATV-AMORT-ACUM(I)
                   MOVE WS-ANO TO WS-ATV-ULTIMO-ANO(I)
                   MOVE SPACES TO LINHA-AMORTIZACAO
                   MOVE WS-ANO TO AMZ-ANO
                   MOVE WS-ATV-INVENTARIO(I) TO AMZ-INVENTARIO
                   MOVE WS-ATV-QUOTA(I) TO AMZ-VALOR
                   MOVE WS-ATV-AMORT-ACUM(I) TO AMZ-ACUMULADA
                   COMPUTE AMZ-LIQUIDO = WS-ATV-CUSTO(I) -
                       WS-ATV-AMORT-ACUM(I)
                   MOVE WS-ATV-POLO(I) TO AMZ-POLO
                   MOVE WS-RUN-F3 TO AMZ-RUN
                   WRITE LINHA-AMORTIZACAO
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-AMORTIZACOES
           PERFORM GRAVA-ATIVOS
           PERFORM MAPA-AMORTIZACOES
           DISPLAY "Amortizacoes de " WS-ANO " lancadas (run "
               WS-RUN-F3 "); mapa em mapa-amortizacoes.txt".

       ACUMULA-NO-POLO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-POL
               IF WS-PAM-POLO(S) = WS-ATV-POLO(I)
                   MOVE S TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-POL < 20
               ADD 1 TO WS-TOTAL-POL
               MOVE WS-TOTAL-POL TO WS-ACHADO
               MOVE WS-ATV-POLO(I) TO WS-PAM-POLO(WS-ACHADO)
               MOVE 0 TO WS-PAM-VALOR(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               ADD WS-ATV-QUOTA(I) TO WS-PAM-VALOR(WS-ACHADO)
           END-IF.

       MAPA-AMORTIZACOES.
           MOVE 'mapa-amortizacoes.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MAPA DE AMORTIZACOES DO ANO " WS-ANO
               " (QUOTAS CONSTANTES) EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INVENT.  DESCRICAO                      POLO"
               " AQUISICAO      CUSTO VIDA   DO ANO  ACUMULADA"
               "    LIQUIDO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
               IF WS-ATV-QUOTA(I) > 0
                   MOVE WS-ATV-CUSTO(I) TO WS-VALOR-ED
                   MOVE WS-ATV-AMORT-ACUM(I) TO WS-ACUM-ED
                   COMPUTE WS-LIQUIDO = WS-ATV-CUSTO(I) -
                       WS-ATV-AMORT-ACUM(I)
                   MOVE WS-LIQUIDO TO WS-LIQ-ED
                   MOVE WS-ATV-QUOTA(I) TO WS-TOTAL-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WS-ATV-INVENTARIO(I) " "
                       WS-ATV-DESCRICAO(I) " " WS-ATV-POLO(I) "   "
                       WS-ATV-DATA-AQUIS(I) " " WS-VALOR-ED "  "
                       WS-ATV-VIDA-ANOS(I) WS-TOTAL-ED " "
                       WS-ACUM-ED " " WS-LIQ-ED
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-POL
               MOVE WS-PAM-VALOR(S) TO WS-TOTAL-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TOTAL POLO " WS-PAM-POLO(S) ": " WS-TOTAL-ED
                   " (movimento AMOR run " WS-RUN-F3 ")"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM
           MOVE WS-TOTAL-ANO TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DO ANO  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           MOVE 'MAPA AMORTIZACOES' TO WS-TITULO-SPOOL
           PERFORM REGISTA-SPOOL.

      ******************************************************************
      * Contagem fisica
      ******************************************************************
       FOLHA-CONTAGEM.
      * Uma folha por sala com o que o cadastro diz que la esta e
      * espaco para marcar; ENTER tira a folha de todas as salas
           DISPLAY "SALA (ENTER = TODAS): " WITH NO ADVANCING
           MOVE SPACES TO WS-SALA
           ACCEPT WS-SALA
           MOVE FUNCTION UPPER-CASE(WS-SALA) TO WS-SALA-PEDIDA
           PERFORM CARREGA-ATIVOS
           MOVE 0 TO WS-TOTAL-CNT
           PERFORM CARREGA-SALAS
           MOVE 0 TO WS-LINHAS-REL
           MOVE 'folha-contagem.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-SALAS
               IF WS-SALA-PEDIDA = SPACES OR
                   WS-SAL-CODIGO(S) = WS-SALA-PEDIDA
                   PERFORM FOLHA-DE-UMA-SALA
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-RELATORIO
           IF WS-LINHAS-REL = 0
               DISPLAY "Sem ativos nessa sala"
           ELSE
               MOVE 'FOLHA DE CONTAGEM' TO WS-TITULO-SPOOL
               PERFORM REGISTA-SPOOL
               DISPLAY "Folha em folha-contagem.txt"
           END-IF.

       FOLHA-DE-UMA-SALA.
           MOVE ALL "=" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAGEM FISICA DA SALA " WS-SAL-CODIGO(S)
               "   DATA ____/__/__   CONTADO POR ______________"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ENC INVENT.  DESCRICAO                      ESTADO"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
               IF WS-ATV-SALA(I) = WS-SAL-CODIGO(S) AND
                   WS-ATV-ESTADO(I) NOT = 'ABATIDO'
                   ADD 1 TO WS-LINHAS-REL
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "[ ] " WS-ATV-INVENTARIO(I) " "
                       WS-ATV-DESCRICAO(I) " " WS-ATV-ESTADO(I)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM
           MOVE "ENCONTRADO A MAIS (numero e descricao):"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  ____________________________________________"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       REGISTAR-CONTAGEM.
      * Passa a folha para contagens.txt: cada ativo da sala fica
      * ENCONTRADO ou FALTA, e o que apareceu a mais fica A-MAIS
           PERFORM CARREGA-ATIVOS
           DISPLAY "SALA CONTADA: " WITH NO ADVANCING
           MOVE SPACES TO WS-SALA
           ACCEPT WS-SALA
           MOVE FUNCTION UPPER-CASE(WS-SALA) TO WS-SALA
           IF WS-SALA = SPACES
               DISPLAY "Sala obrigatoria"
           ELSE
               OPEN EXTEND FICHEIRO-CONTAGENS
               MOVE 0 TO WS-LINHAS-REL
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
                   IF WS-ATV-SALA(I) = WS-SALA AND
                       WS-ATV-ESTADO(I) NOT = 'ABATIDO'
                       DISPLAY WS-ATV-INVENTARIO(I) " "
                           WS-ATV-DESCRICAO(I) " ENCONTRADO? (S/N)"
                       ACCEPT WS-CONFIRMA
                       MOVE WS-ATV-INVENTARIO(I) TO WS-INVENTARIO
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                           MOVE 'ENCONTRADO' TO CNT-RESULTADO
                       ELSE
                           MOVE 'FALTA' TO CNT-RESULTADO
                       END-IF
                       PERFORM ESCREVE-CONTAGEM
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-MAIS-FIM
               PERFORM UNTIL WS-MAIS-FIM = 'S'
                   DISPLAY "INVENTARIO ENCONTRADO A MAIS"
                       " (ENTER = TERMINAR): " WITH NO ADVANCING
                   MOVE SPACES TO WS-INVENTARIO
                   ACCEPT WS-INVENTARIO
                   IF WS-INVENTARIO = SPACES
                       MOVE 'S' TO WS-MAIS-FIM
                   ELSE
                       MOVE FUNCTION UPPER-CASE(WS-INVENTARIO)
                           TO WS-INVENTARIO
                       MOVE 'A-MAIS' TO CNT-RESULTADO
                       PERFORM ESCREVE-CONTAGEM
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-CONTAGENS
               DISPLAY WS-LINHAS-REL " linha(s) de contagem da sala "
                   WS-SALA " registada(s)"
           END-IF.

       ESCREVE-CONTAGEM.
           MOVE CNT-RESULTADO TO WS-TEXTO-30
           MOVE SPACES TO LINHA-CONTAGEM
           MOVE WS-DATA TO CNT-DATA
           MOVE WS-SALA TO CNT-SALA
           MOVE WS-INVENTARIO TO CNT-INVENTARIO
           MOVE WS-TEXTO-30 TO CNT-RESULTADO
           MOVE WS-OPERADOR TO CNT-OPERADOR
           WRITE LINHA-CONTAGEM
           ADD 1 TO WS-LINHAS-REL.

       CARREGA-CONTAGENS.
           MOVE 0 TO WS-TOTAL-CNT
           MOVE 'N' TO WS-CNT-CHEIA
           MOVE 'N' TO EOF-CONTAGENS
           OPEN INPUT FICHEIRO-CONTAGENS
           IF WS-CONTAGENS-STATUS = '00' OR
               WS-CONTAGENS-STATUS = '05'
               PERFORM UNTIL EOF-CONTAGENS = 'S'
                   READ FICHEIRO-CONTAGENS
                       AT END
                           MOVE 'S' TO EOF-CONTAGENS
                       NOT AT END
                           IF CNT-DATA IS NUMERIC AND
                               WS-TOTAL-CNT < 3000
                               ADD 1 TO WS-TOTAL-CNT
                               MOVE WS-TOTAL-CNT TO K
                               MOVE CNT-DATA TO WS-CNT-DATA(K)
                               MOVE CNT-SALA TO WS-CNT-SALA(K)
                               MOVE CNT-INVENTARIO
                                   TO WS-CNT-INVENTARIO(K)
                               MOVE CNT-RESULTADO
                                   TO WS-CNT-RESULTADO(K)
                           ELSE
                               IF CNT-DATA IS NUMERIC
                                   MOVE 'S' TO WS-CNT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CONTAGENS
           END-IF
           IF WS-CNT-CHEIA = 'S'
               DISPLAY "AVISO: contagens.txt excede a tabela de 3000"
                   " linhas; as contagens mais recentes ficaram de"
                   " fora"
           END-IF.

       CARREGA-SALAS.
      * Salas do cadastro (ativos nao abatidos) e das contagens,
      * com a data da ultima contagem de cada uma
           MOVE 0 TO WS-TOTAL-SALAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
               IF WS-ATV-ESTADO(I) NOT = 'ABATIDO'
                   MOVE WS-ATV-SALA(I) TO WS-SALA
                   MOVE 0 TO WS-ULTIMA-DATA
                   PERFORM REGISTA-SALA
               END-IF
           END-PERFORM
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CNT
               MOVE WS-CNT-SALA(C) TO WS-SALA
               MOVE WS-CNT-DATA(C) TO WS-ULTIMA-DATA
               PERFORM REGISTA-SALA
           END-PERFORM.

       REGISTA-SALA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SALAS
               IF WS-SAL-CODIGO(K) = WS-SALA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-SALAS < 300
               ADD 1 TO WS-TOTAL-SALAS
               MOVE WS-TOTAL-SALAS TO WS-ACHADO
               MOVE WS-SALA TO WS-SAL-CODIGO(WS-ACHADO)
               MOVE 0 TO WS-SAL-ULTIMA-CONTA(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               IF WS-ULTIMA-DATA > WS-SAL-ULTIMA-CONTA(WS-ACHADO)
                   MOVE WS-ULTIMA-DATA
                       TO WS-SAL-ULTIMA-CONTA(WS-ACHADO)
               END-IF
           END-IF.

       RELATORIO-DISCREPANCIAS.
      * Compara a ultima contagem de cada sala com o cadastro: o
      * que falta, o que apareceu noutra sala, o que nao consta do
      * cadastro ou ja estava abatido, e as salas nunca contadas
           PERFORM CARREGA-ATIVOS
           PERFORM CARREGA-CONTAGENS
           PERFORM CARREGA-SALAS
           MOVE 0 TO WS-LINHAS-REL
           MOVE 'inventario-discrepancias.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DISCREPANCIAS DA CONTAGEM FISICA EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-SALAS
               IF WS-SAL-ULTIMA-CONTA(S) = 0
                   ADD 1 TO WS-LINHAS-REL
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "SALA " WS-SAL-CODIGO(S)
                       " NUNCA CONTADA"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               ELSE
                   PERFORM DISCREPANCIAS-DA-SALA
               END-IF
           END-PERFORM
           IF WS-LINHAS-REL = 0
               MOVE "SEM DISCREPANCIAS" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE FICHEIRO-RELATORIO
           MOVE 'DISCREPANCIAS INVENT' TO WS-TITULO-SPOOL
           PERFORM REGISTA-SPOOL
           DISPLAY WS-LINHAS-REL " discrepancia(s) em"
               " inventario-discrepancias.txt".

       DISCREPANCIAS-DA-SALA.
      * Ativos da sala que a ultima contagem nao encontrou (ou nem
      * listou, por terem entrado no cadastro depois dela)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATV
               IF WS-ATV-SALA(I) = WS-SAL-CODIGO(S) AND
                   WS-ATV-ESTADO(I) NOT = 'ABATIDO'
                   MOVE WS-ATV-INVENTARIO(I) TO WS-INVENTARIO
                   MOVE SPACES TO WS-TEXTO-30
                   PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > WS-TOTAL-CNT
                       IF WS-CNT-SALA(C) = WS-SAL-CODIGO(S) AND
                           WS-CNT-DATA(C) = WS-SAL-ULTIMA-CONTA(S) AND
                           WS-CNT-INVENTARIO(C) = WS-INVENTARIO
                           MOVE WS-CNT-RESULTADO(C) TO WS-TEXTO-30
                       END-IF
                   END-PERFORM
                   EVALUATE WS-TEXTO-30
                       WHEN 'ENCONTRADO'
                           CONTINUE
                       WHEN 'FALTA'
                           PERFORM PROCURA-NOUTRA-SALA
                           ADD 1 TO WS-LINHAS-REL
                           MOVE SPACES TO LINHA-RELATORIO
                           IF WS-ACHADO = 0
                               STRING "FALTA      " WS-INVENTARIO " "
                                   WS-ATV-DESCRICAO(I) " SALA "
                                   WS-SAL-CODIGO(S) " CONTADA EM "
                                   WS-SAL-ULTIMA-CONTA(S)
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                           ELSE
                               STRING "MUDOU      " WS-INVENTARIO " "
                                   WS-ATV-DESCRICAO(I) " SALA "
                                   WS-SAL-CODIGO(S) " ENCONTRADO NA "
                                   WS-CNT-SALA(WS-ACHADO)
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                           END-IF
                           WRITE LINHA-RELATORIO
                       WHEN OTHER
                           ADD 1 TO WS-LINHAS-REL
                           MOVE SPACES TO LINHA-RELATORIO
                           STRING "POR CONTAR " WS-INVENTARIO " "
                               WS-ATV-DESCRICAO(I) " SALA "
                               WS-SAL-CODIGO(S) " CONTADA EM "
                               WS-SAL-ULTIMA-CONTA(S)
                               DELIMITED BY SIZE INTO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                   END-EVALUATE
               END-IF
           END-PERFORM
      * O que apareceu a mais na sala
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CNT
               IF WS-CNT-SALA(C) = WS-SAL-CODIGO(S) AND
                   WS-CNT-DATA(C) = WS-SAL-ULTIMA-CONTA(S) AND
                   WS-CNT-RESULTADO(C) = 'A-MAIS'
                   PERFORM DISCREPANCIA-A-MAIS
               END-IF
           END-PERFORM.

       PROCURA-NOUTRA-SALA.
      * O ativo em falta apareceu a mais na ultima contagem de
      * outra sala? Indice da linha de contagem em WS-ACHADO
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CNT
               IF WS-CNT-INVENTARIO(C) = WS-INVENTARIO AND
                   WS-CNT-RESULTADO(C) = 'A-MAIS' AND
                   WS-CNT-SALA(C) NOT = WS-SAL-CODIGO(S)
                   MOVE WS-CNT-SALA(C) TO WS-SALA
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-SALAS
                       IF WS-SAL-CODIGO(K) = WS-SALA AND
                           WS-SAL-ULTIMA-CONTA(K) = WS-CNT-DATA(C)
                           MOVE C TO WS-ACHADO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       DISCREPANCIA-A-MAIS.
           MOVE WS-CNT-INVENTARIO(C) TO WS-INVENTARIO
           PERFORM PROCURA-ATIVO
           ADD 1 TO WS-LINHAS-REL
           MOVE SPACES TO LINHA-RELATORIO
           EVALUATE TRUE
               WHEN WS-ATV-ACHADO = 0
                   STRING "DESCONHEC. " WS-INVENTARIO
                       " ENCONTRADO NA SALA " WS-SAL-CODIGO(S)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN WS-ATV-ESTADO(WS-ATV-ACHADO) = 'ABATIDO'
                   STRING "ABATIDO    " WS-INVENTARIO " "
                       WS-ATV-DESCRICAO(WS-ATV-ACHADO)
                       " ENCONTRADO NA SALA " WS-SAL-CODIGO(S)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN WS-ATV-SALA(WS-ATV-ACHADO) = WS-SAL-CODIGO(S)
                   STRING "DUPLICADO  " WS-INVENTARIO " "
                       WS-ATV-DESCRICAO(WS-ATV-ACHADO)
                       " REGISTADO A MAIS NA PROPRIA SALA "
                       WS-SAL-CODIGO(S)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN OTHER
                   STRING "FORA SALA  " WS-INVENTARIO " "
                       WS-ATV-DESCRICAO(WS-ATV-ACHADO)
                       " DA SALA " WS-ATV-SALA(WS-ATV-ACHADO)
                       " ENCONTRADO NA " WS-SAL-CODIGO(S)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-EVALUATE
           WRITE LINHA-RELATORIO.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-NOME-RELATORIO TO SPL-FICHEIRO
           MOVE WS-TITULO-SPOOL TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

      ******************************************************************
      * Lancamento em ficheiro3 (protocolo do Exercicio3)
      ******************************************************************
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

       END PROGRAM ATIVOS-FIXOS.
