      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregacao de funcoes: as regras em
      *          regras-segregacao.txt dizem que pares de acoes nao
      *          podem ser feitos pelo mesmo operador, sobre o mesmo
      *          objeto (o mesmo lote, termo, nota de credito ou
      *          abate) ou no mesmo dia (receber pagamentos e aceitar
      *          a diferenca do fecho de caixa); o relatorio mensal
      *          percorre os ficheiros que guardam o operador
      *          (recibos, log do fecho de caixa, historia dos
      *          parametros, notas de credito, abates e o rasto
      *          acoes-controlo.txt da importacao de notas e do
      *          fecho de termo) e lista cada violacao com os
      *          registos envolvidos, com espaco para o visto da
      *          direcao; sai pelo spool (segregacao-funcoes.txt)
      *          com rota para a DIRECAO; sem ficheiro de regras
      *          valem as regras de origem, e a manutencao das
      *          regras fica ela propria no rasto
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGACAO-FUNCOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-REGRAS
               ASSIGN TO 'regras-segregacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT OPTIONAL FICHEIRO-CAIXA-LOG
               ASSIGN TO 'fecho-caixa-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXA-LOG-STATUS.
           SELECT OPTIONAL FICHEIRO-HISTORIA
               ASSIGN TO 'parametros-historia.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT OPTIONAL FICHEIRO-NOTAS-CREDITO
               ASSIGN TO 'notas-credito.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT OPTIONAL FICHEIRO-ABATES ASSIGN TO 'abates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABATES-STATUS.
           SELECT OPTIONAL FICHEIRO-ACOES
               ASSIGN TO 'acoes-controlo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'segregacao-funcoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-ROTAS ASSIGN TO 'rotas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-REGRAS.
       01 LINHA-REGRA.
         05 RSG-ACAO-1    PIC X(12).
         05 FILLER        PIC X.
         05 RSG-ACAO-2    PIC X(12).
         05 FILLER        PIC X.
         05 RSG-AMBITO    PIC X(6).
         05 FILLER        PIC X.
         05 RSG-DESCRICAO PIC X(40).
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
       FD FICHEIRO-CAIXA-LOG.
       01 LINHA-CAIXA-LOG.
         05 CXL-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 CXL-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 CXL-OPERADOR   PIC X(8).
         05 FILLER         PIC X(7).
         05 CXL-DATA-FECHO PIC 9(8).
         05 CXL-RESTO      PIC X(200).
       FD FICHEIRO-HISTORIA.
       01 LINHA-HISTORIA.
         05 PHI-DATA    PIC 9(8).
         05 PHI-HORA    PIC 9(6).
         05 FILLER      PIC X.
         05 PHI-AUTOR   PIC X(8).
         05 FILLER      PIC X.
         05 PHI-CHAVE   PIC X(20).
         05 FILLER      PIC X.
         05 PHI-ANTIGO  PIC 9(5).
         05 FILLER      PIC X.
         05 PHI-NOVO    PIC 9(5).
         05 FILLER      PIC X.
         05 PHI-EFETIVA PIC 9(8).
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
       FD FICHEIRO-ACOES.
       01 LINHA-ACAO.
         05 ACC-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 ACC-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 ACC-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 ACC-ACAO     PIC X(12).
         05 FILLER       PIC X.
         05 ACC-OBJETO   PIC X(20).
         05 FILLER       PIC X.
         05 ACC-DETALHE  PIC X(40).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(132).
       FD FICHEIRO-ROTAS.
       01 LINHA-ROTA.
         05 ROT-TITULO       PIC X(20).
         05 FILLER           PIC X.
         05 ROT-DESTINATARIO PIC X(8).
         05 FILLER           PIC X.
         05 ROT-COPIAS       PIC 9(2).
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
       01 WS-REGRAS-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-CAIXA-LOG-STATUS PIC XX.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 WS-ABATES-STATUS PIC XX.
       01 WS-ACOES-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-ROTAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-REGRAS PIC X.
       01 EOF-FONTE PIC X.
       01 EOF-ROTAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-CONFIRMA PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-MES-INI PIC 9(8).
       01 WS-MES-FIM PIC 9(8).
       01 WS-ROTA-EXISTE PIC X.
       01 WS-TITULO-RELATORIO PIC X(20) VALUE 'SEGREGACAO FUNCOES'.
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 K PIC 9(5).
       01 R PIC 9(2).
      * Regras em vigor (do ficheiro, ou as de origem sem ele)
       01 WS-REGRAS-ORIGEM PIC X.
       01 WS-TOTAL-REGRAS PIC 9(2) VALUE 0.
       01 WS-TABELA-REGRAS.
         05 WS-RSG OCCURS 50 TIMES.
           10 WS-RSG-ACAO-1    PIC X(12).
           10 WS-RSG-ACAO-2    PIC X(12).
           10 WS-RSG-AMBITO    PIC X(6).
           10 WS-RSG-DESCRICAO PIC X(40).
           10 WS-RSG-VIOLACOES PIC 9(5).
       01 WS-REGRAS-DEFEITO.
         05 FILLER PIC X(12) VALUE 'IMPORTA-LOTE'.
         05 FILLER PIC X(12) VALUE 'APROVA-LOTE'.
         05 FILLER PIC X(6)  VALUE 'OBJETO'.
         05 FILLER PIC X(40) VALUE 'IMPORTAR E APROVAR O MESMO LOTE'.
         05 FILLER PIC X(12) VALUE 'RECEBE-PAGAM'.
         05 FILLER PIC X(12) VALUE 'ACEITA-DIFER'.
         05 FILLER PIC X(6)  VALUE 'DIA'.
         05 FILLER PIC X(40)
             VALUE 'RECEBER E ACEITAR A DIFERENCA DO DIA'.
         05 FILLER PIC X(12) VALUE 'FECHA-TERMO'.
         05 FILLER PIC X(12) VALUE 'REABRE-TERMO'.
         05 FILLER PIC X(6)  VALUE 'OBJETO'.
         05 FILLER PIC X(40) VALUE 'FECHAR E REABRIR O MESMO TERMO'.
         05 FILLER PIC X(12) VALUE 'PEDE-NC'.
         05 FILLER PIC X(12) VALUE 'APROVA-NC'.
         05 FILLER PIC X(6)  VALUE 'OBJETO'.
         05 FILLER PIC X(40)
             VALUE 'PEDIR E APROVAR A MESMA NOTA DE CREDITO'.
         05 FILLER PIC X(12) VALUE 'PROPOE-ABATE'.
         05 FILLER PIC X(12) VALUE 'APROVA-ABATE'.
         05 FILLER PIC X(6)  VALUE 'OBJETO'.
         05 FILLER PIC X(40) VALUE 'PROPOR E APROVAR O MESMO ABATE'.
         05 FILLER PIC X(12) VALUE 'ALTERA-PARAM'.
         05 FILLER PIC X(12) VALUE 'ACEITA-DIFER'.
         05 FILLER PIC X(6)  VALUE 'DIA'.
         05 FILLER PIC X(40)
             VALUE 'ALTERAR PARAMETROS E ACEITAR A DIFERENCA'.
       01 FILLER REDEFINES WS-REGRAS-DEFEITO.
         05 WS-DEF OCCURS 6 TIMES.
           10 WS-DEF-ACAO-1    PIC X(12).
           10 WS-DEF-ACAO-2    PIC X(12).
           10 WS-DEF-AMBITO    PIC X(6).
           10 WS-DEF-DESCRICAO PIC X(40).
      * Acoes que os ficheiros deixam com o operador
       01 WS-CODIGOS-ACAO.
         05 FILLER PIC X(12) VALUE 'IMPORTA-LOTE'.
         05 FILLER PIC X(12) VALUE 'APROVA-LOTE'.
         05 FILLER PIC X(12) VALUE 'ANULA-LOTE'.
         05 FILLER PIC X(12) VALUE 'FECHA-TERMO'.
         05 FILLER PIC X(12) VALUE 'REABRE-TERMO'.
         05 FILLER PIC X(12) VALUE 'RECEBE-PAGAM'.
         05 FILLER PIC X(12) VALUE 'FECHA-CAIXA'.
         05 FILLER PIC X(12) VALUE 'ACEITA-DIFER'.
         05 FILLER PIC X(12) VALUE 'ALTERA-PARAM'.
         05 FILLER PIC X(12) VALUE 'PEDE-NC'.
         05 FILLER PIC X(12) VALUE 'APROVA-NC'.
         05 FILLER PIC X(12) VALUE 'PROPOE-ABATE'.
         05 FILLER PIC X(12) VALUE 'APROVA-ABATE'.
       01 FILLER REDEFINES WS-CODIGOS-ACAO.
         05 WS-CODIGO-ACAO PIC X(12) OCCURS 13 TIMES.
       01 WS-CODIGO-VALIDO PIC X.
      * Acoes lidas que entram em alguma regra
       01 WS-TOTAL-ACOES PIC 9(5) VALUE 0.
       01 WS-ACOES-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ACOES.
         05 WS-ACT OCCURS 20000 TIMES.
           10 WS-ACT-ACAO     PIC X(12).
           10 WS-ACT-OPERADOR PIC X(8).
           10 WS-ACT-DATA     PIC 9(8).
           10 WS-ACT-OBJETO   PIC X(20).
           10 WS-ACT-REF      PIC X(40).
       01 WS-NOVA-ACAO PIC X(12).
       01 WS-NOVO-OPERADOR PIC X(8).
       01 WS-NOVA-DATA PIC 9(8).
       01 WS-NOVO-OBJETO PIC X(20).
       01 WS-NOVA-REF PIC X(40).
       01 WS-NOVA-NO-MES PIC X.
       01 WS-RELEVANTE PIC X.
       01 WS-SEM-OPERADOR PIC 9(5).
       01 WS-ABATE-ANTERIOR PIC 9(5).
       01 WS-SEM-DIFERENCA PIC 9(3).
      * Apuramento
       01 WS-TOTAL-VIOLACOES PIC 9(5).
       01 WS-COINCIDENTES PIC 9(5).
       01 WS-PRIMEIRA PIC 9(5).
       01 WS-MOSTRA-CONTA PIC Z(4)9.
       01 WS-MOSTRA-REGRA PIC Z9.
      * Manutencao das regras
       01 WS-NOVA-REGRA.
         05 WS-NR-ACAO-1    PIC X(12).
         05 WS-NR-ACAO-2    PIC X(12).
         05 WS-NR-AMBITO    PIC X(6).
         05 WS-NR-DESCRICAO PIC X(40).
       01 WS-CODIGO PIC X(12).
       01 WS-NUMERO-REGRA PIC 9(2).
      * Rasto da manutencao das regras
       01 WS-ACAO PIC X(12).
       01 WS-ACAO-OBJETO PIC X(20).
       01 WS-ACAO-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "SEGREGACAO DE FUNCOES"
               DISPLAY "1 - RELATORIO DE VIOLACOES DO MES"
               DISPLAY "2 - LISTAR REGRAS"
               DISPLAY "3 - ACRESCENTAR REGRA"
               DISPLAY "4 - RETIRAR REGRA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA(1 : 6) TO WS-MES-ATUAL
               PERFORM CARREGA-REGRAS
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM GERAR-RELATORIO
                   WHEN 2
                       PERFORM LISTA-REGRAS
                   WHEN 3
                       PERFORM ACRESCENTA-REGRA
                   WHEN 4
                       PERFORM RETIRA-REGRA
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
      * Regras
      ******************************************************************
       CARREGA-REGRAS.
      * Sem ficheiro (ou vazio) valem as regras de origem; a primeira
      * alteracao grava-as todas no ficheiro
           MOVE 0 TO WS-TOTAL-REGRAS
           MOVE 'N' TO EOF-REGRAS
           OPEN INPUT FICHEIRO-REGRAS
           IF WS-REGRAS-STATUS = '00' OR WS-REGRAS-STATUS = '05'
               PERFORM UNTIL EOF-REGRAS = 'S'
                   READ FICHEIRO-REGRAS
                       AT END
                           MOVE 'S' TO EOF-REGRAS
                       NOT AT END
                           IF RSG-ACAO-1 NOT = SPACES AND
                               RSG-ACAO-2 NOT = SPACES AND
                               WS-TOTAL-REGRAS < 50
                               ADD 1 TO WS-TOTAL-REGRAS
                               MOVE RSG-ACAO-1 TO
                                   WS-RSG-ACAO-1(WS-TOTAL-REGRAS)
                               MOVE RSG-ACAO-2 TO
                                   WS-RSG-ACAO-2(WS-TOTAL-REGRAS)
                               MOVE RSG-AMBITO TO
                                   WS-RSG-AMBITO(WS-TOTAL-REGRAS)
                               MOVE RSG-DESCRICAO TO
                                   WS-RSG-DESCRICAO(WS-TOTAL-REGRAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REGRAS
           END-IF
           IF WS-TOTAL-REGRAS = 0
               MOVE 'S' TO WS-REGRAS-ORIGEM
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > 6
                   MOVE WS-DEF-ACAO-1(R) TO WS-RSG-ACAO-1(R)
                   MOVE WS-DEF-ACAO-2(R) TO WS-RSG-ACAO-2(R)
                   MOVE WS-DEF-AMBITO(R) TO WS-RSG-AMBITO(R)
                   MOVE WS-DEF-DESCRICAO(R) TO WS-RSG-DESCRICAO(R)
               END-PERFORM
               MOVE 6 TO WS-TOTAL-REGRAS
           ELSE
               MOVE 'N' TO WS-REGRAS-ORIGEM
           END-IF.

       GRAVA-REGRAS.
           OPEN OUTPUT FICHEIRO-REGRAS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               MOVE SPACES TO LINHA-REGRA
               MOVE WS-RSG-ACAO-1(R) TO RSG-ACAO-1
               MOVE WS-RSG-ACAO-2(R) TO RSG-ACAO-2
               MOVE WS-RSG-AMBITO(R) TO RSG-AMBITO
               MOVE WS-RSG-DESCRICAO(R) TO RSG-DESCRICAO
               WRITE LINHA-REGRA
           END-PERFORM
           CLOSE FICHEIRO-REGRAS
           MOVE 'N' TO WS-REGRAS-ORIGEM.

       LISTA-REGRAS.
           IF WS-REGRAS-ORIGEM = 'S'
               DISPLAY "Sem regras-segregacao.txt: regras de origem"
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               MOVE R TO WS-MOSTRA-REGRA
               DISPLAY WS-MOSTRA-REGRA " " WS-RSG-ACAO-1(R) " x "
                   WS-RSG-ACAO-2(R) " " WS-RSG-AMBITO(R) " "
                   WS-RSG-DESCRICAO(R)
           END-PERFORM.

       ACRESCENTA-REGRA.
           DISPLAY "Acoes conhecidas:"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 13
               DISPLAY "  " WS-CODIGO-ACAO(K)
           END-PERFORM
           MOVE SPACES TO WS-NOVA-REGRA
           DISPLAY "PRIMEIRA ACAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-NR-ACAO-1
           DISPLAY "SEGUNDA ACAO (nao pode ser do mesmo operador): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-NR-ACAO-2
           DISPLAY "AMBITO (OBJETO = o mesmo lote/termo/documento,"
               " DIA = o mesmo dia): " WITH NO ADVANCING
           ACCEPT WS-NR-AMBITO
           MOVE FUNCTION UPPER-CASE(WS-NR-AMBITO) TO WS-NR-AMBITO
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT WS-NR-DESCRICAO
           MOVE WS-NR-ACAO-1 TO WS-CODIGO
           PERFORM VALIDA-CODIGO
           IF WS-CODIGO-VALIDO = 'S'
               MOVE WS-NR-ACAO-2 TO WS-CODIGO
               PERFORM VALIDA-CODIGO
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               IF (WS-RSG-ACAO-1(R) = WS-NR-ACAO-1 AND
                   WS-RSG-ACAO-2(R) = WS-NR-ACAO-2) OR
                   (WS-RSG-ACAO-1(R) = WS-NR-ACAO-2 AND
                   WS-RSG-ACAO-2(R) = WS-NR-ACAO-1)
                   MOVE 'D' TO WS-CODIGO-VALIDO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CODIGO-VALIDO = 'N'
                   DISPLAY "Acao desconhecida, regra nao criada"
               WHEN WS-CODIGO-VALIDO = 'D'
                   DISPLAY "Ja existe uma regra para esse par"
               WHEN WS-NR-ACAO-1 = WS-NR-ACAO-2
                   DISPLAY "As duas acoes tem de ser diferentes"
               WHEN WS-NR-AMBITO NOT = 'OBJETO' AND
                   WS-NR-AMBITO NOT = 'DIA'
                   DISPLAY "Ambito invalido (OBJETO ou DIA)"
               WHEN WS-TOTAL-REGRAS >= 50
                   DISPLAY "Tabela de regras cheia (50)"
               WHEN OTHER
                   IF WS-NR-DESCRICAO = SPACES
                       MOVE 'SEM DESCRICAO' TO WS-NR-DESCRICAO
                   END-IF
                   ADD 1 TO WS-TOTAL-REGRAS
                   MOVE WS-NR-ACAO-1 TO WS-RSG-ACAO-1(WS-TOTAL-REGRAS)
                   MOVE WS-NR-ACAO-2 TO WS-RSG-ACAO-2(WS-TOTAL-REGRAS)
                   MOVE WS-NR-AMBITO TO WS-RSG-AMBITO(WS-TOTAL-REGRAS)
                   MOVE WS-NR-DESCRICAO TO
                       WS-RSG-DESCRICAO(WS-TOTAL-REGRAS)
                   PERFORM GRAVA-REGRAS
                   MOVE SPACES TO WS-ACAO-DETALHE
                   STRING "NOVA " WS-NR-ACAO-1 " x " WS-NR-ACAO-2
                       DELIMITED BY SIZE INTO WS-ACAO-DETALHE
                   PERFORM REGISTA-ALTERACAO-REGRAS
                   DISPLAY "Regra acrescentada"
           END-EVALUATE.

       VALIDA-CODIGO.
           MOVE 'N' TO WS-CODIGO-VALIDO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 13
               IF WS-CODIGO-ACAO(K) = WS-CODIGO
                   MOVE 'S' TO WS-CODIGO-VALIDO
               END-IF
           END-PERFORM.

       RETIRA-REGRA.
           PERFORM LISTA-REGRAS
           DISPLAY "NUMERO DA REGRA A RETIRAR (0 = nenhuma): "
               WITH NO ADVANCING
           MOVE 0 TO WS-NUMERO-REGRA
           ACCEPT WS-NUMERO-REGRA
           IF WS-NUMERO-REGRA = 0 OR
               WS-NUMERO-REGRA > WS-TOTAL-REGRAS
               DISPLAY "Nenhuma regra retirada"
           ELSE
               MOVE WS-NUMERO-REGRA TO R
               DISPLAY "Retirar " WS-RSG-ACAO-1(R) " x "
                   WS-RSG-ACAO-2(R) "? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   MOVE SPACES TO WS-ACAO-DETALHE
                   STRING "RETIRADA " WS-RSG-ACAO-1(R) " x "
                       WS-RSG-ACAO-2(R)
                       DELIMITED BY SIZE INTO WS-ACAO-DETALHE
                   PERFORM VARYING R FROM WS-NUMERO-REGRA BY 1
                       UNTIL R >= WS-TOTAL-REGRAS
                       MOVE WS-RSG(R + 1) TO WS-RSG(R)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-REGRAS
      * Retirar a ultima regra deixaria o ficheiro vazio, e um
      * ficheiro vazio repunha as de origem
                   IF WS-TOTAL-REGRAS = 0
                       DISPLAY "Nao se pode ficar sem regras"
                       ADD 1 TO WS-TOTAL-REGRAS
                   ELSE
                       PERFORM GRAVA-REGRAS
                       PERFORM REGISTA-ALTERACAO-REGRAS
                       DISPLAY "Regra retirada"
                   END-IF
               ELSE
                   DISPLAY "Regra mantida"
               END-IF
           END-IF.

       REGISTA-ALTERACAO-REGRAS.
           OPEN EXTEND FICHEIRO-ACOES
           MOVE SPACES TO LINHA-ACAO
           MOVE WS-DATA TO ACC-DATA
           MOVE WS-HORA TO ACC-HORA
           MOVE WS-OPERADOR TO ACC-OPERADOR
           MOVE 'ALTERA-REGRA' TO ACC-ACAO
           MOVE 'REGRAS-SEGREGACAO' TO ACC-OBJETO
           MOVE WS-ACAO-DETALHE TO ACC-DETALHE
           WRITE LINHA-ACAO
           CLOSE FICHEIRO-ACOES.

      ******************************************************************
      * Relatorio do mes
      ******************************************************************
       GERAR-RELATORIO.
      * Por omissao o mes anterior, o ultimo mes completo
           IF WS-MES-ATUAL(5 : 2) = '01'
               COMPUTE WS-MES = WS-MES-ATUAL - 89
           ELSE
               COMPUTE WS-MES = WS-MES-ATUAL - 1
           END-IF
           DISPLAY "MES (AAAAMM, ENTER = " WS-MES "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           IF WS-MES-TEXTO IS NUMERIC
               MOVE WS-MES-TEXTO TO WS-MES
           END-IF
           EVALUATE TRUE
               WHEN WS-MES-TEXTO NOT = SPACES AND
                   WS-MES-TEXTO IS NOT NUMERIC
                   DISPLAY "Mes invalido"
               WHEN WS-MES(5 : 2) < '01' OR WS-MES(5 : 2) > '12'
                   DISPLAY "Mes invalido"
               WHEN WS-MES > WS-MES-ATUAL
                   DISPLAY "O mes " WS-MES " ainda nao comecou"
               WHEN OTHER
                   COMPUTE WS-MES-INI = WS-MES * 100 + 1
                   COMPUTE WS-MES-FIM = WS-MES * 100 + 31
                   PERFORM CARREGA-ACOES
                   PERFORM APURA-VIOLACOES
                   PERFORM REGISTA-SPOOL
                   PERFORM GARANTE-ROTA-DIRECAO
                   DISPLAY WS-TOTAL-VIOLACOES " violacao(oes) em "
                       WS-MES " em segregacao-funcoes.txt"
                   IF WS-ACOES-CHEIA = 'S'
                       DISPLAY "AVISO: tabela de acoes cheia (20000),"
                           " relatorio incompleto"
                   END-IF
                   IF WS-MES = WS-MES-ATUAL
                       DISPLAY "AVISO: mes em curso, relatorio"
                           " provisorio ate " WS-DATA
                   END-IF
           END-EVALUATE.

       CARREGA-ACOES.
           MOVE 0 TO WS-TOTAL-ACOES
           MOVE 0 TO WS-SEM-OPERADOR
           MOVE 'N' TO WS-ACOES-CHEIA
           PERFORM CARREGA-RECIBOS
           PERFORM CARREGA-FECHOS-CAIXA
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-NOTAS-CREDITO
           PERFORM CARREGA-ABATES
           PERFORM CARREGA-ACOES-CONTROLO.

       CARREGA-RECIBOS.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-RECIBOS
           IF WS-RECIBOS-STATUS = '00' OR WS-RECIBOS-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-RECIBOS
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF RCB-NUMERO IS NUMERIC AND
                               RCB-DATA IS NUMERIC
                               MOVE 'RECEBE-PAGAM' TO WS-NOVA-ACAO
                               MOVE RCB-OPERADOR TO WS-NOVO-OPERADOR
                               MOVE RCB-DATA TO WS-NOVA-DATA
                               MOVE SPACES TO WS-NOVO-OBJETO
                               STRING "DIA " RCB-DATA
                                   DELIMITED BY SIZE
                                   INTO WS-NOVO-OBJETO
                               MOVE SPACES TO WS-NOVA-REF
                               STRING "recibos.txt RECIBO " RCB-NUMERO
                                   DELIMITED BY SIZE INTO WS-NOVA-REF
                               PERFORM GUARDA-ACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RECIBOS
           END-IF.

       CARREGA-FECHOS-CAIXA.
      * Cada fecho aceite e um FECHA-CAIXA do dia fechado; se houve
      * diferenca, quem fechou aceitou-a com a explicacao
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-CAIXA-LOG
           IF WS-CAIXA-LOG-STATUS = '00' OR
               WS-CAIXA-LOG-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-CAIXA-LOG
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF CXL-DATA-FECHO IS NUMERIC
                               PERFORM GUARDA-FECHO-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CAIXA-LOG
           END-IF.

       GUARDA-FECHO-CAIXA.
           MOVE CXL-OPERADOR TO WS-NOVO-OPERADOR
           MOVE CXL-DATA-FECHO TO WS-NOVA-DATA
           MOVE SPACES TO WS-NOVO-OBJETO
           STRING "DIA " CXL-DATA-FECHO
               DELIMITED BY SIZE INTO WS-NOVO-OBJETO
           MOVE SPACES TO WS-NOVA-REF
           STRING "fecho-caixa-log.txt " CXL-DATA "-" CXL-HORA
               DELIMITED BY SIZE INTO WS-NOVA-REF
           MOVE 'FECHA-CAIXA' TO WS-NOVA-ACAO
           PERFORM GUARDA-ACAO
           MOVE 0 TO WS-SEM-DIFERENCA
           INSPECT CXL-RESTO TALLYING WS-SEM-DIFERENCA
               FOR ALL ' : SEM DIFERENCA'
           IF WS-SEM-DIFERENCA = 0
               MOVE 'ACEITA-DIFER' TO WS-NOVA-ACAO
               PERFORM GUARDA-ACAO
           END-IF.

       CARREGA-PARAMETROS.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-HISTORIA
           IF WS-HISTORIA-STATUS = '00' OR WS-HISTORIA-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-HISTORIA
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF PHI-DATA IS NUMERIC
                               MOVE 'ALTERA-PARAM' TO WS-NOVA-ACAO
                               MOVE PHI-AUTOR TO WS-NOVO-OPERADOR
                               MOVE PHI-DATA TO WS-NOVA-DATA
                               MOVE PHI-CHAVE TO WS-NOVO-OBJETO
                               MOVE SPACES TO WS-NOVA-REF
                               STRING "parametros-historia.txt "
                                   PHI-DATA "-" PHI-HORA
                                   DELIMITED BY SIZE INTO WS-NOVA-REF
                               PERFORM GUARDA-ACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HISTORIA
           END-IF.

       CARREGA-NOTAS-CREDITO.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-NOTAS-CREDITO
           IF WS-NC-STATUS = '00' OR WS-NC-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF NC-NUMERO IS NUMERIC
                               PERFORM GUARDA-NOTA-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

       GUARDA-NOTA-CREDITO.
           MOVE SPACES TO WS-NOVO-OBJETO
           STRING "NC " NC-NUMERO DELIMITED BY SIZE
               INTO WS-NOVO-OBJETO
           MOVE SPACES TO WS-NOVA-REF
           STRING "notas-credito.txt NC " NC-NUMERO " " NC-ESTADO
               DELIMITED BY SIZE INTO WS-NOVA-REF
           IF NC-DATA-PEDIDO IS NUMERIC
               MOVE 'PEDE-NC' TO WS-NOVA-ACAO
               MOVE NC-PEDIDO-POR TO WS-NOVO-OPERADOR
               MOVE NC-DATA-PEDIDO TO WS-NOVA-DATA
               PERFORM GUARDA-ACAO
           END-IF
           IF NC-ESTADO = 'APROVADA' AND NC-DATA-APROV IS NUMERIC
               MOVE 'APROVA-NC' TO WS-NOVA-ACAO
               MOVE NC-APROVADO-POR TO WS-NOVO-OPERADOR
               MOVE NC-DATA-APROV TO WS-NOVA-DATA
               PERFORM GUARDA-ACAO
           END-IF.

       CARREGA-ABATES.
      * Uma proposta ocupa uma linha por prestacao; conta uma vez
           MOVE 0 TO WS-ABATE-ANTERIOR
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-ABATES
           IF WS-ABATES-STATUS = '00' OR WS-ABATES-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-ABATES
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF ABT-PROPOSTA IS NUMERIC AND
                               ABT-PROPOSTA NOT = WS-ABATE-ANTERIOR
                               MOVE ABT-PROPOSTA TO WS-ABATE-ANTERIOR
                               PERFORM GUARDA-ABATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ABATES
           END-IF.

       GUARDA-ABATE.
           MOVE SPACES TO WS-NOVO-OBJETO
           STRING "ABATE " ABT-PROPOSTA DELIMITED BY SIZE
               INTO WS-NOVO-OBJETO
           MOVE SPACES TO WS-NOVA-REF
           STRING "abates.txt PROPOSTA " ABT-PROPOSTA " " ABT-ESTADO
               DELIMITED BY SIZE INTO WS-NOVA-REF
           IF ABT-DATA-PROPOSTA IS NUMERIC
               MOVE 'PROPOE-ABATE' TO WS-NOVA-ACAO
               MOVE ABT-PROPONENTE TO WS-NOVO-OPERADOR
               MOVE ABT-DATA-PROPOSTA TO WS-NOVA-DATA
               PERFORM GUARDA-ACAO
           END-IF
           IF (ABT-ESTADO = 'APROVADO' OR ABT-ESTADO = 'REPOSTO')
               AND ABT-APROVADOR NOT = SPACES
               AND ABT-DATA-DECISAO IS NUMERIC
               MOVE 'APROVA-ABATE' TO WS-NOVA-ACAO
               MOVE ABT-APROVADOR TO WS-NOVO-OPERADOR
               MOVE ABT-DATA-DECISAO TO WS-NOVA-DATA
               PERFORM GUARDA-ACAO
           END-IF.

       CARREGA-ACOES-CONTROLO.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-ACOES
           IF WS-ACOES-STATUS = '00' OR WS-ACOES-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-ACOES
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF ACC-DATA IS NUMERIC
                               MOVE ACC-ACAO TO WS-NOVA-ACAO
                               MOVE ACC-OPERADOR TO WS-NOVO-OPERADOR
                               MOVE ACC-DATA TO WS-NOVA-DATA
                               MOVE ACC-OBJETO TO WS-NOVO-OBJETO
                               MOVE SPACES TO WS-NOVA-REF
                               STRING "acoes-controlo.txt " ACC-DATA
                                   "-" ACC-HORA
                                   DELIMITED BY SIZE INTO WS-NOVA-REF
                               PERFORM GUARDA-ACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ACOES
           END-IF.

       GUARDA-ACAO.
      * So interessam as acoes de alguma regra: a segunda metade se
      * for do mes, a primeira se for do mes ou, nas regras por
      * objeto, de qualquer data (o lote pode ter sido carregado no
      * mes anterior ao da aprovacao)
           IF WS-NOVA-DATA >= WS-MES-INI AND
               WS-NOVA-DATA <= WS-MES-FIM
               MOVE 'S' TO WS-NOVA-NO-MES
           ELSE
               MOVE 'N' TO WS-NOVA-NO-MES
           END-IF
           MOVE 'N' TO WS-RELEVANTE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               IF WS-RSG-ACAO-2(R) = WS-NOVA-ACAO AND
                   WS-NOVA-NO-MES = 'S'
                   MOVE 'S' TO WS-RELEVANTE
               END-IF
               IF WS-RSG-ACAO-1(R) = WS-NOVA-ACAO AND
                   (WS-NOVA-NO-MES = 'S' OR
                   WS-RSG-AMBITO(R) = 'OBJETO')
                   MOVE 'S' TO WS-RELEVANTE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RELEVANTE = 'N'
                   CONTINUE
      * Sem operador nao se pode provar nada; conta-se para a
      * direcao saber quantas acoes ficaram por verificar
               WHEN WS-NOVO-OPERADOR = SPACES OR
                   WS-NOVO-OPERADOR = 'N/D'
                   IF WS-NOVA-NO-MES = 'S'
                       ADD 1 TO WS-SEM-OPERADOR
                   END-IF
               WHEN WS-TOTAL-ACOES >= 20000
                   MOVE 'S' TO WS-ACOES-CHEIA
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ACOES
                   MOVE WS-NOVA-ACAO TO WS-ACT-ACAO(WS-TOTAL-ACOES)
                   MOVE WS-NOVO-OPERADOR TO
                       WS-ACT-OPERADOR(WS-TOTAL-ACOES)
                   MOVE WS-NOVA-DATA TO WS-ACT-DATA(WS-TOTAL-ACOES)
                   MOVE WS-NOVO-OBJETO TO
                       WS-ACT-OBJETO(WS-TOTAL-ACOES)
                   MOVE WS-NOVA-REF TO WS-ACT-REF(WS-TOTAL-ACOES)
           END-EVALUATE.

       APURA-VIOLACOES.
           MOVE 0 TO WS-TOTAL-VIOLACOES
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEGREGACAO DE FUNCOES - VIOLACOES DO MES " WS-MES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EMITIDO EM " WS-DATA "-" WS-HORA " POR "
               WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-REGRAS-ORIGEM = 'S'
               MOVE "REGRAS DE ORIGEM (SEM regras-segregacao.txt)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               PERFORM APURA-REGRA
           END-PERFORM
           PERFORM ESCREVE-FECHO-RELATORIO
           CLOSE FICHEIRO-RELATORIO.

       APURA-REGRA.
           MOVE 0 TO WS-RSG-VIOLACOES(R)
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE R TO WS-MOSTRA-REGRA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REGRA " WS-MOSTRA-REGRA ": " WS-RSG-ACAO-1(R)
               " x " WS-RSG-ACAO-2(R) " (" DELIMITED BY SIZE
               WS-RSG-AMBITO(R) DELIMITED BY SPACE
               ") " WS-RSG-DESCRICAO(R)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ACOES
               IF WS-ACT-ACAO(I) = WS-RSG-ACAO-2(R) AND
                   WS-ACT-DATA(I) >= WS-MES-INI AND
                   WS-ACT-DATA(I) <= WS-MES-FIM
                   PERFORM PROCURA-PRIMEIRA-METADE
                   IF WS-COINCIDENTES > 0
                       PERFORM ESCREVE-VIOLACAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RSG-VIOLACOES(R) = 0
               MOVE "  sem violacoes" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       PROCURA-PRIMEIRA-METADE.
      * Acoes da primeira metade do mesmo operador sobre o mesmo
      * objeto (ou no mesmo dia, nas regras por dia)
           MOVE 0 TO WS-COINCIDENTES
           MOVE 0 TO WS-PRIMEIRA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ACOES
               IF WS-ACT-ACAO(J) = WS-RSG-ACAO-1(R) AND
                   WS-ACT-OPERADOR(J) = WS-ACT-OPERADOR(I)
                   IF (WS-RSG-AMBITO(R) = 'DIA' AND
                       WS-ACT-DATA(J) = WS-ACT-DATA(I)) OR
                       (WS-RSG-AMBITO(R) NOT = 'DIA' AND
                       WS-ACT-OBJETO(J) = WS-ACT-OBJETO(I))
                       ADD 1 TO WS-COINCIDENTES
                       IF WS-PRIMEIRA = 0
                           MOVE J TO WS-PRIMEIRA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVE-VIOLACAO.
           ADD 1 TO WS-RSG-VIOLACOES(R)
           ADD 1 TO WS-TOTAL-VIOLACOES
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " WS-ACT-OPERADOR(I) " " WS-ACT-DATA(I) " "
               WS-ACT-ACAO(I) " " WS-ACT-OBJETO(I) " "
               WS-ACT-REF(I)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-PRIMEIRA TO J
           MOVE SPACES TO LINHA-RELATORIO
           STRING "      COM " WS-ACT-DATA(J) " " WS-ACT-ACAO(J)
               " " WS-ACT-OBJETO(J) " " WS-ACT-REF(J)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-COINCIDENTES > 1
               SUBTRACT 1 FROM WS-COINCIDENTES
               MOVE WS-COINCIDENTES TO WS-MOSTRA-CONTA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      E MAIS " WS-MOSTRA-CONTA " "
                   WS-ACT-ACAO(J) " DO MESMO OPERADOR"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVE-FECHO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-VIOLACOES TO WS-MOSTRA-CONTA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DE VIOLACOES: " WS-MOSTRA-CONTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-SEM-OPERADOR TO WS-MOSTRA-CONTA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ACOES DO MES SEM OPERADOR IDENTIFICADO: "
               WS-MOSTRA-CONTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-ACOES-CHEIA = 'S'
               MOVE "AVISO: TABELA DE ACOES CHEIA, RELATORIO INCOMPLETO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "VISTO DA DIRECAO: ______________________________"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DATA: ____/____/________" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "OBSERVACOES:" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'segregacao-funcoes.txt' TO SPL-FICHEIRO
           MOVE WS-TITULO-RELATORIO TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       GARANTE-ROTA-DIRECAO.
      * O relatorio e para o visto da direcao: sem nenhuma rota para
      * o titulo o spooler nao o distribuia, por isso fica uma para a
      * DIRECAO (as copias e outros destinatarios mantem-se na
      * gestao da distribuicao)
           MOVE 'N' TO WS-ROTA-EXISTE
           MOVE 'N' TO EOF-ROTAS
           OPEN INPUT FICHEIRO-ROTAS
           IF WS-ROTAS-STATUS = '00' OR WS-ROTAS-STATUS = '05'
               PERFORM UNTIL EOF-ROTAS = 'S'
                   READ FICHEIRO-ROTAS
                       AT END
                           MOVE 'S' TO EOF-ROTAS
                       NOT AT END
                           IF ROT-TITULO = WS-TITULO-RELATORIO
                               MOVE 'S' TO WS-ROTA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ROTAS
           END-IF
           IF WS-ROTA-EXISTE = 'N'
               OPEN EXTEND FICHEIRO-ROTAS
               MOVE SPACES TO LINHA-ROTA
               MOVE WS-TITULO-RELATORIO TO ROT-TITULO
               MOVE 'DIRECAO' TO ROT-DESTINATARIO
               MOVE 1 TO ROT-COPIAS
               WRITE LINHA-ROTA
               CLOSE FICHEIRO-ROTAS
               DISPLAY "Rota '" WS-TITULO-RELATORIO "' -> DIRECAO"
                   " criada em rotas.txt"
           END-IF.

       END PROGRAM SEGREGACAO-FUNCOES.
