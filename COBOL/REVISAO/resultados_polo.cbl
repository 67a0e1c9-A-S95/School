      ******************************************************************
      * Author:
      * Date:
      * Purpose: Demonstracao de resultados por polo, do mes e
      *          acumulada do ano: receitas (propinas, cantina,
      *          clubes, visitas e restantes codigos) e custos
      *          diretos por codigo de razao, a partir do TRN-POLO
      *          de cada movimento de ficheiro3.txt (o mes e o codigo
      *          de cada execucao chegam pela marca RUN e pelo log,
      *          como no fecho do mes); os movimentos sem polo sao
      *          comuns e repartem-se pelos polos segundo as regras
      *          de imputacao de regras-imputacao.txt (por codigo ou
      *          por omissao: alunos inscritos, area ou percentagens
      *          fixas); o total de todos os polos e conferido com
      *          os saldos do fecho do mes (saldos.txt) do mesmo
      *          periodo e a demonstracao segue pelo spool para a
      *          direcao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADOS-POLO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT FICHEIRO-LOG ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL FICHEIRO-SALDOS
               ASSIGN TO 'saldos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT OPTIONAL FICHEIRO-PERIODOS
               ASSIGN TO 'periodos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT OPTIONAL FICHEIRO-POLOS ASSIGN TO 'polos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLOS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-REGRAS
               ASSIGN TO 'regras-imputacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'resultados-polo.txt'
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
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).
       FD FICHEIRO-SALDOS.
       01 LINHA-SALDO.
         05 SAL-MES    PIC 9(6).
         05 FILLER     PIC X.
         05 SAL-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 SAL-VALOR  PIC S9(8)V99.
       FD FICHEIRO-PERIODOS.
       01 LINHA-PERIODO.
         05 PER-MES        PIC 9(6).
         05 FILLER         PIC X.
         05 PER-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 PER-DATA-FECHO PIC 9(8).
       FD FICHEIRO-POLOS.
       01 LINHA-POLO.
         05 POL-CODIGO PIC X(2).
         05 FILLER     PIC X.
         05 POL-NOME   PIC X(30).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 TUR-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 TUR-ANO        PIC X(9).
         05 FILLER         PIC X.
         05 TUR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X.
         05 TUR-CAPACIDADE PIC 9(3).
         05 FILLER         PIC X.
         05 TUR-ESCALA     PIC X.
         05 TUR-LIM-SUF    PIC 9(2).
         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
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
      * Regra de imputacao: codigo de razao (ou **** para os codigos
      * sem regra propria), chave ALUNOS, AREA ou FIXA e, nas duas
      * ultimas, ate cinco polos com a area em m2 ou a percentagem
       FD FICHEIRO-REGRAS.
       01 LINHA-REGRA.
         05 RIM-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 RIM-CHAVE  PIC X(6).
         05 RIM-PAR OCCURS 5 TIMES.
           10 FILLER   PIC X.
           10 RIM-POLO PIC X(2).
           10 FILLER   PIC X.
           10 RIM-PESO PIC 9(5)V99.
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
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
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-SALDOS-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-POLOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-REGRAS-STATUS PIC XX.
       01 WS-ROTAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-FICHEIRO-3 PIC X.
       01 EOF-LOG PIC X.
       01 EOF-SALDOS PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-POLOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-REGRAS PIC X.
       01 EOF-ROTAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-MES-ANTERIOR PIC 9(6).
       01 WS-MES-INICIO-ANO PIC 9(6).
       01 WS-DEZEMBRO-ANTERIOR PIC 9(6).
       01 WS-MES-FECHADO PIC X.
       01 WS-TITULO-RELATORIO PIC X(20) VALUE 'RESULTADOS POR POLO'.
       01 WS-ROTA-EXISTE PIC X.
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 C PIC 9(4).
       01 P PIC 9(4).
       01 R PIC 9(4).
      * Execucoes de ficheiro3 (marca RUN), com o codigo e o mes
       01 WS-TOTAL-RUNS PIC 9(4) VALUE 0.
       01 WS-TABELA-RUNS.
         05 WS-RUN OCCURS 3000 TIMES.
           10 WS-RUN-NUMERO PIC 9(4).
           10 WS-RUN-CODIGO PIC X(4).
           10 WS-RUN-MES    PIC 9(6).
       01 WS-CODIGO PIC X(4).
       01 WS-MES-MOV PIC 9(6).
      * Polos: os de polos.txt, os que aparecem nos movimentos, nas
      * turmas ou nas regras, e '--' quando um custo comum nao tem
      * onde ser imputado
       01 WS-TOTAL-POLOS PIC 9(2) VALUE 0.
       01 WS-TABELA-POLOS.
         05 WS-POL OCCURS 11 TIMES.
           10 WS-POL-CODIGO PIC X(2).
           10 WS-POL-NOME   PIC X(30).
           10 WS-POL-ALUNOS PIC 9(5).
       01 WS-POLO-PROCURA PIC X(2).
       01 WS-POLO-ACHADO PIC 9(2).
       01 WS-POLOS-CHEIA PIC X VALUE 'N'.
       01 WS-TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 WS-TABELA-TURMAS.
         05 WS-TUR OCCURS 200 TIMES.
           10 WS-TUR-CODIGO PIC X(6).
           10 WS-TUR-POLO   PIC X(2).
      * Valores por codigo de razao: saldos do fecho, parte comum
      * (sem polo) e, por polo, direto e imputado, do mes e do ano
       01 WS-TOTAL-CODIGOS PIC 9(3) VALUE 0.
       01 WS-CODIGOS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CODIGOS.
         05 WS-COD OCCURS 80 TIMES.
           10 WS-COD-CODIGO      PIC X(4).
           10 WS-COD-CHAVE       PIC X(7).
           10 WS-COD-SALDO-MES   PIC S9(9)V99.
           10 WS-COD-SALDO-ANT   PIC S9(9)V99.
           10 WS-COD-SALDO-DEZ   PIC S9(9)V99.
           10 WS-COD-COM-REC-MES PIC S9(9)V99.
           10 WS-COD-COM-CUS-MES PIC S9(9)V99.
           10 WS-COD-COM-REC-ANO PIC S9(9)V99.
           10 WS-COD-COM-CUS-ANO PIC S9(9)V99.
           10 WS-CP OCCURS 11 TIMES.
             15 WS-CP-REC-MES     PIC S9(9)V99.
             15 WS-CP-CUS-MES     PIC S9(9)V99.
             15 WS-CP-REC-ANO     PIC S9(9)V99.
             15 WS-CP-CUS-ANO     PIC S9(9)V99.
             15 WS-CP-IMP-REC-MES PIC S9(9)V99.
             15 WS-CP-IMP-CUS-MES PIC S9(9)V99.
             15 WS-CP-IMP-REC-ANO PIC S9(9)V99.
             15 WS-CP-IMP-CUS-ANO PIC S9(9)V99.
       01 WS-CODIGO-ACHADO PIC 9(3).
       01 WS-MOVIMENTOS-LIDOS PIC 9(7) VALUE 0.
       01 WS-MOVIMENTOS-IGNORADOS PIC 9(7) VALUE 0.
      * Nomes das rubricas mais comuns
       01 WS-NOMES-RUBRICAS.
         05 FILLER PIC X(24) VALUE 'PROPPROPINAS            '.
         05 FILLER PIC X(24) VALUE 'RMATMATRICULAS          '.
         05 FILLER PIC X(24) VALUE 'EXAMEXAMES              '.
         05 FILLER PIC X(24) VALUE 'CANTCANTINA             '.
         05 FILLER PIC X(24) VALUE 'CLUBCLUBES              '.
         05 FILLER PIC X(24) VALUE 'VISTVISITAS DE ESTUDO   '.
         05 FILLER PIC X(24) VALUE 'TRANTRANSPORTES         '.
         05 FILLER PIC X(24) VALUE 'PAPEPAPELARIA           '.
         05 FILLER PIC X(24) VALUE 'BAR BAR                 '.
         05 FILLER PIC X(24) VALUE 'CARTCARTEIRA            '.
         05 FILLER PIC X(24) VALUE 'JUROJUROS DE MORA       '.
         05 FILLER PIC X(24) VALUE 'MULTMULTAS              '.
         05 FILLER PIC X(24) VALUE 'HORAHORAS DE PROFESSORES'.
         05 FILLER PIC X(24) VALUE 'AMORAMORTIZACOES        '.
         05 FILLER PIC X(24) VALUE 'ABATABATES DE DIVIDA    '.
         05 FILLER PIC X(24) VALUE 'REEMREEMBOLSOS          '.
         05 FILLER PIC X(24) VALUE 'NCRENOTAS DE CREDITO    '.
       01 FILLER REDEFINES WS-NOMES-RUBRICAS.
         05 WS-RUBRICA OCCURS 17 TIMES.
           10 WS-RUB-CODIGO PIC X(4).
           10 WS-RUB-NOME   PIC X(20).
       01 WS-NOME-RUBRICA PIC X(20).
      * Regras de imputacao
       01 WS-TOTAL-REGRAS PIC 9(2) VALUE 0.
       01 WS-REGRAS-ORIGEM PIC X VALUE 'N'.
       01 WS-TABELA-REGRAS.
         05 WS-RIM OCCURS 50 TIMES.
           10 WS-RIM-CODIGO PIC X(4).
           10 WS-RIM-CHAVE  PIC X(6).
           10 WS-RIM-PAR OCCURS 5 TIMES.
             15 WS-RIM-POLO PIC X(2).
             15 WS-RIM-PESO PIC 9(5)V99.
       01 WS-REGRA-ACHADA PIC 9(2).
       01 WS-NOVA-REGRA.
         05 WS-NR-CODIGO PIC X(4).
         05 WS-NR-CHAVE  PIC X(6).
         05 WS-NR-PAR OCCURS 5 TIMES.
           10 WS-NR-POLO PIC X(2).
           10 WS-NR-PESO PIC 9(5)V99.
       01 WS-NR-PARES PIC 9.
       01 WS-NR-FIM PIC X.
       01 WS-ENTRADA PIC X(10).
       01 WS-SOMA-PERC PIC 9(7)V99.
       01 WS-MOSTRA-REGRA PIC Z9.
       01 WS-MOSTRA-PESO PIC Z(4)9.99.
       01 WS-LINHA-REGRA PIC X(80).
       01 WS-PONTEIRO PIC 9(3).
      * Reparticao de um montante comum pelos pesos dos polos
       01 WS-PESOS.
         05 WS-PESO PIC 9(7)V99 OCCURS 11 TIMES.
       01 WS-SOMA-PESOS PIC 9(9)V99.
       01 WS-ULTIMO-POLO PIC 9(2).
       01 WS-MONTANTE PIC S9(9)V99.
       01 WS-RESTO PIC S9(9)V99.
       01 WS-PARCELAS.
         05 WS-PARCELA PIC S9(9)V99 OCCURS 11 TIMES.
      * Totais e conferencia
       01 WS-SUB-REC-MES PIC S9(9)V99.
       01 WS-SUB-REC-ANO PIC S9(9)V99.
       01 WS-SUB-CUS-MES PIC S9(9)V99.
       01 WS-SUB-CUS-ANO PIC S9(9)V99.
       01 WS-SUB-IMP-MES PIC S9(9)V99.
       01 WS-SUB-IMP-ANO PIC S9(9)V99.
       01 WS-GER-REC-MES PIC S9(9)V99.
       01 WS-GER-REC-ANO PIC S9(9)V99.
       01 WS-GER-CUS-MES PIC S9(9)V99.
       01 WS-GER-CUS-ANO PIC S9(9)V99.
       01 WS-VAL-MES PIC S9(9)V99.
       01 WS-VAL-ANO PIC S9(9)V99.
       01 WS-POLOS-MES PIC S9(9)V99.
       01 WS-POLOS-ANO PIC S9(9)V99.
       01 WS-FECHO-MES PIC S9(9)V99.
       01 WS-FECHO-ANO PIC S9(9)V99.
       01 WS-DIF-MES PIC S9(9)V99.
       01 WS-DIF-ANO PIC S9(9)V99.
       01 WS-DIFERENCAS PIC 9(3).
       01 WS-TEM-LINHAS PIC X.
       01 WS-ROTULO PIC X(40).
       01 WS-FMT-MES PIC -(9)9.99.
       01 WS-FMT-ANO PIC -(9)9.99.
       01 WS-FMT-3 PIC -(9)9.99.
       01 WS-FMT-4 PIC -(9)9.99.
       01 WS-FMT-5 PIC -(9)9.99.
       01 WS-FMT-6 PIC -(9)9.99.
       01 WS-FMT-ALUNOS PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "RESULTADOS POR POLO"
               DISPLAY "1 - DEMONSTRACAO DO MES E DO ANO"
               DISPLAY "2 - LISTAR REGRAS DE IMPUTACAO"
               DISPLAY "3 - DEFINIR REGRA DE IMPUTACAO"
               DISPLAY "4 - RETIRAR REGRA DE IMPUTACAO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA(1 : 6) TO WS-MES-ATUAL
               PERFORM CARREGA-REGRAS
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM GERAR-DEMONSTRACAO
                   WHEN 2
                       PERFORM LISTA-REGRAS
                   WHEN 3
                       PERFORM DEFINE-REGRA
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

      ******************************************************************
      * Regras de imputacao dos custos comuns
      ******************************************************************
       CARREGA-REGRAS.
      * Sem ficheiro (ou vazio) vale uma so regra: todos os codigos
      * pelos alunos inscritos em cada polo
           MOVE 0 TO WS-TOTAL-REGRAS
           MOVE 'N' TO EOF-REGRAS
           OPEN INPUT FICHEIRO-REGRAS
           IF WS-REGRAS-STATUS = '00' OR WS-REGRAS-STATUS = '05'
               PERFORM UNTIL EOF-REGRAS = 'S'
                   READ FICHEIRO-REGRAS
                       AT END
                           MOVE 'S' TO EOF-REGRAS
                       NOT AT END
                           IF RIM-CODIGO NOT = SPACES AND
                               WS-TOTAL-REGRAS < 50
                               PERFORM GUARDA-REGRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REGRAS
           END-IF
           IF WS-TOTAL-REGRAS = 0
               MOVE 'S' TO WS-REGRAS-ORIGEM
               MOVE 1 TO WS-TOTAL-REGRAS
               INITIALIZE WS-RIM(1)
               MOVE '****' TO WS-RIM-CODIGO(1)
               MOVE 'ALUNOS' TO WS-RIM-CHAVE(1)
           ELSE
               MOVE 'N' TO WS-REGRAS-ORIGEM
           END-IF.

       GUARDA-REGRA.
           ADD 1 TO WS-TOTAL-REGRAS
           INITIALIZE WS-RIM(WS-TOTAL-REGRAS)
           MOVE RIM-CODIGO TO WS-RIM-CODIGO(WS-TOTAL-REGRAS)
           MOVE RIM-CHAVE TO WS-RIM-CHAVE(WS-TOTAL-REGRAS)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE RIM-POLO(K) TO WS-RIM-POLO(WS-TOTAL-REGRAS, K)
               IF RIM-PESO(K) IS NUMERIC
                   MOVE RIM-PESO(K) TO
                       WS-RIM-PESO(WS-TOTAL-REGRAS, K)
               END-IF
           END-PERFORM.

       GRAVA-REGRAS.
           OPEN OUTPUT FICHEIRO-REGRAS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               MOVE SPACES TO LINHA-REGRA
               MOVE WS-RIM-CODIGO(R) TO RIM-CODIGO
               MOVE WS-RIM-CHAVE(R) TO RIM-CHAVE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   MOVE WS-RIM-POLO(R, K) TO RIM-POLO(K)
                   MOVE WS-RIM-PESO(R, K) TO RIM-PESO(K)
               END-PERFORM
               WRITE LINHA-REGRA
           END-PERFORM
           CLOSE FICHEIRO-REGRAS
           MOVE 'N' TO WS-REGRAS-ORIGEM.

       LISTA-REGRAS.
           IF WS-REGRAS-ORIGEM = 'S'
               DISPLAY "Sem regras-imputacao.txt: tudo pelos alunos"
                   " inscritos"
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               PERFORM MONTA-LINHA-REGRA
               DISPLAY FUNCTION TRIM(WS-LINHA-REGRA TRAILING)
           END-PERFORM.

       MONTA-LINHA-REGRA.
           MOVE R TO WS-MOSTRA-REGRA
           MOVE SPACES TO WS-LINHA-REGRA
           MOVE 1 TO WS-PONTEIRO
           STRING WS-MOSTRA-REGRA " " WS-RIM-CODIGO(R) " "
               WS-RIM-CHAVE(R)
               DELIMITED BY SIZE INTO WS-LINHA-REGRA
               WITH POINTER WS-PONTEIRO
           IF WS-RIM-CHAVE(R) NOT = 'ALUNOS'
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   IF WS-RIM-POLO(R, K) NOT = SPACES
                       MOVE WS-RIM-PESO(R, K) TO WS-MOSTRA-PESO
                       STRING "  " WS-RIM-POLO(R, K) "="
                           FUNCTION TRIM(WS-MOSTRA-PESO)
                           DELIMITED BY SIZE INTO WS-LINHA-REGRA
                           WITH POINTER WS-PONTEIRO
                   END-IF
               END-PERFORM
           END-IF.

       DEFINE-REGRA.
      * Uma regra por codigo: definir um codigo que ja tem regra
      * substitui-a
           INITIALIZE WS-NOVA-REGRA
           DISPLAY "CODIGO DE RAZAO (**** = todos os sem regra "
               "propria): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1 : 4)) TO WS-NR-CODIGO
           DISPLAY "CHAVE (ALUNOS, AREA ou FIXA): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1 : 6)) TO WS-NR-CHAVE
           EVALUATE TRUE
               WHEN WS-NR-CODIGO = SPACES
                   DISPLAY "Codigo em falta"
               WHEN WS-NR-CHAVE NOT = 'ALUNOS' AND
                   WS-NR-CHAVE NOT = 'AREA' AND
                   WS-NR-CHAVE NOT = 'FIXA'
                   DISPLAY "Chave invalida"
               WHEN WS-NR-CHAVE = 'ALUNOS'
                   PERFORM GUARDA-NOVA-REGRA
               WHEN OTHER
                   PERFORM PEDE-PESOS
                   EVALUATE TRUE
                       WHEN WS-NR-PARES = 0 OR WS-SOMA-PERC = 0
                           DISPLAY "Sem polos com peso, regra nao"
                               " gravada"
                       WHEN WS-NR-CHAVE = 'FIXA' AND
                           WS-SOMA-PERC NOT = 100
                           MOVE WS-SOMA-PERC TO WS-MOSTRA-PESO
                           DISPLAY "As percentagens somam "
                               FUNCTION TRIM(WS-MOSTRA-PESO)
                               " e nao 100; regra nao gravada"
                       WHEN OTHER
                           PERFORM GUARDA-NOVA-REGRA
                   END-EVALUATE
           END-EVALUATE.

       PEDE-PESOS.
           MOVE 0 TO WS-NR-PARES
           MOVE 0 TO WS-SOMA-PERC
           MOVE 'N' TO WS-NR-FIM
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > 5 OR WS-NR-FIM = 'S'
               DISPLAY "POLO (ENTER = fim): " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE 'S' TO WS-NR-FIM
               ELSE
                   ADD 1 TO WS-NR-PARES
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1 : 2))
                       TO WS-NR-POLO(WS-NR-PARES)
                   IF WS-NR-CHAVE = 'AREA'
                       DISPLAY "AREA EM M2: " WITH NO ADVANCING
                   ELSE
                       DISPLAY "PERCENTAGEM: " WITH NO ADVANCING
                   END-IF
                   MOVE SPACES TO WS-ENTRADA
                   ACCEPT WS-ENTRADA
                   INSPECT WS-ENTRADA REPLACING ALL ',' BY '.'
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
                       COMPUTE WS-NR-PESO(WS-NR-PARES) =
                           FUNCTION NUMVAL(WS-ENTRADA)
                   END-IF
                   ADD WS-NR-PESO(WS-NR-PARES) TO WS-SOMA-PERC
               END-IF
           END-PERFORM.

       GUARDA-NOVA-REGRA.
           MOVE 0 TO WS-REGRA-ACHADA
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               IF WS-RIM-CODIGO(R) = WS-NR-CODIGO
                   MOVE R TO WS-REGRA-ACHADA
               END-IF
           END-PERFORM
           IF WS-REGRA-ACHADA = 0
               IF WS-TOTAL-REGRAS < 50
                   ADD 1 TO WS-TOTAL-REGRAS
                   MOVE WS-TOTAL-REGRAS TO WS-REGRA-ACHADA
               ELSE
                   DISPLAY "Tabela de regras cheia"
               END-IF
           END-IF
           IF WS-REGRA-ACHADA > 0
               MOVE WS-NOVA-REGRA TO WS-RIM(WS-REGRA-ACHADA)
               PERFORM GRAVA-REGRAS
               MOVE WS-REGRA-ACHADA TO R
               PERFORM MONTA-LINHA-REGRA
               DISPLAY "Regra gravada: "
                   FUNCTION TRIM(WS-LINHA-REGRA TRAILING)
           END-IF.

       RETIRA-REGRA.
           PERFORM LISTA-REGRAS
           DISPLAY "NUMERO DA REGRA A RETIRAR: " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE 0 TO WS-REGRA-ACHADA
           IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = 0
               COMPUTE WS-REGRA-ACHADA = FUNCTION NUMVAL(WS-ENTRADA)
           END-IF
           IF WS-REGRA-ACHADA < 1 OR
               WS-REGRA-ACHADA > WS-TOTAL-REGRAS
               DISPLAY "Regra inexistente"
           ELSE
               PERFORM VARYING R FROM WS-REGRA-ACHADA BY 1
                   UNTIL R >= WS-TOTAL-REGRAS
                   MOVE WS-RIM(R + 1) TO WS-RIM(R)
               END-PERFORM
               SUBTRACT 1 FROM WS-TOTAL-REGRAS
               PERFORM GRAVA-REGRAS
               DISPLAY "Regra retirada"
               IF WS-TOTAL-REGRAS = 0
                   DISPLAY "Sem regras: volta a imputacao pelos"
                       " alunos inscritos"
               END-IF
           END-IF.

      ******************************************************************
      * Demonstracao de resultados
      ******************************************************************
       GERAR-DEMONSTRACAO.
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
                   PERFORM CALCULA-MESES
                   PERFORM APURA-RESULTADOS
                   PERFORM ESCREVE-DEMONSTRACAO
                   PERFORM REGISTA-SPOOL
                   PERFORM GARANTE-ROTA-DIRECAO
                   DISPLAY "Demonstracao de " WS-MES
                       " em resultados-polo.txt"
                   IF WS-DIFERENCAS > 0
                       DISPLAY "AVISO: " WS-DIFERENCAS " codigo(s)"
                           " nao conferem com o fecho do mes"
                   END-IF
           END-EVALUATE.

       CALCULA-MESES.
           IF WS-MES(5 : 2) = '01'
               COMPUTE WS-MES-ANTERIOR = WS-MES - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES - 1
           END-IF
           COMPUTE WS-MES-INICIO-ANO = WS-MES - FUNCTION MOD(WS-MES,
               100) + 1
           COMPUTE WS-DEZEMBRO-ANTERIOR = WS-MES-INICIO-ANO - 89.

       APURA-RESULTADOS.
           MOVE 0 TO WS-TOTAL-POLOS
           MOVE 0 TO WS-TOTAL-CODIGOS
           MOVE 0 TO WS-MOVIMENTOS-LIDOS
           MOVE 0 TO WS-MOVIMENTOS-IGNORADOS
           MOVE 'N' TO WS-POLOS-CHEIA
           MOVE 'N' TO WS-CODIGOS-CHEIA
           INITIALIZE WS-TABELA-CODIGOS
           PERFORM CARREGA-POLOS
           PERFORM CARREGA-RUNS
           PERFORM SOMA-MOVIMENTOS
           PERFORM CARREGA-SALDOS
           PERFORM VERIFICA-MES-FECHADO
           PERFORM CONTA-ALUNOS-POLO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CODIGOS
               PERFORM IMPUTA-CODIGO
           END-PERFORM.

       CARREGA-POLOS.
           MOVE 'N' TO EOF-POLOS
           OPEN INPUT FICHEIRO-POLOS
           IF WS-POLOS-STATUS = '00' OR WS-POLOS-STATUS = '05'
               PERFORM UNTIL EOF-POLOS = 'S'
                   READ FICHEIRO-POLOS
                       AT END
                           MOVE 'S' TO EOF-POLOS
                       NOT AT END
                           IF POL-CODIGO NOT = SPACES
                               MOVE POL-CODIGO TO WS-POLO-PROCURA
                               PERFORM PROCURA-POLO
                               IF WS-POLO-ACHADO > 0
                                   MOVE POL-NOME TO
                                       WS-POL-NOME(WS-POLO-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-POLOS
           END-IF.

       PROCURA-POLO.
      * Procura o polo em WS-POLO-PROCURA e acrescenta-o se ainda
      * nao estiver na tabela
           MOVE 0 TO WS-POLO-ACHADO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
               IF WS-POL-CODIGO(P) = WS-POLO-PROCURA
                   MOVE P TO WS-POLO-ACHADO
               END-IF
           END-PERFORM
           IF WS-POLO-ACHADO = 0
               IF WS-TOTAL-POLOS < 11
                   ADD 1 TO WS-TOTAL-POLOS
                   MOVE WS-TOTAL-POLOS TO WS-POLO-ACHADO
                   MOVE WS-POLO-PROCURA TO
                       WS-POL-CODIGO(WS-POLO-ACHADO)
                   MOVE '(nao registado em polos.txt)' TO
                       WS-POL-NOME(WS-POLO-ACHADO)
                   MOVE 0 TO WS-POL-ALUNOS(WS-POLO-ACHADO)
               ELSE
                   MOVE 'S' TO WS-POLOS-CHEIA
               END-IF
           END-IF.

       CARREGA-RUNS.
      * Mesmo criterio do fecho do mes: a linha RAZAO= do log da
      * execucao da o codigo e o mes de cada marca RUN
           MOVE 0 TO WS-TOTAL-RUNS
           MOVE 'N' TO EOF-LOG
           OPEN INPUT FICHEIRO-LOG
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL EOF-LOG = 'S'
                   READ FICHEIRO-LOG
                       AT END
                           MOVE 'S' TO EOF-LOG
                       NOT AT END
                           IF LINHA-LOG(36 : 7) = " RAZAO=" AND
                               LINHA-LOG(52 : 4) IS NUMERIC AND
                               WS-TOTAL-RUNS < 3000
                               ADD 1 TO WS-TOTAL-RUNS
                               MOVE LINHA-LOG(52 : 4) TO
                                   WS-RUN-NUMERO(WS-TOTAL-RUNS)
                               MOVE LINHA-LOG(43 : 4) TO
                                   WS-RUN-CODIGO(WS-TOTAL-RUNS)
                               MOVE LINHA-LOG(1 : 6) TO
                                   WS-RUN-MES(WS-TOTAL-RUNS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOG
           END-IF.

       SOMA-MOVIMENTOS.
           MOVE 'N' TO EOF-FICHEIRO-3
           OPEN INPUT FICHEIRO-3
           IF WS-FICHEIRO-3-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO-3 = 'S'
                   READ FICHEIRO-3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO-3
                       NOT AT END
                           PERFORM TRATA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-3
           END-IF.

       TRATA-MOVIMENTO.
           MOVE '????' TO WS-CODIGO
           MOVE 0 TO WS-MES-MOV
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RUNS
               IF TRN-RUN IS NUMERIC AND
                   WS-RUN-NUMERO(K) = TRN-RUN
                   MOVE WS-RUN-CODIGO(K) TO WS-CODIGO
                   MOVE WS-RUN-MES(K) TO WS-MES-MOV
               END-IF
           END-PERFORM
           IF WS-MES-MOV >= WS-MES-INICIO-ANO AND
               WS-MES-MOV <= WS-MES AND
               TRN-VALOR IS NUMERIC
               ADD 1 TO WS-MOVIMENTOS-LIDOS
               PERFORM PROCURA-CODIGO
               IF WS-CODIGO-ACHADO > 0
                   PERFORM ACUMULA-MOVIMENTO
               ELSE
                   ADD 1 TO WS-MOVIMENTOS-IGNORADOS
               END-IF
           END-IF.

       PROCURA-CODIGO.
           MOVE 0 TO WS-CODIGO-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CODIGOS
               IF WS-COD-CODIGO(I) = WS-CODIGO
                   MOVE I TO WS-CODIGO-ACHADO
               END-IF
           END-PERFORM
           IF WS-CODIGO-ACHADO = 0
               IF WS-TOTAL-CODIGOS < 80
                   ADD 1 TO WS-TOTAL-CODIGOS
                   MOVE WS-TOTAL-CODIGOS TO WS-CODIGO-ACHADO
                   MOVE WS-CODIGO TO WS-COD-CODIGO(WS-CODIGO-ACHADO)
               ELSE
                   MOVE 'S' TO WS-CODIGOS-CHEIA
               END-IF
           END-IF.

       ACUMULA-MOVIMENTO.
      * Sinal '+' e receita e '-' e custo, como lancado em ficheiro3
           MOVE WS-CODIGO-ACHADO TO C
           IF TRN-POLO = SPACES
               IF TRN-SINAL = '-'
                   ADD TRN-VALOR TO WS-COD-COM-CUS-ANO(C)
                   IF WS-MES-MOV = WS-MES
                       ADD TRN-VALOR TO WS-COD-COM-CUS-MES(C)
                   END-IF
               ELSE
                   ADD TRN-VALOR TO WS-COD-COM-REC-ANO(C)
                   IF WS-MES-MOV = WS-MES
                       ADD TRN-VALOR TO WS-COD-COM-REC-MES(C)
                   END-IF
               END-IF
           ELSE
               MOVE TRN-POLO TO WS-POLO-PROCURA
               PERFORM PROCURA-POLO
               IF WS-POLO-ACHADO = 0
                   ADD 1 TO WS-MOVIMENTOS-IGNORADOS
               ELSE
                   MOVE WS-POLO-ACHADO TO P
                   IF TRN-SINAL = '-'
                       ADD TRN-VALOR TO WS-CP-CUS-ANO(C, P)
                       IF WS-MES-MOV = WS-MES
                           ADD TRN-VALOR TO WS-CP-CUS-MES(C, P)
                       END-IF
                   ELSE
                       ADD TRN-VALOR TO WS-CP-REC-ANO(C, P)
                       IF WS-MES-MOV = WS-MES
                           ADD TRN-VALOR TO WS-CP-REC-MES(C, P)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARREGA-SALDOS.
      * Saldos acumulados do fecho: o do mes menos o do mes anterior
      * e o movimento do mes; menos o de dezembro, o do ano
           MOVE 'N' TO EOF-SALDOS
           OPEN INPUT FICHEIRO-SALDOS
           IF WS-SALDOS-STATUS = '00' OR WS-SALDOS-STATUS = '05'
               PERFORM UNTIL EOF-SALDOS = 'S'
                   READ FICHEIRO-SALDOS
                       AT END
                           MOVE 'S' TO EOF-SALDOS
                       NOT AT END
                           IF SAL-MES IS NUMERIC AND
                               SAL-VALOR IS NUMERIC AND
                               (SAL-MES = WS-MES OR
                               SAL-MES = WS-MES-ANTERIOR OR
                               SAL-MES = WS-DEZEMBRO-ANTERIOR)
                               PERFORM GUARDA-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SALDOS
           END-IF.

       GUARDA-SALDO.
           MOVE SAL-CODIGO TO WS-CODIGO
           PERFORM PROCURA-CODIGO
           IF WS-CODIGO-ACHADO > 0
               MOVE WS-CODIGO-ACHADO TO C
               IF SAL-MES = WS-MES
                   MOVE SAL-VALOR TO WS-COD-SALDO-MES(C)
               END-IF
               IF SAL-MES = WS-MES-ANTERIOR
                   MOVE SAL-VALOR TO WS-COD-SALDO-ANT(C)
               END-IF
               IF SAL-MES = WS-DEZEMBRO-ANTERIOR
                   MOVE SAL-VALOR TO WS-COD-SALDO-DEZ(C)
               END-IF
           END-IF.

       VERIFICA-MES-FECHADO.
           MOVE 'N' TO WS-MES-FECHADO
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
                               PER-MES = WS-MES AND
                               PER-ESTADO = 'FECHADO'
                               MOVE 'S' TO WS-MES-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERIODOS
           END-IF.

       CONTA-ALUNOS-POLO.
      * Alunos inscritos hoje (sem os de matricula anulada), pelo
      * polo da turma; turma sem polo conta no P1
           MOVE 0 TO WS-TOTAL-TURMAS
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO NOT = SPACES AND
                               WS-TOTAL-TURMAS < 200
                               ADD 1 TO WS-TOTAL-TURMAS
                               MOVE TUR-CODIGO TO
                                   WS-TUR-CODIGO(WS-TOTAL-TURMAS)
                               IF TUR-POLO = SPACES
                                   MOVE 'P1' TO
                                       WS-TUR-POLO(WS-TOTAL-TURMAS)
                               ELSE
                                   MOVE TUR-POLO TO
                                       WS-TUR-POLO(WS-TOTAL-TURMAS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           IF REC-TURMA NOT = 'SAIDA'
                               PERFORM CONTA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
           END-IF.

       CONTA-ALUNO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-TURMAS
               IF WS-TUR-CODIGO(K) = REC-TURMA
                   MOVE WS-TUR-POLO(K) TO WS-POLO-PROCURA
                   PERFORM PROCURA-POLO
                   IF WS-POLO-ACHADO > 0
                       ADD 1 TO WS-POL-ALUNOS(WS-POLO-ACHADO)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Imputacao da parte comum de cada codigo
      ******************************************************************
       IMPUTA-CODIGO.
           IF WS-COD-COM-REC-ANO(C) NOT = 0 OR
               WS-COD-COM-CUS-ANO(C) NOT = 0
               PERFORM ESCOLHE-PESOS
               MOVE WS-COD-COM-REC-MES(C) TO WS-MONTANTE
               PERFORM REPARTE-MONTANTE
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
                   ADD WS-PARCELA(P) TO WS-CP-IMP-REC-MES(C, P)
               END-PERFORM
               MOVE WS-COD-COM-CUS-MES(C) TO WS-MONTANTE
               PERFORM REPARTE-MONTANTE
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
                   ADD WS-PARCELA(P) TO WS-CP-IMP-CUS-MES(C, P)
               END-PERFORM
               MOVE WS-COD-COM-REC-ANO(C) TO WS-MONTANTE
               PERFORM REPARTE-MONTANTE
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
                   ADD WS-PARCELA(P) TO WS-CP-IMP-REC-ANO(C, P)
               END-PERFORM
               MOVE WS-COD-COM-CUS-ANO(C) TO WS-MONTANTE
               PERFORM REPARTE-MONTANTE
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
                   ADD WS-PARCELA(P) TO WS-CP-IMP-CUS-ANO(C, P)
               END-PERFORM
           END-IF.

       ESCOLHE-PESOS.
      * A regra do proprio codigo, senao a ****, senao os alunos;
      * sem peso nenhum o montante fica no polo '--' (nao imputado)
      * para o total continuar a conferir com o fecho
           MOVE 0 TO WS-REGRA-ACHADA
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               IF WS-RIM-CODIGO(R) = WS-COD-CODIGO(C)
                   MOVE R TO WS-REGRA-ACHADA
               END-IF
           END-PERFORM
           IF WS-REGRA-ACHADA = 0
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
                   IF WS-RIM-CODIGO(R) = '****'
                       MOVE R TO WS-REGRA-ACHADA
                   END-IF
               END-PERFORM
           END-IF
           INITIALIZE WS-PESOS
           MOVE 0 TO WS-SOMA-PESOS
           IF WS-REGRA-ACHADA = 0
               MOVE 'ALUNOS' TO WS-COD-CHAVE(C)
           ELSE
               MOVE WS-RIM-CHAVE(WS-REGRA-ACHADA) TO WS-COD-CHAVE(C)
           END-IF
           IF WS-COD-CHAVE(C) = 'ALUNOS'
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
                   MOVE WS-POL-ALUNOS(P) TO WS-PESO(P)
                   ADD WS-POL-ALUNOS(P) TO WS-SOMA-PESOS
               END-PERFORM
           ELSE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   IF WS-RIM-POLO(WS-REGRA-ACHADA, K) NOT = SPACES
                       MOVE WS-RIM-POLO(WS-REGRA-ACHADA, K)
                           TO WS-POLO-PROCURA
                       PERFORM PROCURA-POLO
                       IF WS-POLO-ACHADO > 0
                           ADD WS-RIM-PESO(WS-REGRA-ACHADA, K)
                               TO WS-PESO(WS-POLO-ACHADO)
                           ADD WS-RIM-PESO(WS-REGRA-ACHADA, K)
                               TO WS-SOMA-PESOS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SOMA-PESOS = 0
               MOVE 'NENHUMA' TO WS-COD-CHAVE(C)
               MOVE '--' TO WS-POLO-PROCURA
               PERFORM PROCURA-POLO
               IF WS-POLO-ACHADO > 0
                   MOVE 'NAO IMPUTADO' TO WS-POL-NOME(WS-POLO-ACHADO)
                   MOVE 1 TO WS-PESO(WS-POLO-ACHADO)
                   MOVE 1 TO WS-SOMA-PESOS
               END-IF
           END-IF
           MOVE 0 TO WS-ULTIMO-POLO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
               IF WS-PESO(P) > 0
                   MOVE P TO WS-ULTIMO-POLO
               END-IF
           END-PERFORM.

       REPARTE-MONTANTE.
      * O ultimo polo com peso leva o resto dos arredondamentos, para
      * as parcelas somarem exatamente o montante
           INITIALIZE WS-PARCELAS
           MOVE WS-MONTANTE TO WS-RESTO
           IF WS-SOMA-PESOS > 0
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
                   IF WS-PESO(P) > 0
                       IF P = WS-ULTIMO-POLO
                           MOVE WS-RESTO TO WS-PARCELA(P)
                       ELSE
                           COMPUTE WS-PARCELA(P) ROUNDED =
                               WS-MONTANTE * WS-PESO(P) / WS-SOMA-PESOS
                           SUBTRACT WS-PARCELA(P) FROM WS-RESTO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Relatorio
      ******************************************************************
       ESCREVE-DEMONSTRACAO.
           MOVE 0 TO WS-GER-REC-MES
           MOVE 0 TO WS-GER-REC-ANO
           MOVE 0 TO WS-GER-CUS-MES
           MOVE 0 TO WS-GER-CUS-ANO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DEMONSTRACAO DE RESULTADOS POR POLO - MES " WS-MES
               " E ACUMULADO DESDE " WS-MES-INICIO-ANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "Emitido em " WS-DATA " " WS-HORA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-MES-FECHADO = 'N'
               MOVE "PROVISORIO: o mes ainda nao foi fechado"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF WS-POLOS-CHEIA = 'S' OR WS-CODIGOS-CHEIA = 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "AVISO: tabela de polos ou de codigos cheia, "
                   WS-MOVIMENTOS-IGNORADOS " movimento(s) de fora"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
               PERFORM ESCREVE-POLO
           END-PERFORM
           PERFORM ESCREVE-TOTAL-GERAL
           PERFORM ESCREVE-CONFERENCIA
           PERFORM ESCREVE-REGRAS-USADAS
           CLOSE FICHEIRO-RELATORIO.

       ESCREVE-POLO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-POL-ALUNOS(P) TO WS-FMT-ALUNOS
           MOVE SPACES TO LINHA-RELATORIO
           STRING "POLO " WS-POL-CODIGO(P) " - " WS-POL-NOME(P)
               " ALUNOS: " WS-FMT-ALUNOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE "  RUBRICA" TO LINHA-RELATORIO(1 : 40)
           MOVE "           MES" TO LINHA-RELATORIO(41 : 14)
           MOVE "           ANO" TO LINHA-RELATORIO(56 : 14)
           WRITE LINHA-RELATORIO
      * Receitas: diretas do polo e comuns imputadas
           MOVE "  RECEITAS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 0 TO WS-SUB-REC-MES
           MOVE 0 TO WS-SUB-REC-ANO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CODIGOS
               MOVE WS-CP-REC-MES(C, P) TO WS-VAL-MES
               MOVE WS-CP-REC-ANO(C, P) TO WS-VAL-ANO
               IF WS-VAL-MES NOT = 0 OR WS-VAL-ANO NOT = 0
                   PERFORM NOME-RUBRICA
                   MOVE SPACES TO WS-ROTULO
                   STRING "    " WS-COD-CODIGO(C) " " WS-NOME-RUBRICA
                       DELIMITED BY SIZE INTO WS-ROTULO
                   PERFORM ESCREVE-LINHA-VALORES
                   ADD WS-VAL-MES TO WS-SUB-REC-MES
                   ADD WS-VAL-ANO TO WS-SUB-REC-ANO
               END-IF
               MOVE WS-CP-IMP-REC-MES(C, P) TO WS-VAL-MES
               MOVE WS-CP-IMP-REC-ANO(C, P) TO WS-VAL-ANO
               IF WS-VAL-MES NOT = 0 OR WS-VAL-ANO NOT = 0
                   PERFORM NOME-RUBRICA
                   MOVE SPACES TO WS-ROTULO
                   STRING "    " WS-COD-CODIGO(C) " " WS-NOME-RUBRICA
                       " (COMUM)"
                       DELIMITED BY SIZE INTO WS-ROTULO
                   PERFORM ESCREVE-LINHA-VALORES
                   ADD WS-VAL-MES TO WS-SUB-REC-MES
                   ADD WS-VAL-ANO TO WS-SUB-REC-ANO
               END-IF
           END-PERFORM
           MOVE "    TOTAL DE RECEITAS" TO WS-ROTULO
           MOVE WS-SUB-REC-MES TO WS-VAL-MES
           MOVE WS-SUB-REC-ANO TO WS-VAL-ANO
           PERFORM ESCREVE-LINHA-VALORES
      * Custos diretos do polo
           MOVE SPACES TO LINHA-RELATORIO
           MOVE "  CUSTOS DIRETOS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 0 TO WS-SUB-CUS-MES
           MOVE 0 TO WS-SUB-CUS-ANO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CODIGOS
               MOVE WS-CP-CUS-MES(C, P) TO WS-VAL-MES
               MOVE WS-CP-CUS-ANO(C, P) TO WS-VAL-ANO
               IF WS-VAL-MES NOT = 0 OR WS-VAL-ANO NOT = 0
                   PERFORM NOME-RUBRICA
                   MOVE SPACES TO WS-ROTULO
                   STRING "    " WS-COD-CODIGO(C) " " WS-NOME-RUBRICA
                       DELIMITED BY SIZE INTO WS-ROTULO
                   PERFORM ESCREVE-LINHA-VALORES
                   ADD WS-VAL-MES TO WS-SUB-CUS-MES
                   ADD WS-VAL-ANO TO WS-SUB-CUS-ANO
               END-IF
           END-PERFORM
           MOVE "    TOTAL DE CUSTOS DIRETOS" TO WS-ROTULO
           MOVE WS-SUB-CUS-MES TO WS-VAL-MES
           MOVE WS-SUB-CUS-ANO TO WS-VAL-ANO
           PERFORM ESCREVE-LINHA-VALORES
      * Custos comuns imputados, com a chave usada
           MOVE SPACES TO LINHA-RELATORIO
           MOVE "  CUSTOS COMUNS IMPUTADOS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 0 TO WS-SUB-IMP-MES
           MOVE 0 TO WS-SUB-IMP-ANO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CODIGOS
               MOVE WS-CP-IMP-CUS-MES(C, P) TO WS-VAL-MES
               MOVE WS-CP-IMP-CUS-ANO(C, P) TO WS-VAL-ANO
               IF WS-VAL-MES NOT = 0 OR WS-VAL-ANO NOT = 0
                   PERFORM NOME-RUBRICA
                   MOVE SPACES TO WS-ROTULO
                   STRING "    " WS-COD-CODIGO(C) " " WS-NOME-RUBRICA
                       " (" FUNCTION TRIM(WS-COD-CHAVE(C)) ")"
                       DELIMITED BY SIZE INTO WS-ROTULO
                   PERFORM ESCREVE-LINHA-VALORES
                   ADD WS-VAL-MES TO WS-SUB-IMP-MES
                   ADD WS-VAL-ANO TO WS-SUB-IMP-ANO
               END-IF
           END-PERFORM
           MOVE "    TOTAL DE CUSTOS IMPUTADOS" TO WS-ROTULO
           MOVE WS-SUB-IMP-MES TO WS-VAL-MES
           MOVE WS-SUB-IMP-ANO TO WS-VAL-ANO
           PERFORM ESCREVE-LINHA-VALORES
           MOVE "  RESULTADO DO POLO" TO WS-ROTULO
           COMPUTE WS-VAL-MES = WS-SUB-REC-MES - WS-SUB-CUS-MES
               - WS-SUB-IMP-MES
           COMPUTE WS-VAL-ANO = WS-SUB-REC-ANO - WS-SUB-CUS-ANO
               - WS-SUB-IMP-ANO
           PERFORM ESCREVE-LINHA-VALORES
           ADD WS-SUB-REC-MES TO WS-GER-REC-MES
           ADD WS-SUB-REC-ANO TO WS-GER-REC-ANO
           COMPUTE WS-GER-CUS-MES = WS-GER-CUS-MES + WS-SUB-CUS-MES
               + WS-SUB-IMP-MES
           COMPUTE WS-GER-CUS-ANO = WS-GER-CUS-ANO + WS-SUB-CUS-ANO
               + WS-SUB-IMP-ANO.

       NOME-RUBRICA.
           MOVE SPACES TO WS-NOME-RUBRICA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 17
               IF WS-RUB-CODIGO(K) = WS-COD-CODIGO(C)
                   MOVE WS-RUB-NOME(K) TO WS-NOME-RUBRICA
               END-IF
           END-PERFORM.

       ESCREVE-LINHA-VALORES.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-ROTULO TO LINHA-RELATORIO(1 : 40)
           MOVE WS-VAL-MES TO WS-FMT-MES
           MOVE WS-VAL-ANO TO WS-FMT-ANO
           MOVE WS-FMT-MES TO LINHA-RELATORIO(41 : 14)
           MOVE WS-FMT-ANO TO LINHA-RELATORIO(56 : 14)
           WRITE LINHA-RELATORIO.

       ESCREVE-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TODOS OS POLOS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  RECEITAS" TO WS-ROTULO
           MOVE WS-GER-REC-MES TO WS-VAL-MES
           MOVE WS-GER-REC-ANO TO WS-VAL-ANO
           PERFORM ESCREVE-LINHA-VALORES
           MOVE "  CUSTOS (DIRETOS E IMPUTADOS)" TO WS-ROTULO
           MOVE WS-GER-CUS-MES TO WS-VAL-MES
           MOVE WS-GER-CUS-ANO TO WS-VAL-ANO
           PERFORM ESCREVE-LINHA-VALORES
           MOVE "  RESULTADO" TO WS-ROTULO
           COMPUTE WS-VAL-MES = WS-GER-REC-MES - WS-GER-CUS-MES
           COMPUTE WS-VAL-ANO = WS-GER-REC-ANO - WS-GER-CUS-ANO
           PERFORM ESCREVE-LINHA-VALORES.

       ESCREVE-CONFERENCIA.
      * Por codigo, o liquido de todos os polos contra os saldos do
      * fecho do mes: mes = saldo do mes - saldo do mes anterior,
      * ano = saldo do mes - saldo de dezembro do ano anterior
           MOVE 0 TO WS-DIFERENCAS
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONFERENCIA COM O FECHO DO MES (saldos.txt)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-MES-FECHADO = 'N'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  O mes " WS-MES " nao esta fechado: sem "
                   "saldos para conferir"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  COD     POLOS MES     FECHO MES   "
                   "   DIFERENCA     POLOS ANO     FECHO ANO"
                   "     DIFERENCA"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-TOTAL-CODIGOS
                   PERFORM CONFERE-CODIGO
               END-PERFORM
               MOVE SPACES TO LINHA-RELATORIO
               IF WS-DIFERENCAS = 0
                   MOVE "  Todos os codigos conferem com o fecho"
                       TO LINHA-RELATORIO
               ELSE
                   STRING "  " WS-DIFERENCAS " codigo(s) NAO "
                       "CONFEREM com o fecho"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-IF
               WRITE LINHA-RELATORIO
           END-IF.

       CONFERE-CODIGO.
           MOVE 0 TO WS-POLOS-MES
           MOVE 0 TO WS-POLOS-ANO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-POLOS
               COMPUTE WS-POLOS-MES = WS-POLOS-MES
                   + WS-CP-REC-MES(C, P) - WS-CP-CUS-MES(C, P)
                   + WS-CP-IMP-REC-MES(C, P) - WS-CP-IMP-CUS-MES(C, P)
               COMPUTE WS-POLOS-ANO = WS-POLOS-ANO
                   + WS-CP-REC-ANO(C, P) - WS-CP-CUS-ANO(C, P)
                   + WS-CP-IMP-REC-ANO(C, P) - WS-CP-IMP-CUS-ANO(C, P)
           END-PERFORM
           COMPUTE WS-FECHO-MES = WS-COD-SALDO-MES(C)
               - WS-COD-SALDO-ANT(C)
           COMPUTE WS-FECHO-ANO = WS-COD-SALDO-MES(C)
               - WS-COD-SALDO-DEZ(C)
           COMPUTE WS-DIF-MES = WS-POLOS-MES - WS-FECHO-MES
           COMPUTE WS-DIF-ANO = WS-POLOS-ANO - WS-FECHO-ANO
           MOVE WS-POLOS-MES TO WS-FMT-MES
           MOVE WS-FECHO-MES TO WS-FMT-ANO
           MOVE WS-DIF-MES TO WS-FMT-3
           MOVE WS-POLOS-ANO TO WS-FMT-4
           MOVE WS-FECHO-ANO TO WS-FMT-5
           MOVE WS-DIF-ANO TO WS-FMT-6
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " WS-COD-CODIGO(C) WS-FMT-MES WS-FMT-ANO
               WS-FMT-3 WS-FMT-4 WS-FMT-5 WS-FMT-6
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           IF WS-DIF-MES NOT = 0 OR WS-DIF-ANO NOT = 0
               MOVE " *" TO LINHA-RELATORIO(91 : 2)
               ADD 1 TO WS-DIFERENCAS
           END-IF
           WRITE LINHA-RELATORIO.

       ESCREVE-REGRAS-USADAS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "REGRAS DE IMPUTACAO DOS MOVIMENTOS SEM POLO"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-REGRAS-ORIGEM = 'S'
               MOVE "  (sem regras definidas: pelos alunos inscritos)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-REGRAS
               PERFORM MONTA-LINHA-REGRA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " WS-LINHA-REGRA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'resultados-polo.txt' TO SPL-FICHEIRO
           MOVE WS-TITULO-RELATORIO TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       GARANTE-ROTA-DIRECAO.
      * A demonstracao e da direcao: sem nenhuma rota para o titulo o
      * spooler nao a distribuia, por isso fica uma para a DIRECAO
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

       END PROGRAM RESULTADOS-POLO.
