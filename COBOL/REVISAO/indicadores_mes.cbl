      ******************************************************************
      * Author:
      * Date:
      * Purpose: Painel mensal de indicadores para a direcao: alunos
      *          matriculados e ocupacao por polo e por nivel
      *          (NOTAS.DAT contra a capacidade de turmas.txt), taxa
      *          de aprovacao e media por turma, assiduidade e faltas
      *          injustificadas, propinas vencidas no mes contra o
      *          cobrado e divida em atraso por antiguidade, refeicoes
      *          servidas na cantina, atividade dos clubes e da
      *          biblioteca; cada indicador e comparado com o mes
      *          anterior e com o mesmo mes do ano anterior, a partir
      *          do retrato mensal guardado em indicadores-mensais.txt
      *          (que sobrevive ao arquivo dos ficheiros de
      *          movimento); o painel sai pelo spool
      *          (indicadores-mes.txt) com rota para a DIRECAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICADORES-MES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESENCAS
               ASSIGN TO 'presencas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-JUSTIFICACOES
               ASSIGN TO 'justificacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUSTIFICACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-MARCACOES
               ASSIGN TO 'marcacoes-cantina.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-INSCRICOES
               ASSIGN TO 'clubes-inscricoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSCRICOES-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESENCAS-CLB
               ASSIGN TO 'clubes-presencas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCAS-CLB-STATUS.
           SELECT OPTIONAL FICHEIRO-EMPRESTIMOS
               ASSIGN TO 'emprestimos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICADORES
               ASSIGN TO 'indicadores-mensais.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICADORES-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'indicadores-mes.txt'
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
       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA.
         05 PRE-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 PRE-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 PRE-ESTADO PIC X.
         05 FILLER     PIC X.
         05 PRE-AULA   PIC 9(5).
       FD FICHEIRO-JUSTIFICACOES.
       01 LINHA-JUSTIFICACAO.
         05 JUS-NUMERO       PIC 9(5).
         05 FILLER           PIC X.
         05 JUS-DATA-FALTA   PIC 9(8).
         05 FILLER           PIC X.
         05 JUS-DATA-ENTREGA PIC 9(8).
         05 FILLER           PIC X.
         05 JUS-ESTADO       PIC X(10).
         05 FILLER           PIC X.
         05 JUS-DOCUMENTO    PIC X(15).
         05 FILLER           PIC X.
         05 JUS-MOTIVO       PIC X(30).
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
       FD FICHEIRO-MARCACOES.
       01 LINHA-MARCACAO.
         05 MAR-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MAR-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MAR-HORA   PIC 9(6).
         05 FILLER     PIC X.
         05 MAR-ESTADO PIC X(9).
       FD FICHEIRO-INSCRICOES.
       01 LINHA-INSCRICAO.
         05 CIN-CLUBE    PIC X(4).
         05 FILLER       PIC X.
         05 CIN-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 CIN-DATA-FIM PIC X(8).
       FD FICHEIRO-PRESENCAS-CLB.
       01 LINHA-PRESENCA-CLB.
         05 CPR-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 CPR-CLUBE  PIC X(4).
         05 FILLER     PIC X.
         05 CPR-SESSAO PIC 9(2).
         05 FILLER     PIC X.
         05 CPR-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 CPR-ESTADO PIC X.
       FD FICHEIRO-EMPRESTIMOS.
       01 LINHA-EMPRESTIMO.
         05 EMP-ITEM         PIC X(6).
         05 FILLER           PIC X.
         05 EMP-MEMBRO       PIC X(20).
         05 FILLER           PIC X.
         05 EMP-DATA-SAIDA   PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-DATA-LIMITE  PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-DATA-ENTREGA PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-ESTADO       PIC X(8).
       FD FICHEIRO-INDICADORES.
       01 LINHA-INDICADOR.
         05 IND-MES    PIC 9(6).
         05 FILLER     PIC X.
         05 IND-CHAVE  PIC X(16).
         05 FILLER     PIC X.
         05 IND-TIPO   PIC X.
         05 FILLER     PIC X.
         05 IND-VALOR  PIC 9(9)V99.
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
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-PRESENCAS-STATUS PIC XX.
       01 WS-JUSTIFICACOES-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-MARCACOES-STATUS PIC XX.
       01 WS-INSCRICOES-STATUS PIC XX.
       01 WS-PRESENCAS-CLB-STATUS PIC XX.
       01 WS-EMPRESTIMOS-STATUS PIC XX.
       01 WS-INDICADORES-STATUS PIC XX.
       01 WS-ROTAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-TURMAS PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-PRESENCAS PIC X.
       01 EOF-JUSTIFICACOES PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-MARCACOES PIC X.
       01 EOF-INSCRICOES PIC X.
       01 EOF-PRESENCAS-CLB PIC X.
       01 EOF-EMPRESTIMOS PIC X.
       01 EOF-INDICADORES PIC X.
       01 EOF-ROTAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-MES-ANTERIOR PIC 9(6).
       01 WS-MES-HOMOLOGO PIC 9(6).
       01 WS-MES-INI PIC 9(8).
       01 WS-MES-FIM PIC 9(8).
       01 WS-DATA-REF PIC 9(8).
       01 WS-REF-INT PIC 9(7).
       01 WS-DIAS PIC S9(7).
       01 WS-ACHADO PIC 9(3).
       01 WS-ACHADA PIC 9(4).
       01 WS-ROTA-EXISTE PIC X.
       01 WS-TITULO-PAINEL PIC X(20) VALUE 'INDICADORES MENSAIS'.
       01 WS-CHAVE PIC X(16).
       01 I PIC 9(4).
       01 K PIC 9(4).
      * Contadores do mes
       01 WS-ALUNOS-TOTAL PIC 9(5).
       01 WS-AULAS-REGISTADAS PIC 9(7).
       01 WS-PRESENTES PIC 9(7).
       01 WS-FALTAS PIC 9(7).
       01 WS-INJUSTIFICADAS PIC 9(7).
       01 WS-FATURADO PIC 9(9)V99.
       01 WS-COBRADO PIC 9(9)V99.
       01 WS-FALTA-PRS PIC S9(7)V99.
       01 WS-DIVIDA-BALDE PIC 9(9)V99 OCCURS 4 TIMES.
       01 WS-DIVIDA-TOTAL PIC 9(9)V99.
       01 WS-BALDE PIC 9.
       01 WS-REFEICOES PIC 9(7).
       01 WS-CLB-INSCRITOS PIC 9(5).
       01 WS-CLB-PRESENCAS PIC 9(7).
       01 WS-EMP-SAIDAS PIC 9(5).
       01 WS-EMP-DEVOLVIDOS PIC 9(5).
       01 WS-EMP-ATRASO PIC 9(5).
      * Turmas, polos e niveis
       01 WS-TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 WS-TABELA-TURMAS.
         05 WS-TUR OCCURS 100 TIMES.
           10 WS-TUR-CODIGO     PIC X(6).
           10 WS-TUR-POLO       PIC X(2).
           10 WS-TUR-NIVEL      PIC 9(2).
           10 WS-TUR-CAPACIDADE PIC 9(3).
           10 WS-TUR-ALUNOS     PIC 9(3).
           10 WS-TUR-APROVADOS  PIC 9(3).
           10 WS-TUR-SOMA-NOTAS PIC S9(5)V9.
       01 WS-TOTAL-POLOS PIC 9(2) VALUE 0.
       01 WS-TABELA-POLOS.
         05 WS-POL OCCURS 20 TIMES.
           10 WS-POL-CODIGO     PIC X(2).
           10 WS-POL-ALUNOS     PIC 9(5).
           10 WS-POL-CAPACIDADE PIC 9(5).
       01 WS-TOTAL-NIVEIS PIC 9(2) VALUE 0.
       01 WS-TABELA-NIVEIS.
         05 WS-NIV OCCURS 20 TIMES.
           10 WS-NIV-CODIGO PIC 9(2).
           10 WS-NIV-ALUNOS PIC 9(5).
       01 WS-SEM-TURMA PIC 9(5).
       01 WS-LIMITE-APROVACAO PIC S9(2)V9 VALUE 10.
      * Faltas justificadas e aceites no mes
       01 WS-TOTAL-JUS PIC 9(4) VALUE 0.
       01 WS-TABELA-JUS.
         05 WS-JUS OCCURS 3000 TIMES.
           10 WS-JUS-NUMERO PIC 9(5).
           10 WS-JUS-DATA   PIC 9(8).
      * Indicadores do mes, com os valores de comparacao
       01 WS-TOTAL-IND PIC 9(3) VALUE 0.
       01 WS-TABELA-INDICADORES.
         05 WS-IND OCCURS 300 TIMES.
           10 WS-IND-SECCAO    PIC 9.
           10 WS-IND-CHAVE     PIC X(16).
           10 WS-IND-DESCRICAO PIC X(30).
           10 WS-IND-TIPO      PIC X.
           10 WS-IND-VALOR     PIC 9(9)V99.
           10 WS-IND-ANT       PIC 9(9)V99.
           10 WS-IND-ANT-OK    PIC X.
           10 WS-IND-HOM       PIC 9(9)V99.
           10 WS-IND-HOM-OK    PIC X.
       01 WS-NOVA-SECCAO PIC 9.
       01 WS-NOVA-CHAVE PIC X(16).
       01 WS-NOVA-DESCRICAO PIC X(30).
       01 WS-NOVO-TIPO PIC X.
       01 WS-NOVO-VALOR PIC 9(9)V99.
      * Retratos dos outros meses (regravados tal e qual)
       01 WS-TOTAL-RETRATOS PIC 9(4) VALUE 0.
       01 WS-RETRATOS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-RETRATOS.
         05 WS-RET-LINHA PIC X(37) OCCURS 5000 TIMES.
       01 WS-NOMES-SECCOES.
         05 FILLER PIC X(30) VALUE 'MATRICULAS E OCUPACAO'.
         05 FILLER PIC X(30) VALUE 'APROVEITAMENTO POR TURMA'.
         05 FILLER PIC X(30) VALUE 'ASSIDUIDADE'.
         05 FILLER PIC X(30) VALUE 'PROPINAS E DIVIDA'.
         05 FILLER PIC X(30) VALUE 'CANTINA, CLUBES E BIBLIOTECA'.
       01 FILLER REDEFINES WS-NOMES-SECCOES.
         05 WS-NOME-SECCAO PIC X(30) OCCURS 5 TIMES.
       01 WS-SECCAO-ATUAL PIC 9.
      * Formatacao das colunas
       01 WS-FMT-VALOR PIC S9(9)V99.
       01 WS-FMT-TIPO PIC X.
       01 WS-FMT-TEXTO PIC X(14).
       01 WS-FMT-INTEIRO PIC -(12)9.
       01 WS-FMT-DECIMAL PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "INDICADORES MENSAIS DA DIRECAO"
               DISPLAY "1 - GERAR PAINEL DO MES"
               DISPLAY "2 - EVOLUCAO DE UM INDICADOR"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA(1 : 6) TO WS-MES-ATUAL
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM GERAR-PAINEL
                   WHEN 2
                       PERFORM EVOLUCAO-INDICADOR
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       GERAR-PAINEL.
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
                   PERFORM CALCULA-DATAS-MES
                   PERFORM CALCULA-INDICADORES
                   PERFORM CARREGA-RETRATOS
                   PERFORM GRAVA-RETRATOS
                   PERFORM ESCREVE-PAINEL
                   PERFORM REGISTA-SPOOL
                   PERFORM GARANTE-ROTA-DIRECAO
                   DISPLAY WS-TOTAL-IND " indicador(es) de " WS-MES
                       " em indicadores-mes.txt"
                   IF WS-MES = WS-MES-ATUAL
                       DISPLAY "AVISO: mes em curso, os valores sao"
                           " provisorios ate " WS-DATA
                   END-IF
           END-EVALUATE.

       CALCULA-DATAS-MES.
      * Primeiro e ultimo dia do mes; os saldos e a divida sao
      * vistos no ultimo dia, ou hoje se o mes ainda decorre
           COMPUTE WS-MES-INI = WS-MES * 100 + 1
           IF WS-MES(5 : 2) = '12'
               COMPUTE WS-MES-FIM = (WS-MES + 89) * 100 + 1
           ELSE
               COMPUTE WS-MES-FIM = (WS-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-FIM) - 1)
           MOVE WS-MES-FIM TO WS-DATA-REF
           IF WS-DATA-REF > WS-DATA
               MOVE WS-DATA TO WS-DATA-REF
           END-IF
           COMPUTE WS-REF-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
           IF WS-MES(5 : 2) = '01'
               COMPUTE WS-MES-ANTERIOR = WS-MES - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES - 1
           END-IF
           COMPUTE WS-MES-HOMOLOGO = WS-MES - 100.

       CALCULA-INDICADORES.
           MOVE 0 TO WS-TOTAL-IND
           PERFORM CALCULA-MATRICULAS
           PERFORM CALCULA-ASSIDUIDADE
           PERFORM CALCULA-PROPINAS
           PERFORM CALCULA-ATIVIDADE.

       ADICIONA-INDICADOR.
           IF WS-TOTAL-IND < 300
               ADD 1 TO WS-TOTAL-IND
               MOVE WS-NOVA-SECCAO TO WS-IND-SECCAO(WS-TOTAL-IND)
               MOVE WS-NOVA-CHAVE TO WS-IND-CHAVE(WS-TOTAL-IND)
               MOVE WS-NOVA-DESCRICAO
                   TO WS-IND-DESCRICAO(WS-TOTAL-IND)
               MOVE WS-NOVO-TIPO TO WS-IND-TIPO(WS-TOTAL-IND)
               MOVE WS-NOVO-VALOR TO WS-IND-VALOR(WS-TOTAL-IND)
               MOVE 0 TO WS-IND-ANT(WS-TOTAL-IND)
               MOVE 'N' TO WS-IND-ANT-OK(WS-TOTAL-IND)
               MOVE 0 TO WS-IND-HOM(WS-TOTAL-IND)
               MOVE 'N' TO WS-IND-HOM-OK(WS-TOTAL-IND)
           END-IF.

      ******************************************************************
      * Matriculas, ocupacao e aproveitamento
      ******************************************************************
       CALCULA-MATRICULAS.
           PERFORM CARREGA-TURMAS
           MOVE 0 TO WS-ALUNOS-TOTAL
           MOVE 0 TO WS-SEM-TURMA
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado: sem matriculas"
           ELSE
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           IF REC-TURMA NOT = 'SAIDA'
                               PERFORM CONTA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
           END-IF
           PERFORM AGRUPA-POLOS-NIVEIS
           MOVE 1 TO WS-NOVA-SECCAO
           MOVE 'N' TO WS-NOVO-TIPO
           MOVE 'ALUNOS-TOTAL' TO WS-NOVA-CHAVE
           MOVE 'ALUNOS MATRICULADOS' TO WS-NOVA-DESCRICAO
           MOVE WS-ALUNOS-TOTAL TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-POLOS
               MOVE 'N' TO WS-NOVO-TIPO
               MOVE SPACES TO WS-NOVA-CHAVE WS-NOVA-DESCRICAO
               STRING 'ALUNOS-POLO-' WS-POL-CODIGO(I)
                   DELIMITED BY SIZE INTO WS-NOVA-CHAVE
               STRING '  ALUNOS NO POLO ' WS-POL-CODIGO(I)
                   DELIMITED BY SIZE INTO WS-NOVA-DESCRICAO
               MOVE WS-POL-ALUNOS(I) TO WS-NOVO-VALOR
               PERFORM ADICIONA-INDICADOR
               MOVE 'P' TO WS-NOVO-TIPO
               MOVE SPACES TO WS-NOVA-CHAVE WS-NOVA-DESCRICAO
               STRING 'OCUP-POLO-' WS-POL-CODIGO(I)
                   DELIMITED BY SIZE INTO WS-NOVA-CHAVE
               STRING '  OCUPACAO DO POLO ' WS-POL-CODIGO(I) ' (%)'
                   DELIMITED BY SIZE INTO WS-NOVA-DESCRICAO
               MOVE 0 TO WS-NOVO-VALOR
               IF WS-POL-CAPACIDADE(I) > 0
                   COMPUTE WS-NOVO-VALOR ROUNDED =
                       WS-POL-ALUNOS(I) * 100 / WS-POL-CAPACIDADE(I)
               END-IF
               PERFORM ADICIONA-INDICADOR
           END-PERFORM
           MOVE 'N' TO WS-NOVO-TIPO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-NIVEIS
               MOVE SPACES TO WS-NOVA-CHAVE WS-NOVA-DESCRICAO
               STRING 'ALUNOS-NIVEL-' WS-NIV-CODIGO(I)
                   DELIMITED BY SIZE INTO WS-NOVA-CHAVE
               STRING '  ALUNOS DO ' WS-NIV-CODIGO(I) '. ANO'
                   DELIMITED BY SIZE INTO WS-NOVA-DESCRICAO
               MOVE WS-NIV-ALUNOS(I) TO WS-NOVO-VALOR
               PERFORM ADICIONA-INDICADOR
           END-PERFORM
           IF WS-SEM-TURMA > 0
               MOVE 'ALUNOS-SEM-TURMA' TO WS-NOVA-CHAVE
               MOVE '  ALUNOS SEM TURMA EM turmas' TO WS-NOVA-DESCRICAO
               MOVE WS-SEM-TURMA TO WS-NOVO-VALOR
               PERFORM ADICIONA-INDICADOR
           END-IF
           MOVE 2 TO WS-NOVA-SECCAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-TURMAS
               IF WS-TUR-ALUNOS(I) > 0
                   MOVE 'P' TO WS-NOVO-TIPO
                   MOVE SPACES TO WS-NOVA-CHAVE WS-NOVA-DESCRICAO
                   STRING 'APROV-' WS-TUR-CODIGO(I)
                       DELIMITED BY SIZE INTO WS-NOVA-CHAVE
                   STRING 'TURMA ' WS-TUR-CODIGO(I) ' APROVACAO (%)'
                       DELIMITED BY SIZE INTO WS-NOVA-DESCRICAO
                   COMPUTE WS-NOVO-VALOR ROUNDED =
                       WS-TUR-APROVADOS(I) * 100 / WS-TUR-ALUNOS(I)
                   PERFORM ADICIONA-INDICADOR
                   MOVE 'D' TO WS-NOVO-TIPO
                   MOVE SPACES TO WS-NOVA-CHAVE WS-NOVA-DESCRICAO
                   STRING 'MEDIA-' WS-TUR-CODIGO(I)
                       DELIMITED BY SIZE INTO WS-NOVA-CHAVE
                   STRING 'TURMA ' WS-TUR-CODIGO(I) ' NOTA MEDIA'
                       DELIMITED BY SIZE INTO WS-NOVA-DESCRICAO
                   MOVE 0 TO WS-NOVO-VALOR
                   IF WS-TUR-SOMA-NOTAS(I) > 0
                       COMPUTE WS-NOVO-VALOR ROUNDED =
                           WS-TUR-SOMA-NOTAS(I) / WS-TUR-ALUNOS(I)
                   END-IF
                   PERFORM ADICIONA-INDICADOR
               END-IF
           END-PERFORM.

       CARREGA-TURMAS.
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
                               WS-TOTAL-TURMAS < 100
                               PERFORM GUARDA-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       GUARDA-TURMA.
           ADD 1 TO WS-TOTAL-TURMAS
           MOVE TUR-CODIGO TO WS-TUR-CODIGO(WS-TOTAL-TURMAS)
           IF TUR-POLO = SPACES
               MOVE 'P1' TO WS-TUR-POLO(WS-TOTAL-TURMAS)
           ELSE
               MOVE TUR-POLO TO WS-TUR-POLO(WS-TOTAL-TURMAS)
           END-IF
           MOVE 0 TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           IF TUR-NIVEL IS NUMERIC
               MOVE TUR-NIVEL TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           END-IF
           MOVE 0 TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
           IF TUR-CAPACIDADE IS NUMERIC
               MOVE TUR-CAPACIDADE
                   TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
           END-IF
           MOVE 0 TO WS-TUR-ALUNOS(WS-TOTAL-TURMAS)
           MOVE 0 TO WS-TUR-APROVADOS(WS-TOTAL-TURMAS)
           MOVE 0 TO WS-TUR-SOMA-NOTAS(WS-TOTAL-TURMAS).

       CONTA-ALUNO.
           ADD 1 TO WS-ALUNOS-TOTAL
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-TURMAS
               IF WS-TUR-CODIGO(K) = REC-TURMA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               ADD 1 TO WS-SEM-TURMA
           ELSE
               ADD 1 TO WS-TUR-ALUNOS(WS-ACHADO)
               ADD REC-NOTA TO WS-TUR-SOMA-NOTAS(WS-ACHADO)
               IF REC-NOTA >= WS-LIMITE-APROVACAO
                   ADD 1 TO WS-TUR-APROVADOS(WS-ACHADO)
               END-IF
           END-IF.

       AGRUPA-POLOS-NIVEIS.
      * A capacidade do polo e a soma das capacidades das turmas
           MOVE 0 TO WS-TOTAL-POLOS
           MOVE 0 TO WS-TOTAL-NIVEIS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-TURMAS
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-POLOS
                   IF WS-POL-CODIGO(K) = WS-TUR-POLO(I)
                       MOVE K TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0 AND WS-TOTAL-POLOS < 20
                   ADD 1 TO WS-TOTAL-POLOS
                   MOVE WS-TOTAL-POLOS TO WS-ACHADO
                   MOVE WS-TUR-POLO(I) TO WS-POL-CODIGO(WS-ACHADO)
                   MOVE 0 TO WS-POL-ALUNOS(WS-ACHADO)
                   MOVE 0 TO WS-POL-CAPACIDADE(WS-ACHADO)
               END-IF
               IF WS-ACHADO > 0
                   ADD WS-TUR-ALUNOS(I) TO WS-POL-ALUNOS(WS-ACHADO)
                   ADD WS-TUR-CAPACIDADE(I)
                       TO WS-POL-CAPACIDADE(WS-ACHADO)
               END-IF
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-TOTAL-NIVEIS
                   IF WS-NIV-CODIGO(K) = WS-TUR-NIVEL(I)
                       MOVE K TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0 AND WS-TOTAL-NIVEIS < 20
                   ADD 1 TO WS-TOTAL-NIVEIS
                   MOVE WS-TOTAL-NIVEIS TO WS-ACHADO
                   MOVE WS-TUR-NIVEL(I) TO WS-NIV-CODIGO(WS-ACHADO)
                   MOVE 0 TO WS-NIV-ALUNOS(WS-ACHADO)
               END-IF
               IF WS-ACHADO > 0
                   ADD WS-TUR-ALUNOS(I) TO WS-NIV-ALUNOS(WS-ACHADO)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Assiduidade do mes
      ******************************************************************
       CALCULA-ASSIDUIDADE.
           PERFORM CARREGA-JUSTIFICACOES
           MOVE 0 TO WS-AULAS-REGISTADAS
           MOVE 0 TO WS-PRESENTES
           MOVE 0 TO WS-FALTAS
           MOVE 0 TO WS-INJUSTIFICADAS
           MOVE 'N' TO EOF-PRESENCAS
           OPEN INPUT FICHEIRO-PRESENCAS
           IF WS-PRESENCAS-STATUS = '00' OR
               WS-PRESENCAS-STATUS = '05'
               PERFORM UNTIL EOF-PRESENCAS = 'S'
                   READ FICHEIRO-PRESENCAS
                       AT END
                           MOVE 'S' TO EOF-PRESENCAS
                       NOT AT END
                           IF PRE-DATA IS NUMERIC AND
                               PRE-DATA >= WS-MES-INI AND
                               PRE-DATA <= WS-MES-FIM
                               PERFORM CONTA-PRESENCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESENCAS
           END-IF
           MOVE 3 TO WS-NOVA-SECCAO
           MOVE 'P' TO WS-NOVO-TIPO
           MOVE 'ASSID-PERC' TO WS-NOVA-CHAVE
           MOVE 'TAXA DE ASSIDUIDADE (%)' TO WS-NOVA-DESCRICAO
           MOVE 0 TO WS-NOVO-VALOR
           IF WS-AULAS-REGISTADAS > 0
               COMPUTE WS-NOVO-VALOR ROUNDED =
                   WS-PRESENTES * 100 / WS-AULAS-REGISTADAS
           END-IF
           PERFORM ADICIONA-INDICADOR
           MOVE 'N' TO WS-NOVO-TIPO
           MOVE 'FALTAS-TOTAL' TO WS-NOVA-CHAVE
           MOVE 'FALTAS REGISTADAS' TO WS-NOVA-DESCRICAO
           MOVE WS-FALTAS TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'FALTAS-INJUST' TO WS-NOVA-CHAVE
           MOVE 'FALTAS INJUSTIFICADAS' TO WS-NOVA-DESCRICAO
           MOVE WS-INJUSTIFICADAS TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR.

       CARREGA-JUSTIFICACOES.
      * So as justificacoes aceites tiram a falta das injustificadas
           MOVE 0 TO WS-TOTAL-JUS
           MOVE 'N' TO EOF-JUSTIFICACOES
           OPEN INPUT FICHEIRO-JUSTIFICACOES
           IF WS-JUSTIFICACOES-STATUS = '00' OR
               WS-JUSTIFICACOES-STATUS = '05'
               PERFORM UNTIL EOF-JUSTIFICACOES = 'S'
                   READ FICHEIRO-JUSTIFICACOES
                       AT END
                           MOVE 'S' TO EOF-JUSTIFICACOES
                       NOT AT END
                           IF JUS-ESTADO = 'ACEITE' AND
                               JUS-DATA-FALTA IS NUMERIC AND
                               JUS-DATA-FALTA >= WS-MES-INI AND
                               JUS-DATA-FALTA <= WS-MES-FIM AND
                               WS-TOTAL-JUS < 3000
                               ADD 1 TO WS-TOTAL-JUS
                               MOVE JUS-NUMERO
                                   TO WS-JUS-NUMERO(WS-TOTAL-JUS)
                               MOVE JUS-DATA-FALTA
                                   TO WS-JUS-DATA(WS-TOTAL-JUS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-JUSTIFICACOES
           END-IF.

       CONTA-PRESENCA.
           ADD 1 TO WS-AULAS-REGISTADAS
           IF PRE-ESTADO = 'P'
               ADD 1 TO WS-PRESENTES
           END-IF
           IF PRE-ESTADO = 'A'
               ADD 1 TO WS-FALTAS
               MOVE 0 TO WS-ACHADA
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUS
                   IF WS-JUS-NUMERO(K) = PRE-NUMERO AND
                       WS-JUS-DATA(K) = PRE-DATA
                       MOVE K TO WS-ACHADA
                   END-IF
               END-PERFORM
               IF WS-ACHADA = 0
                   ADD 1 TO WS-INJUSTIFICADAS
               END-IF
           END-IF.

      ******************************************************************
      * Propinas: vencido no mes contra cobrado, e divida em atraso
      * por antiguidade no fim do mes (os mesmos baldes e exclusoes
      * do aging dos pagamentos)
      ******************************************************************
       CALCULA-PROPINAS.
           MOVE 0 TO WS-FATURADO
           MOVE 0 TO WS-COBRADO
           MOVE 0 TO WS-DIVIDA-TOTAL
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE 0 TO WS-DIVIDA-BALDE(K)
           END-PERFORM
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-DATA-VENC IS NUMERIC AND
                               PRS-VALOR IS NUMERIC AND
                               PRS-PAGO IS NUMERIC AND
                               PRS-ESTADO NOT = 'ANULADA'
                               PERFORM CONTA-PRESTACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF
           MOVE 4 TO WS-NOVA-SECCAO
           MOVE 'E' TO WS-NOVO-TIPO
           MOVE 'PROP-FATURADO' TO WS-NOVA-CHAVE
           MOVE 'PROPINAS VENCIDAS NO MES' TO WS-NOVA-DESCRICAO
           MOVE WS-FATURADO TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'PROP-COBRADO' TO WS-NOVA-CHAVE
           MOVE '  DAS QUAIS COBRADAS' TO WS-NOVA-DESCRICAO
           MOVE WS-COBRADO TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'P' TO WS-NOVO-TIPO
           MOVE 'PROP-TAXA-COBR' TO WS-NOVA-CHAVE
           MOVE '  TAXA DE COBRANCA (%)' TO WS-NOVA-DESCRICAO
           MOVE 0 TO WS-NOVO-VALOR
           IF WS-FATURADO > 0
               COMPUTE WS-NOVO-VALOR ROUNDED =
                   WS-COBRADO * 100 / WS-FATURADO
           END-IF
           PERFORM ADICIONA-INDICADOR
           MOVE 'E' TO WS-NOVO-TIPO
           MOVE 'DIVIDA-TOTAL' TO WS-NOVA-CHAVE
           MOVE 'DIVIDA EM ATRASO NO FIM DO MES' TO WS-NOVA-DESCRICAO
           MOVE WS-DIVIDA-TOTAL TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'DIVIDA-0-30' TO WS-NOVA-CHAVE
           MOVE '  ATE 30 DIAS' TO WS-NOVA-DESCRICAO
           MOVE WS-DIVIDA-BALDE(1) TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'DIVIDA-31-60' TO WS-NOVA-CHAVE
           MOVE '  31 A 60 DIAS' TO WS-NOVA-DESCRICAO
           MOVE WS-DIVIDA-BALDE(2) TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'DIVIDA-61-90' TO WS-NOVA-CHAVE
           MOVE '  61 A 90 DIAS' TO WS-NOVA-DESCRICAO
           MOVE WS-DIVIDA-BALDE(3) TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'DIVIDA-MAIS-90' TO WS-NOVA-CHAVE
           MOVE '  MAIS DE 90 DIAS' TO WS-NOVA-DESCRICAO
           MOVE WS-DIVIDA-BALDE(4) TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR.

       CONTA-PRESTACAO.
           IF PRS-DATA-VENC >= WS-MES-INI AND
               PRS-DATA-VENC <= WS-MES-FIM
               ADD PRS-VALOR TO WS-FATURADO
               IF PRS-PAGO > PRS-VALOR
                   ADD PRS-VALOR TO WS-COBRADO
               ELSE
                   ADD PRS-PAGO TO WS-COBRADO
               END-IF
           END-IF
           IF PRS-ESTADO NOT = 'PAGA' AND
               PRS-ESTADO NOT = 'RENEGOC' AND
               PRS-ESTADO NOT = 'INCOBRAV' AND
               PRS-DATA-VENC < WS-DATA-REF
               COMPUTE WS-FALTA-PRS = PRS-VALOR - PRS-PAGO
               IF WS-FALTA-PRS > 0
                   COMPUTE WS-DIAS = WS-REF-INT -
                       FUNCTION INTEGER-OF-DATE(PRS-DATA-VENC)
                   EVALUATE TRUE
                       WHEN WS-DIAS <= 30
                           MOVE 1 TO WS-BALDE
                       WHEN WS-DIAS <= 60
                           MOVE 2 TO WS-BALDE
                       WHEN WS-DIAS <= 90
                           MOVE 3 TO WS-BALDE
                       WHEN OTHER
                           MOVE 4 TO WS-BALDE
                   END-EVALUATE
                   ADD WS-FALTA-PRS TO WS-DIVIDA-BALDE(WS-BALDE)
                   ADD WS-FALTA-PRS TO WS-DIVIDA-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * Cantina, clubes e biblioteca
      ******************************************************************
       CALCULA-ATIVIDADE.
           MOVE 0 TO WS-REFEICOES
           MOVE 'N' TO EOF-MARCACOES
           OPEN INPUT FICHEIRO-MARCACOES
           IF WS-MARCACOES-STATUS = '00' OR
               WS-MARCACOES-STATUS = '05'
               PERFORM UNTIL EOF-MARCACOES = 'S'
                   READ FICHEIRO-MARCACOES
                       AT END
                           MOVE 'S' TO EOF-MARCACOES
                       NOT AT END
                           IF MAR-DATA IS NUMERIC AND
                               MAR-DATA >= WS-MES-INI AND
                               MAR-DATA <= WS-MES-FIM AND
                               (MAR-ESTADO = 'CONSUMIDA' OR
                                MAR-ESTADO = 'DEBITADA')
                               ADD 1 TO WS-REFEICOES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MARCACOES
           END-IF
           MOVE 0 TO WS-CLB-INSCRITOS
           MOVE 'N' TO EOF-INSCRICOES
           OPEN INPUT FICHEIRO-INSCRICOES
           IF WS-INSCRICOES-STATUS = '00' OR
               WS-INSCRICOES-STATUS = '05'
               PERFORM UNTIL EOF-INSCRICOES = 'S'
                   READ FICHEIRO-INSCRICOES
                       AT END
                           MOVE 'S' TO EOF-INSCRICOES
                       NOT AT END
                           IF CIN-CLUBE NOT = SPACES AND
                               (CIN-DATA-FIM = SPACES OR
                                CIN-DATA-FIM >= WS-MES-FIM)
                               ADD 1 TO WS-CLB-INSCRITOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INSCRICOES
           END-IF
           MOVE 0 TO WS-CLB-PRESENCAS
           MOVE 'N' TO EOF-PRESENCAS-CLB
           OPEN INPUT FICHEIRO-PRESENCAS-CLB
           IF WS-PRESENCAS-CLB-STATUS = '00' OR
               WS-PRESENCAS-CLB-STATUS = '05'
               PERFORM UNTIL EOF-PRESENCAS-CLB = 'S'
                   READ FICHEIRO-PRESENCAS-CLB
                       AT END
                           MOVE 'S' TO EOF-PRESENCAS-CLB
                       NOT AT END
                           IF CPR-DATA IS NUMERIC AND
                               CPR-DATA >= WS-MES-INI AND
                               CPR-DATA <= WS-MES-FIM AND
                               CPR-ESTADO = 'P'
                               ADD 1 TO WS-CLB-PRESENCAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESENCAS-CLB
           END-IF
           PERFORM CONTA-EMPRESTIMOS
           MOVE 5 TO WS-NOVA-SECCAO
           MOVE 'N' TO WS-NOVO-TIPO
           MOVE 'REFEICOES' TO WS-NOVA-CHAVE
           MOVE 'REFEICOES SERVIDAS' TO WS-NOVA-DESCRICAO
           MOVE WS-REFEICOES TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'CLUBES-INSCRITOS' TO WS-NOVA-CHAVE
           MOVE 'INSCRICOES ATIVAS EM CLUBES' TO WS-NOVA-DESCRICAO
           MOVE WS-CLB-INSCRITOS TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'CLUBES-PRESENCAS' TO WS-NOVA-CHAVE
           MOVE 'PRESENCAS NAS SESSOES' TO WS-NOVA-DESCRICAO
           MOVE WS-CLB-PRESENCAS TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'EMPREST-SAIDAS' TO WS-NOVA-CHAVE
           MOVE 'EMPRESTIMOS DA BIBLIOTECA' TO WS-NOVA-DESCRICAO
           MOVE WS-EMP-SAIDAS TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'EMPREST-DEVOLV' TO WS-NOVA-CHAVE
           MOVE '  DEVOLUCOES' TO WS-NOVA-DESCRICAO
           MOVE WS-EMP-DEVOLVIDOS TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR
           MOVE 'EMPREST-ATRASO' TO WS-NOVA-CHAVE
           MOVE '  EM ATRASO NO FIM DO MES' TO WS-NOVA-DESCRICAO
           MOVE WS-EMP-ATRASO TO WS-NOVO-VALOR
           PERFORM ADICIONA-INDICADOR.

       CONTA-EMPRESTIMOS.
      * Em atraso no fim do mes: saiu, o prazo acabou antes do
      * fim do mes e ainda nao tinha sido entregue nessa data
           MOVE 0 TO WS-EMP-SAIDAS
           MOVE 0 TO WS-EMP-DEVOLVIDOS
           MOVE 0 TO WS-EMP-ATRASO
           MOVE 'N' TO EOF-EMPRESTIMOS
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-EMPRESTIMOS-STATUS = '00' OR
               WS-EMPRESTIMOS-STATUS = '05'
               PERFORM UNTIL EOF-EMPRESTIMOS = 'S'
                   READ FICHEIRO-EMPRESTIMOS
                       AT END
                           MOVE 'S' TO EOF-EMPRESTIMOS
                       NOT AT END
                           PERFORM CONTA-EMPRESTIMO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF.

       CONTA-EMPRESTIMO.
           IF EMP-DATA-SAIDA IS NUMERIC AND
               EMP-DATA-SAIDA >= WS-MES-INI AND
               EMP-DATA-SAIDA <= WS-MES-FIM
               ADD 1 TO WS-EMP-SAIDAS
           END-IF
           IF EMP-ESTADO = 'ENTREGUE' AND
               EMP-DATA-ENTREGA IS NUMERIC AND
               EMP-DATA-ENTREGA >= WS-MES-INI AND
               EMP-DATA-ENTREGA <= WS-MES-FIM
               ADD 1 TO WS-EMP-DEVOLVIDOS
           END-IF
           IF EMP-DATA-SAIDA IS NUMERIC AND
               EMP-DATA-LIMITE IS NUMERIC AND
               EMP-DATA-SAIDA <= WS-DATA-REF AND
               EMP-DATA-LIMITE < WS-DATA-REF
               IF EMP-ESTADO = 'ABERTO'
                   ADD 1 TO WS-EMP-ATRASO
               ELSE
                   IF EMP-DATA-ENTREGA IS NUMERIC AND
                       EMP-DATA-ENTREGA > WS-DATA-REF
                       ADD 1 TO WS-EMP-ATRASO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Retrato mensal: os meses de comparacao vem de
      * indicadores-mensais.txt; o mes pedido substitui o retrato
      * que la estiver
      ******************************************************************
       CARREGA-RETRATOS.
           MOVE 0 TO WS-TOTAL-RETRATOS
           MOVE 'N' TO WS-RETRATOS-CHEIA
           MOVE 'N' TO EOF-INDICADORES
           OPEN INPUT FICHEIRO-INDICADORES
           IF WS-INDICADORES-STATUS = '00' OR
               WS-INDICADORES-STATUS = '05'
               PERFORM UNTIL EOF-INDICADORES = 'S'
                   READ FICHEIRO-INDICADORES
                       AT END
                           MOVE 'S' TO EOF-INDICADORES
                       NOT AT END
                           IF IND-MES IS NUMERIC AND
                               IND-VALOR IS NUMERIC
                               PERFORM GUARDA-RETRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICADORES
           END-IF
           IF WS-RETRATOS-CHEIA = 'S'
               DISPLAY "AVISO: indicadores-mensais.txt excede a"
                   " tabela de 5000 linhas; retrato do mes nao"
                   " gravado"
           END-IF.

       GUARDA-RETRATO.
           IF IND-MES NOT = WS-MES
               IF WS-TOTAL-RETRATOS < 5000
                   ADD 1 TO WS-TOTAL-RETRATOS
                   MOVE LINHA-INDICADOR
                       TO WS-RET-LINHA(WS-TOTAL-RETRATOS)
               ELSE
                   MOVE 'S' TO WS-RETRATOS-CHEIA
               END-IF
           END-IF
           IF IND-MES = WS-MES-ANTERIOR OR
               IND-MES = WS-MES-HOMOLOGO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-IND
                   IF WS-IND-CHAVE(K) = IND-CHAVE
                       IF IND-MES = WS-MES-ANTERIOR
                           MOVE IND-VALOR TO WS-IND-ANT(K)
                           MOVE 'S' TO WS-IND-ANT-OK(K)
                       ELSE
                           MOVE IND-VALOR TO WS-IND-HOM(K)
                           MOVE 'S' TO WS-IND-HOM-OK(K)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       GRAVA-RETRATOS.
      * Uma tabela que nao levou o ficheiro inteiro nao regrava
           IF WS-RETRATOS-CHEIA = 'N'
               OPEN OUTPUT FICHEIRO-INDICADORES
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-RETRATOS
                   MOVE WS-RET-LINHA(I) TO LINHA-INDICADOR
                   WRITE LINHA-INDICADOR
               END-PERFORM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-IND
                   MOVE SPACES TO LINHA-INDICADOR
                   MOVE WS-MES TO IND-MES
                   MOVE WS-IND-CHAVE(I) TO IND-CHAVE
                   MOVE WS-IND-TIPO(I) TO IND-TIPO
                   MOVE WS-IND-VALOR(I) TO IND-VALOR
                   WRITE LINHA-INDICADOR
               END-PERFORM
               CLOSE FICHEIRO-INDICADORES
           END-IF.

      ******************************************************************
      * Painel impresso
      ******************************************************************
       ESCREVE-PAINEL.
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAINEL MENSAL DA DIRECAO - MES " WS-MES
               "   EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMPARACAO COM " WS-MES-ANTERIOR
               " (MES ANTERIOR) E " WS-MES-HOMOLOGO
               " (MESMO MES DO ANO ANTERIOR)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE "INDICADOR" TO LINHA-RELATORIO(1 : 9)
           MOVE "MES" TO LINHA-RELATORIO(40 : 3)
           MOVE "ANTERIOR" TO LINHA-RELATORIO(50 : 8)
           MOVE "VARIACAO" TO LINHA-RELATORIO(61 : 8)
           MOVE "ANO ANT." TO LINHA-RELATORIO(78 : 8)
           MOVE "VARIACAO" TO LINHA-RELATORIO(89 : 8)
           WRITE LINHA-RELATORIO
           MOVE 0 TO WS-SECCAO-ATUAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-IND
               IF WS-IND-SECCAO(I) NOT = WS-SECCAO-ATUAL
                   MOVE WS-IND-SECCAO(I) TO WS-SECCAO-ATUAL
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE WS-NOME-SECCAO(WS-SECCAO-ATUAL)
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               PERFORM ESCREVE-LINHA-INDICADOR
           END-PERFORM
           CLOSE FICHEIRO-RELATORIO.

       ESCREVE-LINHA-INDICADOR.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-IND-DESCRICAO(I) TO LINHA-RELATORIO(1 : 30)
           MOVE WS-IND-TIPO(I) TO WS-FMT-TIPO
           MOVE WS-IND-VALOR(I) TO WS-FMT-VALOR
           PERFORM FORMATA-VALOR
           MOVE WS-FMT-TEXTO TO LINHA-RELATORIO(31 : 14)
           IF WS-IND-ANT-OK(I) = 'S'
               MOVE WS-IND-ANT(I) TO WS-FMT-VALOR
               PERFORM FORMATA-VALOR
               MOVE WS-FMT-TEXTO TO LINHA-RELATORIO(45 : 14)
               COMPUTE WS-FMT-VALOR =
                   WS-IND-VALOR(I) - WS-IND-ANT(I)
               PERFORM FORMATA-VALOR
               MOVE WS-FMT-TEXTO TO LINHA-RELATORIO(59 : 14)
           ELSE
               MOVE "n/d" TO LINHA-RELATORIO(56 : 3)
           END-IF
           IF WS-IND-HOM-OK(I) = 'S'
               MOVE WS-IND-HOM(I) TO WS-FMT-VALOR
               PERFORM FORMATA-VALOR
               MOVE WS-FMT-TEXTO TO LINHA-RELATORIO(73 : 14)
               COMPUTE WS-FMT-VALOR =
                   WS-IND-VALOR(I) - WS-IND-HOM(I)
               PERFORM FORMATA-VALOR
               MOVE WS-FMT-TEXTO TO LINHA-RELATORIO(87 : 14)
           ELSE
               MOVE "n/d" TO LINHA-RELATORIO(84 : 3)
           END-IF
           WRITE LINHA-RELATORIO.

       FORMATA-VALOR.
      * Contagens sem casas decimais; euros, percentagens e medias
      * com duas
           IF WS-FMT-TIPO = 'N'
               MOVE WS-FMT-VALOR TO WS-FMT-INTEIRO
               MOVE WS-FMT-INTEIRO TO WS-FMT-TEXTO(2 : 13)
               MOVE SPACE TO WS-FMT-TEXTO(1 : 1)
           ELSE
               MOVE WS-FMT-VALOR TO WS-FMT-DECIMAL
               MOVE WS-FMT-DECIMAL TO WS-FMT-TEXTO
           END-IF.

       EVOLUCAO-INDICADOR.
      * Os ultimos retratos de um indicador, mes a mes
           DISPLAY "INDICADOR (ex: ALUNOS-TOTAL, DIVIDA-TOTAL): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CHAVE
           ACCEPT WS-CHAVE
           MOVE FUNCTION UPPER-CASE(WS-CHAVE) TO WS-CHAVE
           MOVE 0 TO K
           MOVE 'N' TO EOF-INDICADORES
           OPEN INPUT FICHEIRO-INDICADORES
           IF WS-INDICADORES-STATUS = '00' OR
               WS-INDICADORES-STATUS = '05'
               PERFORM UNTIL EOF-INDICADORES = 'S'
                   READ FICHEIRO-INDICADORES
                       AT END
                           MOVE 'S' TO EOF-INDICADORES
                       NOT AT END
                           IF IND-CHAVE = WS-CHAVE AND
                               IND-VALOR IS NUMERIC
                               ADD 1 TO K
                               MOVE IND-TIPO TO WS-FMT-TIPO
                               MOVE IND-VALOR TO WS-FMT-VALOR
                               PERFORM FORMATA-VALOR
                               DISPLAY "  " IND-MES " " WS-FMT-TEXTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICADORES
           END-IF
           IF K = 0
               DISPLAY "Sem retratos de '" WS-CHAVE "'"
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'indicadores-mes.txt' TO SPL-FICHEIRO
           MOVE WS-TITULO-PAINEL TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       GARANTE-ROTA-DIRECAO.
      * O painel e da direcao: sem nenhuma rota para o titulo o
      * spooler nao o distribuia, por isso fica uma para a DIRECAO
      * (as copias e outros destinatarios mantem-se na gestao da
      * distribuicao)
           MOVE 'N' TO WS-ROTA-EXISTE
           MOVE 'N' TO EOF-ROTAS
           OPEN INPUT FICHEIRO-ROTAS
           IF WS-ROTAS-STATUS = '00' OR WS-ROTAS-STATUS = '05'
               PERFORM UNTIL EOF-ROTAS = 'S'
                   READ FICHEIRO-ROTAS
                       AT END
                           MOVE 'S' TO EOF-ROTAS
                       NOT AT END
                           IF ROT-TITULO = WS-TITULO-PAINEL
                               MOVE 'S' TO WS-ROTA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ROTAS
           END-IF
           IF WS-ROTA-EXISTE = 'N'
               OPEN EXTEND FICHEIRO-ROTAS
               MOVE SPACES TO LINHA-ROTA
               MOVE WS-TITULO-PAINEL TO ROT-TITULO
               MOVE 'DIRECAO' TO ROT-DESTINATARIO
               MOVE 1 TO ROT-COPIAS
               WRITE LINHA-ROTA
               CLOSE FICHEIRO-ROTAS
               DISPLAY "Rota '" WS-TITULO-PAINEL "' -> DIRECAO"
                   " criada em rotas.txt"
           END-IF.

       END PROGRAM INDICADORES-MES.
