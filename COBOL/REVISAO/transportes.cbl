      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transporte escolar: mestre de rotas (autocarro,
      *          motorista e mensalidade) e paragens por rota, um
      *          passe por aluno (rota, paragem, data de inicio e de
      *          fim, ATIVO ou SUSPENSO); a cobranca mensal lanca a
      *          mensalidade em ficheiro3.txt como movimento TRAN e
      *          cria a prestacao do mes em prestacoes.txt (sequencia
      *          80 + mes), para entrar no extrato do encarregado, no
      *          aging e no abate dos pagamentos; cada aluno e
      *          cobrado uma vez por mes (transporte-cobrancas.txt);
      *          a lista por autocarro sai por paragem com o telefone
      *          do encarregado de ficheiro0.txt; alunos com a
      *          matricula anulada ou passe suspenso saem da lista e
      *          deixam de ser cobrados; cada mensalidade leva a
      *          chave unica aluno + mes (CHAVE-LANCAMENTO), e a
      *          cobranca repetida depois de uma falha so marca o
      *          que ja tinha entrado em ficheiro3.txt; o credito
      *          que os alunos tenham em creditos.txt e usado logo
      *          nas prestacoes do mes (USA-CREDITOS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPORTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ROTAS
               ASSIGN TO 'transporte-rotas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAGENS
               ASSIGN TO 'transporte-paragens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAGENS-STATUS.
           SELECT OPTIONAL FICHEIRO-PASSES
               ASSIGN TO 'transporte-passes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSES-STATUS.
           SELECT OPTIONAL FICHEIRO-COBRANCAS
               ASSIGN TO 'transporte-cobrancas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRANCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-FICHEIRO-0-STATUS.
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
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-LISTA ASSIGN TO 'transporte-rota.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-ROTAS.
       01 LINHA-ROTA.
         05 ROT-CODIGO      PIC X(4).
         05 FILLER          PIC X.
         05 ROT-NOME        PIC X(30).
         05 FILLER          PIC X.
         05 ROT-AUTOCARRO   PIC X(10).
         05 FILLER          PIC X.
         05 ROT-MOTORISTA   PIC X(20).
         05 FILLER          PIC X.
         05 ROT-MENSALIDADE PIC 9(3)V99.
       FD FICHEIRO-PARAGENS.
       01 LINHA-PARAGEM.
         05 PRG-ROTA        PIC X(4).
         05 FILLER          PIC X.
         05 PRG-ORDEM       PIC 9(2).
         05 FILLER          PIC X.
         05 PRG-CODIGO      PIC X(4).
         05 FILLER          PIC X.
         05 PRG-NOME        PIC X(30).
         05 FILLER          PIC X.
         05 PRG-HORA        PIC 9(4).
       FD FICHEIRO-PASSES.
       01 LINHA-PASSE.
         05 PAS-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 PAS-ROTA        PIC X(4).
         05 FILLER          PIC X.
         05 PAS-PARAGEM     PIC X(4).
         05 FILLER          PIC X.
         05 PAS-DATA-INI    PIC 9(8).
         05 FILLER          PIC X.
         05 PAS-DATA-FIM    PIC 9(8).
         05 FILLER          PIC X.
         05 PAS-ESTADO      PIC X(8).
         05 FILLER          PIC X.
         05 PAS-OPERADOR    PIC X(8).
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
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 REG-TELEFONE-0  PIC X(15).
           10 REG-EMAIL-0     PIC X(30).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
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
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-LISTA.
       01 LINHA-LISTA PIC X(80).
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
       01 WS-ROTAS-STATUS PIC XX.
       01 WS-PARAGENS-STATUS PIC XX.
       01 WS-PASSES-STATUS PIC XX.
       01 WS-COBRANCAS-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-ROTAS PIC X.
       01 EOF-PARAGENS PIC X.
       01 EOF-PASSES PIC X.
       01 EOF-COBRANCAS PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-TEXTO PIC X(10).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-ROTA PIC X(4).
       01 WS-PARAGEM PIC X(4).
       01 WS-CONFIRMA PIC X.
       01 WS-RESPOSTA PIC X.
       01 WS-ACHADO PIC 9(4).
       01 WS-R PIC 9(3).
       01 WS-P PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 WS-ORDEM PIC 9(3).
       01 WS-VALOR-ED PIC ZZ9.99.
       01 WS-ALUNO-ATIVO PIC X.
       01 WS-NOME PIC X(20).
       01 WS-NOME-LONGO PIC X(30).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ENC-NOME PIC X(20).
       01 WS-ENC-TELEFONE PIC X(15).
       01 WS-F0-ABERTO PIC X VALUE 'N'.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-DIA-VENC PIC 9(2) VALUE 8.
      * Mes da cobranca e os seus limites
       01 WS-MES-TEXTO PIC X(6).
       01 WS-ANO-MES PIC 9(6).
       01 WS-MES-DO-ANO PIC 9(2).
       01 WS-DATA-INI PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).
       01 WS-DATA-VENC PIC 9(8).
       01 WS-SEQ-TRANSPORTE PIC 9(2).
       01 WS-COBRADOS PIC 9(4).
       01 WS-JA-COBRADOS PIC 9(4).
       01 WS-SALTADOS PIC 9(4).
       01 WS-TOTAL-COBRADO PIC 9(7)V99.
       01 WS-TOTAL-ED PIC Z(6)9.99.
       01 WS-NA-LISTA PIC 9(4).
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e da renovacao de matricula)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-LOCK-F3-DESDE PIC X(15).
       01 WS-RUN-F3 PIC 9(4).
       01 WS-LINHAS-F3 PIC 9(3).
      * Chave unica da mensalidade (modulo CHAVE-LANCAMENTO):
      * aluno e primeiro dia do mes cobrado
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'TRANSPORTES'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
       01 WS-ESCRITAS-F3 PIC 9(4).
       01 WS-RETOMADOS PIC 9(4).
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
       01 WS-SPOOL-FICHEIRO PIC X(30).
       01 WS-SPOOL-TITULO PIC X(20).
      * Rotas
       01 WS-TOTAL-ROT PIC 9(3) VALUE 0.
       01 WS-TABELA-ROTAS.
         05 WS-ROT OCCURS 50 TIMES.
           10 WS-ROT-CODIGO      PIC X(4).
           10 WS-ROT-NOME        PIC X(30).
           10 WS-ROT-AUTOCARRO   PIC X(10).
           10 WS-ROT-MOTORISTA   PIC X(20).
           10 WS-ROT-MENSALIDADE PIC 9(3)V99.
      * Paragens
       01 WS-TOTAL-PRG PIC 9(4) VALUE 0.
       01 WS-TABELA-PARAGENS.
         05 WS-PRG OCCURS 300 TIMES.
           10 WS-PRG-ROTA   PIC X(4).
           10 WS-PRG-ORDEM  PIC 9(2).
           10 WS-PRG-CODIGO PIC X(4).
           10 WS-PRG-NOME   PIC X(30).
           10 WS-PRG-HORA   PIC 9(4).
      * Passes (um por aluno)
       01 WS-TOTAL-PAS PIC 9(4) VALUE 0.
       01 WS-PAS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PASSES.
         05 WS-PAS OCCURS 1000 TIMES.
           10 WS-PAS-NUMERO   PIC 9(5).
           10 WS-PAS-ROTA     PIC X(4).
           10 WS-PAS-PARAGEM  PIC X(4).
           10 WS-PAS-DATA-INI PIC 9(8).
           10 WS-PAS-DATA-FIM PIC 9(8).
           10 WS-PAS-ESTADO   PIC X(8).
           10 WS-PAS-OPERADOR PIC X(8).
      * Alunos ja cobrados no mes pedido
       01 WS-TOTAL-COB PIC 9(4) VALUE 0.
       01 WS-TABELA-COBRADOS.
         05 WS-COB-NUMERO PIC 9(5) OCCURS 1000 TIMES.
      * Alunos que ja tem a prestacao 80+mes (corrida interrompida
      * depois de a escrever e antes de marcar a cobranca)
       01 WS-TOTAL-PMS PIC 9(4) VALUE 0.
       01 WS-TABELA-PRESTACOES-MES.
         05 WS-PMS-NUMERO PIC 9(5) OCCURS 1000 TIMES.
       01 WS-TEM-PRESTACAO PIC X.
      * Ligacoes aluno -> encarregado
       01 WS-TOTAL-LIG PIC 9(3) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 500 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).
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
               DISPLAY "TRANSPORTE ESCOLAR"
               DISPLAY "1 - LISTAR ROTAS E PARAGENS"
               DISPLAY "2 - CRIAR/ALTERAR ROTA"
               DISPLAY "3 - CRIAR/ALTERAR PARAGEM"
               DISPLAY "4 - EMITIR/ALTERAR PASSE DE ALUNO"
               DISPLAY "5 - SUSPENDER/REATIVAR PASSE"
               DISPLAY "6 - COBRANCA MENSAL DOS PASSES"
               DISPLAY "7 - LISTA POR AUTOCARRO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-ROTAS
                   WHEN 2
                       PERFORM ALTERAR-ROTA
                   WHEN 3
                       PERFORM ALTERAR-PARAGEM
                   WHEN 4
                       PERFORM EMITIR-PASSE
                   WHEN 5
                       PERFORM SUSPENDER-PASSE
                   WHEN 6
                       PERFORM COBRANCA-MENSAL
                   WHEN 7
                       PERFORM LISTA-AUTOCARRO
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

       CARREGA-ROTAS.
           MOVE 0 TO WS-TOTAL-ROT
           MOVE 'N' TO EOF-ROTAS
           OPEN INPUT FICHEIRO-ROTAS
           IF WS-ROTAS-STATUS = '00' OR WS-ROTAS-STATUS = '05'
               PERFORM UNTIL EOF-ROTAS = 'S'
                   READ FICHEIRO-ROTAS
                       AT END
                           MOVE 'S' TO EOF-ROTAS
                       NOT AT END
                           IF ROT-CODIGO NOT = SPACES AND
                               WS-TOTAL-ROT < 50
                               ADD 1 TO WS-TOTAL-ROT
                               MOVE ROT-CODIGO
                                   TO WS-ROT-CODIGO(WS-TOTAL-ROT)
                               MOVE ROT-NOME
                                   TO WS-ROT-NOME(WS-TOTAL-ROT)
                               MOVE ROT-AUTOCARRO
                                   TO WS-ROT-AUTOCARRO(WS-TOTAL-ROT)
                               MOVE ROT-MOTORISTA
                                   TO WS-ROT-MOTORISTA(WS-TOTAL-ROT)
                               IF ROT-MENSALIDADE IS NUMERIC
                                   MOVE ROT-MENSALIDADE TO
                                       WS-ROT-MENSALIDADE(WS-TOTAL-ROT)
                               ELSE
                                   MOVE 0 TO
                                       WS-ROT-MENSALIDADE(WS-TOTAL-ROT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ROTAS
           END-IF.

       GRAVA-ROTAS.
           OPEN OUTPUT FICHEIRO-ROTAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ROT
               MOVE SPACES TO LINHA-ROTA
               MOVE WS-ROT-CODIGO(I) TO ROT-CODIGO
               MOVE WS-ROT-NOME(I) TO ROT-NOME
               MOVE WS-ROT-AUTOCARRO(I) TO ROT-AUTOCARRO
               MOVE WS-ROT-MOTORISTA(I) TO ROT-MOTORISTA
               MOVE WS-ROT-MENSALIDADE(I) TO ROT-MENSALIDADE
               WRITE LINHA-ROTA
           END-PERFORM
           CLOSE FICHEIRO-ROTAS.

       PROCURA-ROTA.
           MOVE 0 TO WS-R
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ROT
               IF WS-ROT-CODIGO(I) = WS-ROTA
                   MOVE I TO WS-R
               END-IF
           END-PERFORM.

       CARREGA-PARAGENS.
           MOVE 0 TO WS-TOTAL-PRG
           MOVE 'N' TO EOF-PARAGENS
           OPEN INPUT FICHEIRO-PARAGENS
           IF WS-PARAGENS-STATUS = '00' OR WS-PARAGENS-STATUS = '05'
               PERFORM UNTIL EOF-PARAGENS = 'S'
                   READ FICHEIRO-PARAGENS
                       AT END
                           MOVE 'S' TO EOF-PARAGENS
                       NOT AT END
                           IF PRG-CODIGO NOT = SPACES AND
                               PRG-ORDEM IS NUMERIC AND
                               WS-TOTAL-PRG < 300
                               ADD 1 TO WS-TOTAL-PRG
                               MOVE PRG-ROTA
                                   TO WS-PRG-ROTA(WS-TOTAL-PRG)
                               MOVE PRG-ORDEM
                                   TO WS-PRG-ORDEM(WS-TOTAL-PRG)
                               MOVE PRG-CODIGO
                                   TO WS-PRG-CODIGO(WS-TOTAL-PRG)
                               MOVE PRG-NOME
                                   TO WS-PRG-NOME(WS-TOTAL-PRG)
                               MOVE PRG-HORA
                                   TO WS-PRG-HORA(WS-TOTAL-PRG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAGENS
           END-IF.

       GRAVA-PARAGENS.
           OPEN OUTPUT FICHEIRO-PARAGENS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRG
               MOVE SPACES TO LINHA-PARAGEM
               MOVE WS-PRG-ROTA(I) TO PRG-ROTA
               MOVE WS-PRG-ORDEM(I) TO PRG-ORDEM
               MOVE WS-PRG-CODIGO(I) TO PRG-CODIGO
               MOVE WS-PRG-NOME(I) TO PRG-NOME
               MOVE WS-PRG-HORA(I) TO PRG-HORA
               WRITE LINHA-PARAGEM
           END-PERFORM
           CLOSE FICHEIRO-PARAGENS.

       PROCURA-PARAGEM.
      * Paragem WS-PARAGEM da rota WS-ROTA
           MOVE 0 TO WS-P
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRG
               IF WS-PRG-ROTA(I) = WS-ROTA AND
                   WS-PRG-CODIGO(I) = WS-PARAGEM
                   MOVE I TO WS-P
               END-IF
           END-PERFORM.

       LISTAR-ROTAS.
           PERFORM CARREGA-ROTAS
           PERFORM CARREGA-PARAGENS
           IF WS-TOTAL-ROT = 0
               DISPLAY "Nao ha rotas registadas"
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ROT
                   MOVE WS-ROT-MENSALIDADE(J) TO WS-VALOR-ED
                   DISPLAY WS-ROT-CODIGO(J) " " WS-ROT-NOME(J) " "
                       WS-ROT-AUTOCARRO(J) " " WS-ROT-MOTORISTA(J)
                       " " WS-VALOR-ED " EUR/MES"
                   PERFORM VARYING WS-ORDEM FROM 1 BY 1
                       UNTIL WS-ORDEM > 99
                       PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-TOTAL-PRG
                           IF WS-PRG-ROTA(K) = WS-ROT-CODIGO(J) AND
                               WS-PRG-ORDEM(K) = WS-ORDEM
                               DISPLAY "    " WS-PRG-ORDEM(K) " "
                                   WS-PRG-CODIGO(K) " "
                                   WS-PRG-NOME(K) " "
                                   WS-PRG-HORA(K)
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-IF.

       ALTERAR-ROTA.
      * ENTER mantem o valor atual, como nas outras manutencoes
           PERFORM CARREGA-ROTAS
           DISPLAY "CODIGO DA ROTA: " WITH NO ADVANCING
           MOVE SPACES TO WS-ROTA
           ACCEPT WS-ROTA
           MOVE FUNCTION UPPER-CASE(WS-ROTA) TO WS-ROTA
           PERFORM PROCURA-ROTA
           EVALUATE TRUE
               WHEN WS-ROTA = SPACES
                   DISPLAY "Codigo obrigatorio"
               WHEN WS-R = 0 AND WS-TOTAL-ROT >= 50
                   DISPLAY "Tabela de rotas cheia, nada criado"
               WHEN OTHER
                   PERFORM PEDE-DADOS-ROTA
           END-EVALUATE.

       PEDE-DADOS-ROTA.
           IF WS-R = 0
               ADD 1 TO WS-TOTAL-ROT
               MOVE WS-TOTAL-ROT TO WS-R
               MOVE WS-ROTA TO WS-ROT-CODIGO(WS-R)
               MOVE SPACES TO WS-ROT-NOME(WS-R)
               MOVE SPACES TO WS-ROT-AUTOCARRO(WS-R)
               MOVE SPACES TO WS-ROT-MOTORISTA(WS-R)
               MOVE 0 TO WS-ROT-MENSALIDADE(WS-R)
               DISPLAY "Rota nova " WS-ROTA
           END-IF
           DISPLAY "NOME DA ROTA [" WS-ROT-NOME(WS-R) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOME-LONGO
           ACCEPT WS-NOME-LONGO
           IF WS-NOME-LONGO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOME-LONGO)
                   TO WS-ROT-NOME(WS-R)
           END-IF
           DISPLAY "AUTOCARRO [" WS-ROT-AUTOCARRO(WS-R) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO)
                   TO WS-ROT-AUTOCARRO(WS-R)
           END-IF
           DISPLAY "MOTORISTA [" WS-ROT-MOTORISTA(WS-R) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           IF WS-NOME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOME)
                   TO WS-ROT-MOTORISTA(WS-R)
           END-IF
           MOVE WS-ROT-MENSALIDADE(WS-R) TO WS-VALOR-ED
           DISPLAY "MENSALIDADE EM EUR [" WS-VALOR-ED "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO
           IF WS-TEXTO NOT = SPACES
               COMPUTE WS-ROT-MENSALIDADE(WS-R) =
                   FUNCTION NUMVAL(WS-TEXTO)
           END-IF
           IF WS-ROT-NOME(WS-R) = SPACES
               DISPLAY "Rota sem nome, nada gravado"
           ELSE
               PERFORM GRAVA-ROTAS
               DISPLAY "Rota " WS-ROTA " gravada"
           END-IF.

       ALTERAR-PARAGEM.
           PERFORM CARREGA-ROTAS
           PERFORM CARREGA-PARAGENS
           DISPLAY "ROTA: " WITH NO ADVANCING
           MOVE SPACES TO WS-ROTA
           ACCEPT WS-ROTA
           MOVE FUNCTION UPPER-CASE(WS-ROTA) TO WS-ROTA
           PERFORM PROCURA-ROTA
           IF WS-R = 0
               DISPLAY "Rota " WS-ROTA " nao existe"
           ELSE
               DISPLAY "CODIGO DA PARAGEM: " WITH NO ADVANCING
               MOVE SPACES TO WS-PARAGEM
               ACCEPT WS-PARAGEM
               MOVE FUNCTION UPPER-CASE(WS-PARAGEM) TO WS-PARAGEM
               PERFORM PROCURA-PARAGEM
               EVALUATE TRUE
                   WHEN WS-PARAGEM = SPACES
                       DISPLAY "Codigo obrigatorio"
                   WHEN WS-P = 0 AND WS-TOTAL-PRG >= 300
                       DISPLAY "Tabela de paragens cheia, nada criado"
                   WHEN OTHER
                       PERFORM PEDE-DADOS-PARAGEM
               END-EVALUATE
           END-IF.

       PEDE-DADOS-PARAGEM.
           IF WS-P = 0
               ADD 1 TO WS-TOTAL-PRG
               MOVE WS-TOTAL-PRG TO WS-P
               MOVE WS-ROTA TO WS-PRG-ROTA(WS-P)
               MOVE WS-PARAGEM TO WS-PRG-CODIGO(WS-P)
               MOVE 0 TO WS-PRG-ORDEM(WS-P)
               MOVE SPACES TO WS-PRG-NOME(WS-P)
               MOVE 0 TO WS-PRG-HORA(WS-P)
               DISPLAY "Paragem nova " WS-PARAGEM
           END-IF
           DISPLAY "ORDEM NA ROTA (1-99) [" WS-PRG-ORDEM(WS-P) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO
           IF WS-TEXTO NOT = SPACES
               COMPUTE WS-PRG-ORDEM(WS-P) = FUNCTION NUMVAL(WS-TEXTO)
           END-IF
           DISPLAY "NOME DA PARAGEM [" WS-PRG-NOME(WS-P) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOME-LONGO
           ACCEPT WS-NOME-LONGO
           IF WS-NOME-LONGO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOME-LONGO)
                   TO WS-PRG-NOME(WS-P)
           END-IF
           DISPLAY "HORA DE PASSAGEM (HHMM) [" WS-PRG-HORA(WS-P)
               "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO
           IF WS-TEXTO NOT = SPACES
               COMPUTE WS-PRG-HORA(WS-P) = FUNCTION NUMVAL(WS-TEXTO)
           END-IF
           IF WS-PRG-ORDEM(WS-P) = 0 OR WS-PRG-NOME(WS-P) = SPACES
               DISPLAY "Paragem sem ordem ou sem nome, nada gravado"
           ELSE
               PERFORM GRAVA-PARAGENS
               DISPLAY "Paragem " WS-PARAGEM " gravada na rota "
                   WS-ROTA
           END-IF.

       CARREGA-PASSES.
           MOVE 0 TO WS-TOTAL-PAS
           MOVE 'N' TO WS-PAS-CHEIA
           MOVE 'N' TO EOF-PASSES
           OPEN INPUT FICHEIRO-PASSES
           IF WS-PASSES-STATUS = '00' OR WS-PASSES-STATUS = '05'
               PERFORM UNTIL EOF-PASSES = 'S'
                   READ FICHEIRO-PASSES
                       AT END
                           MOVE 'S' TO EOF-PASSES
                       NOT AT END
                           IF PAS-NUMERO IS NUMERIC
                               IF WS-TOTAL-PAS < 1000
                                   ADD 1 TO WS-TOTAL-PAS
                                   PERFORM GUARDA-PASSE-LIDO
                               ELSE
                                   MOVE 'S' TO WS-PAS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PASSES
           END-IF
           IF WS-PAS-CHEIA = 'S'
               DISPLAY "Aviso: mais de 1000 passes, ficheiro nao"
                   " sera regravado"
           END-IF.

       GUARDA-PASSE-LIDO.
           MOVE PAS-NUMERO TO WS-PAS-NUMERO(WS-TOTAL-PAS)
           MOVE PAS-ROTA TO WS-PAS-ROTA(WS-TOTAL-PAS)
           MOVE PAS-PARAGEM TO WS-PAS-PARAGEM(WS-TOTAL-PAS)
           MOVE PAS-DATA-INI TO WS-PAS-DATA-INI(WS-TOTAL-PAS)
           MOVE PAS-DATA-FIM TO WS-PAS-DATA-FIM(WS-TOTAL-PAS)
           MOVE PAS-ESTADO TO WS-PAS-ESTADO(WS-TOTAL-PAS)
           MOVE PAS-OPERADOR TO WS-PAS-OPERADOR(WS-TOTAL-PAS).

       GRAVA-PASSES.
           OPEN OUTPUT FICHEIRO-PASSES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PAS
               MOVE SPACES TO LINHA-PASSE
               MOVE WS-PAS-NUMERO(I) TO PAS-NUMERO
               MOVE WS-PAS-ROTA(I) TO PAS-ROTA
               MOVE WS-PAS-PARAGEM(I) TO PAS-PARAGEM
               MOVE WS-PAS-DATA-INI(I) TO PAS-DATA-INI
               MOVE WS-PAS-DATA-FIM(I) TO PAS-DATA-FIM
               MOVE WS-PAS-ESTADO(I) TO PAS-ESTADO
               MOVE WS-PAS-OPERADOR(I) TO PAS-OPERADOR
               WRITE LINHA-PASSE
           END-PERFORM
           CLOSE FICHEIRO-PASSES.

       PROCURA-PASSE.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PAS
               IF WS-PAS-NUMERO(I) = WS-NUMERO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       VERIFICA-ALUNO.
      * Aluno em NOTAS.DAT e sem matricula anulada (turma SAIDA)
           MOVE 'N' TO WS-ALUNO-ATIVO
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE WS-NUMERO TO REC-NUMERO
           READ FICHEIRO-NOTAS KEY IS REC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REC-NOME TO WS-NOME
                   MOVE REC-TURMA TO WS-TURMA-ALUNO
                   IF REC-TURMA NOT = 'SAIDA'
                       MOVE 'S' TO WS-ALUNO-ATIVO
                   END-IF
           END-READ.

       EMITIR-PASSE.
           PERFORM CARREGA-ROTAS
           PERFORM CARREGA-PARAGENS
           PERFORM CARREGA-PASSES
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               PERFORM VERIFICA-ALUNO
               CLOSE FICHEIRO-NOTAS
               PERFORM PROCURA-PASSE
               EVALUATE TRUE
                   WHEN WS-ALUNO-ATIVO = 'N'
                       DISPLAY "Aluno " WS-NUMERO " nao existe ou"
                           " tem a matricula anulada"
                   WHEN WS-PAS-CHEIA = 'S'
                       DISPLAY "Manutencao bloqueada ate o ficheiro"
                           " ser revisto"
                   WHEN WS-ACHADO = 0 AND WS-TOTAL-PAS >= 1000
                       DISPLAY "Tabela de passes cheia, nada emitido"
                   WHEN OTHER
                       PERFORM PEDE-DADOS-PASSE
               END-EVALUATE
           END-IF.

       PEDE-DADOS-PASSE.
           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME " " WS-TURMA-ALUNO
           IF WS-ACHADO > 0
               DISPLAY "Passe atual: rota " WS-PAS-ROTA(WS-ACHADO)
                   " paragem " WS-PAS-PARAGEM(WS-ACHADO) " de "
                   WS-PAS-DATA-INI(WS-ACHADO) " a "
                   WS-PAS-DATA-FIM(WS-ACHADO) " "
                   WS-PAS-ESTADO(WS-ACHADO)
           END-IF
           DISPLAY "ROTA: " WITH NO ADVANCING
           MOVE SPACES TO WS-ROTA
           ACCEPT WS-ROTA
           MOVE FUNCTION UPPER-CASE(WS-ROTA) TO WS-ROTA
           DISPLAY "PARAGEM: " WITH NO ADVANCING
           MOVE SPACES TO WS-PARAGEM
           ACCEPT WS-PARAGEM
           MOVE FUNCTION UPPER-CASE(WS-PARAGEM) TO WS-PARAGEM
           PERFORM PROCURA-ROTA
           PERFORM PROCURA-PARAGEM
           IF WS-R = 0 OR WS-P = 0
               DISPLAY "Rota ou paragem inexistente, nada gravado"
           ELSE
               DISPLAY "DATA DE INICIO (AAAAMMDD, ENTER = hoje): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO
               IF WS-TEXTO = SPACES
                   MOVE WS-DATA TO WS-DATA-INI
               ELSE
                   COMPUTE WS-DATA-INI = FUNCTION NUMVAL(WS-TEXTO)
               END-IF
               DISPLAY "DATA DE FIM (AAAAMMDD, ENTER = sem fim): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO
               IF WS-TEXTO = SPACES
                   MOVE 0 TO WS-DATA-FIM
               ELSE
                   COMPUTE WS-DATA-FIM = FUNCTION NUMVAL(WS-TEXTO)
               END-IF
               IF WS-DATA-FIM > 0 AND WS-DATA-FIM < WS-DATA-INI
                   DISPLAY "Fim antes do inicio, nada gravado"
               ELSE
                   IF WS-ACHADO = 0
                       ADD 1 TO WS-TOTAL-PAS
                       MOVE WS-TOTAL-PAS TO WS-ACHADO
                       MOVE WS-NUMERO TO WS-PAS-NUMERO(WS-ACHADO)
                   END-IF
                   MOVE WS-ROTA TO WS-PAS-ROTA(WS-ACHADO)
                   MOVE WS-PARAGEM TO WS-PAS-PARAGEM(WS-ACHADO)
                   MOVE WS-DATA-INI TO WS-PAS-DATA-INI(WS-ACHADO)
                   MOVE WS-DATA-FIM TO WS-PAS-DATA-FIM(WS-ACHADO)
                   MOVE 'ATIVO' TO WS-PAS-ESTADO(WS-ACHADO)
                   MOVE WS-OPERADOR TO WS-PAS-OPERADOR(WS-ACHADO)
                   PERFORM GRAVA-PASSES
                   DISPLAY "Passe do aluno " WS-NUMERO " gravado"
               END-IF
           END-IF.

       SUSPENDER-PASSE.
      * Um passe SUSPENSO sai da lista do autocarro e deixa de ser
      * cobrado ate ser reativado
           PERFORM CARREGA-PASSES
           IF WS-PAS-CHEIA = 'S'
               DISPLAY "Manutencao bloqueada ate o ficheiro ser"
                   " revisto"
           ELSE
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-TEXTO
               ACCEPT WS-NUM-TEXTO
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
               PERFORM PROCURA-PASSE
               IF WS-ACHADO = 0
                   DISPLAY "Aluno " WS-NUMERO " sem passe"
               ELSE
                   DISPLAY "Passe " WS-PAS-ROTA(WS-ACHADO) " "
                       WS-PAS-PARAGEM(WS-ACHADO) " "
                       WS-PAS-ESTADO(WS-ACHADO)
                   DISPLAY "SUSPENDER OU REATIVAR (S/R, ENTER ="
                       " cancelar): " WITH NO ADVANCING
                   MOVE SPACE TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
                   EVALUATE WS-RESPOSTA
                       WHEN 'S'
                           MOVE 'SUSPENSO' TO WS-PAS-ESTADO(WS-ACHADO)
                       WHEN 'R'
                           MOVE 'ATIVO' TO WS-PAS-ESTADO(WS-ACHADO)
                       WHEN OTHER
                           MOVE 0 TO WS-ACHADO
                   END-EVALUATE
                   IF WS-ACHADO = 0
                       DISPLAY "Nada alterado"
                   ELSE
                       MOVE WS-OPERADOR
                           TO WS-PAS-OPERADOR(WS-ACHADO)
                       PERFORM GRAVA-PASSES
                       DISPLAY "Passe fica "
                           WS-PAS-ESTADO(WS-ACHADO)
                   END-IF
               END-IF
           END-IF.

       COBRANCA-MENSAL.
      * Cobra o mes pedido a cada passe ATIVO valido nesse mes, de
      * aluno sem matricula anulada e ainda nao cobrado nesse mes;
      * tudo numa so execucao de ficheiro3 com um lock e um run
           DISPLAY "MES A COBRAR (AAAAMM): " WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           COMPUTE WS-ANO-MES = FUNCTION NUMVAL(WS-MES-TEXTO)
           MOVE WS-ANO-MES(5 : 2) TO WS-MES-DO-ANO
           IF WS-ANO-MES < 200001 OR WS-MES-DO-ANO < 1 OR
               WS-MES-DO-ANO > 12
               DISPLAY "Mes invalido, nada cobrado"
           ELSE
               COMPUTE WS-DATA-INI = WS-ANO-MES * 100 + 1
               COMPUTE WS-DATA-FIM = WS-ANO-MES * 100 + 31
               MOVE 'TRANSP-DIA-VENC' TO WS-PARAMETRO-CHAVE
               MOVE WS-DIA-VENC TO WS-PARAMETRO-VALOR
               PERFORM LE-PARAMETRO
               IF WS-PARAMETRO-VALOR >= 1 AND
                   WS-PARAMETRO-VALOR <= 28
                   MOVE WS-PARAMETRO-VALOR TO WS-DIA-VENC
               END-IF
               COMPUTE WS-DATA-VENC = WS-ANO-MES * 100 + WS-DIA-VENC
               COMPUTE WS-SEQ-TRANSPORTE = 80 + WS-MES-DO-ANO
               PERFORM CARREGA-ROTAS
               PERFORM CARREGA-PASSES
               PERFORM CARREGA-COBRADOS-DO-MES
               PERFORM CARREGA-PRESTACOES-DO-MES
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
               IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Cobranca nao efetuada"
               ELSE
                   OPEN INPUT FICHEIRO-NOTAS
                   IF WS-NOTAS-STATUS NOT = '00'
                       DISPLAY "NOTAS.DAT nao encontrado, nada"
                           " cobrado"
                   ELSE
                       PERFORM CONTA-PASSES-A-COBRAR
                       IF WS-NA-LISTA = 0
                           DISPLAY "Nenhum passe por cobrar em "
                               WS-ANO-MES
                       ELSE
                           PERFORM EXECUTA-COBRANCA
                       END-IF
                       CLOSE FICHEIRO-NOTAS
                   END-IF
               END-IF
           END-IF.

       CARREGA-COBRADOS-DO-MES.
           MOVE 0 TO WS-TOTAL-COB
           MOVE 'N' TO EOF-COBRANCAS
           OPEN INPUT FICHEIRO-COBRANCAS
           IF WS-COBRANCAS-STATUS = '00' OR
               WS-COBRANCAS-STATUS = '05'
               PERFORM UNTIL EOF-COBRANCAS = 'S'
                   READ FICHEIRO-COBRANCAS
                       AT END
                           MOVE 'S' TO EOF-COBRANCAS
                       NOT AT END
                           IF COB-MES IS NUMERIC AND
                               COB-MES = WS-ANO-MES AND
                               WS-TOTAL-COB < 1000
                               ADD 1 TO WS-TOTAL-COB
                               MOVE COB-NUMERO
                                   TO WS-COB-NUMERO(WS-TOTAL-COB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COBRANCAS
           END-IF.

       CARREGA-PRESTACOES-DO-MES.
           MOVE 0 TO WS-TOTAL-PMS
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
                               PRS-SEQ = WS-SEQ-TRANSPORTE AND
                               PRS-DATA-VENC = WS-DATA-VENC AND
                               WS-TOTAL-PMS < 1000
                               ADD 1 TO WS-TOTAL-PMS
                               MOVE PRS-NUMERO
                                   TO WS-PMS-NUMERO(WS-TOTAL-PMS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       CONTA-PASSES-A-COBRAR.
      * Sem nenhum passe por cobrar nao se gasta lock nem run
           MOVE 0 TO WS-NA-LISTA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PAS
               IF WS-PAS-ESTADO(J) = 'ATIVO' AND
                   WS-PAS-DATA-INI(J) <= WS-DATA-FIM AND
                   (WS-PAS-DATA-FIM(J) = 0 OR
                    WS-PAS-DATA-FIM(J) >= WS-DATA-INI)
                   MOVE 0 TO WS-ACHADO
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-COB
                       IF WS-COB-NUMERO(K) = WS-PAS-NUMERO(J)
                           MOVE K TO WS-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-ACHADO = 0
                       ADD 1 TO WS-NA-LISTA
                   END-IF
               END-IF
           END-PERFORM.

       EXECUTA-COBRANCA.
           MOVE 0 TO WS-COBRADOS
           MOVE 0 TO WS-JA-COBRADOS
           MOVE 0 TO WS-SALTADOS
           MOVE 0 TO WS-TOTAL-COBRADO
           MOVE 0 TO WS-ESCRITAS-F3
           MOVE 0 TO WS-RETOMADOS
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           OPEN EXTEND FICHEIRO-3
           OPEN EXTEND FICHEIRO-PRESTACOES
           OPEN EXTEND FICHEIRO-COBRANCAS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PAS
               IF WS-PAS-ESTADO(J) = 'ATIVO' AND
                   WS-PAS-DATA-INI(J) <= WS-DATA-FIM AND
                   (WS-PAS-DATA-FIM(J) = 0 OR
                    WS-PAS-DATA-FIM(J) >= WS-DATA-INI)
                   PERFORM COBRA-PASSE
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-COBRANCAS
           CLOSE FICHEIRO-PRESTACOES
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           IF WS-ESCRITAS-F3 > 0
               MOVE WS-ESCRITAS-F3 TO WS-LINHAS-F3
               MOVE 'TRAN' TO WS-RAZAO-F3
               MOVE SPACES TO WS-COMPLEMENTO-F3
               STRING "transporte mes " WS-ANO-MES
                   DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
               PERFORM ESCREVE-LOG-F3
           END-IF
           MOVE WS-TOTAL-COBRADO TO WS-TOTAL-ED
           DISPLAY WS-COBRADOS " passe(s) cobrado(s), total "
               WS-TOTAL-ED " EUR (run " WS-RUN-F3 ")"
           DISPLAY WS-JA-COBRADOS " ja cobrado(s) neste mes, "
               WS-SALTADOS " saltado(s) por matricula anulada"
               " ou rota sem mensalidade"
           IF WS-RETOMADOS > 0
               DISPLAY WS-RETOMADOS " ja com movimento de uma"
                   " corrida interrompida: so marcados como"
                   " cobrados"
           END-IF
           IF WS-COBRADOS > 0
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

       COBRA-PASSE.
           MOVE WS-PAS-NUMERO(J) TO WS-NUMERO
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-COB
               IF WS-COB-NUMERO(K) = WS-NUMERO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           MOVE WS-PAS-ROTA(J) TO WS-ROTA
           PERFORM PROCURA-ROTA
           PERFORM VERIFICA-ALUNO
           EVALUATE TRUE
               WHEN WS-ACHADO > 0
                   ADD 1 TO WS-JA-COBRADOS
               WHEN WS-ALUNO-ATIVO = 'N' OR WS-R = 0
                   ADD 1 TO WS-SALTADOS
               WHEN WS-ROT-MENSALIDADE(WS-R) = 0
                   ADD 1 TO WS-SALTADOS
               WHEN OTHER
                   PERFORM LANCA-MENSALIDADE
           END-EVALUATE.

       LANCA-MENSALIDADE.
      * Movimento TRAN em ficheiro3, prestacao do mes para o
      * extrato, o aging e o abate dos pagamentos, e a marca de
      * cobrado em transporte-cobrancas.txt; o movimento com a
      * chave ja lancada e a prestacao ja escrita por uma corrida
      * interrompida nao se repetem, so falta a marca
           PERFORM DETERMINA-POLO-TURMA
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'TRAN' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-ROT-MENSALIDADE(WS-R) TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "TRANSPORTE " WS-ROTA " ALUNO " WS-NUMERO
               " MES " WS-ANO-MES
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING "ALUNO " WS-NUMERO
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-DATA-INI TO WS-CHAVE-DATA
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               ADD 1 TO WS-RETOMADOS
           ELSE
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
           MOVE 'N' TO WS-TEM-PRESTACAO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PMS
               IF WS-PMS-NUMERO(K) = WS-NUMERO
                   MOVE 'S' TO WS-TEM-PRESTACAO
               END-IF
           END-PERFORM
           IF WS-TEM-PRESTACAO = 'N'
               MOVE SPACES TO LINHA-PRESTACAO
               MOVE WS-NUMERO TO PRS-NUMERO
               MOVE WS-SEQ-TRANSPORTE TO PRS-SEQ
               MOVE WS-DATA-VENC TO PRS-DATA-VENC
               MOVE WS-ROT-MENSALIDADE(WS-R) TO PRS-VALOR
               MOVE 0 TO PRS-PAGO
               MOVE 'ABERTA' TO PRS-ESTADO
               WRITE LINHA-PRESTACAO
           END-IF
           MOVE SPACES TO LINHA-COBRANCA
           MOVE WS-ANO-MES TO COB-MES
           MOVE WS-NUMERO TO COB-NUMERO
           MOVE WS-ROTA TO COB-ROTA
           MOVE WS-ROT-MENSALIDADE(WS-R) TO COB-VALOR
           MOVE WS-RUN-F3 TO COB-RUN
           MOVE WS-DATA TO COB-DATA
           WRITE LINHA-COBRANCA
           ADD 1 TO WS-COBRADOS
           ADD WS-ROT-MENSALIDADE(WS-R) TO WS-TOTAL-COBRADO.

       CARREGA-ENCARREGADOS.
           MOVE 0 TO WS-TOTAL-LIG
           MOVE 'N' TO EOF-ENCARREGADOS
           OPEN INPUT FICHEIRO-ENCARREGADOS
           IF WS-ENCARREGADOS-STATUS = '00' OR
               WS-ENCARREGADOS-STATUS = '05'
               PERFORM UNTIL EOF-ENCARREGADOS = 'S'
                   READ FICHEIRO-ENCARREGADOS
                       AT END
                           MOVE 'S' TO EOF-ENCARREGADOS
                       NOT AT END
                           IF ENC-NUMERO IS NUMERIC AND
                               WS-TOTAL-LIG < 500
                               ADD 1 TO WS-TOTAL-LIG
                               MOVE ENC-NUMERO
                                   TO WS-LIG-NUMERO(WS-TOTAL-LIG)
                               MOVE ENC-MEMBRO
                                   TO WS-LIG-MEMBRO(WS-TOTAL-LIG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       LISTA-AUTOCARRO.
      * Uma pagina por rota (ou so a pedida) com os alunos de
      * passe ATIVO valido hoje, por ordem de paragem, e o telefone
      * do encarregado para o motorista
           PERFORM CARREGA-ROTAS
           PERFORM CARREGA-PARAGENS
           PERFORM CARREGA-PASSES
           PERFORM CARREGA-ENCARREGADOS
           DISPLAY "ROTA (ENTER = todas): " WITH NO ADVANCING
           MOVE SPACES TO WS-ROTA
           ACCEPT WS-ROTA
           MOVE FUNCTION UPPER-CASE(WS-ROTA) TO WS-ROTA
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado, nada listado"
           ELSE
               MOVE 'N' TO WS-F0-ABERTO
               OPEN INPUT FICHEIRO-0
               IF WS-FICHEIRO-0-STATUS = '00'
                   MOVE 'S' TO WS-F0-ABERTO
               ELSE
                   DISPLAY "ficheiro0.txt nao encontrado; a lista"
                       " sai sem telefones"
               END-IF
               MOVE 0 TO WS-NA-LISTA
               OPEN OUTPUT FICHEIRO-LISTA
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-ROT
                   IF WS-ROTA = SPACES OR
                       WS-ROT-CODIGO(WS-R) = WS-ROTA
                       PERFORM ESCREVE-PAGINA-ROTA
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-LISTA
               IF WS-F0-ABERTO = 'S'
                   CLOSE FICHEIRO-0
               END-IF
               CLOSE FICHEIRO-NOTAS
               MOVE 'transporte-rota.txt' TO WS-SPOOL-FICHEIRO
               MOVE 'LISTA DE ROTA' TO WS-SPOOL-TITULO
               PERFORM REGISTA-SPOOL
               DISPLAY WS-NA-LISTA " aluno(s) em transporte-rota.txt"
           END-IF.

       ESCREVE-PAGINA-ROTA.
           MOVE ALL "=" TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACES TO LINHA-LISTA
           STRING "ROTA " WS-ROT-CODIGO(WS-R) " "
               WS-ROT-NOME(WS-R) " AUTOCARRO "
               WS-ROT-AUTOCARRO(WS-R)
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACES TO LINHA-LISTA
           STRING "MOTORISTA " WS-ROT-MOTORISTA(WS-R)
               " - LISTA DE " WS-DATA
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE ALL "=" TO LINHA-LISTA
           WRITE LINHA-LISTA
           PERFORM VARYING WS-ORDEM FROM 1 BY 1 UNTIL WS-ORDEM > 99
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PRG
                   IF WS-PRG-ROTA(WS-P) = WS-ROT-CODIGO(WS-R) AND
                       WS-PRG-ORDEM(WS-P) = WS-ORDEM
                       PERFORM ESCREVE-PARAGEM-LISTA
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCREVE-PARAGEM-LISTA.
           MOVE SPACES TO LINHA-LISTA
           STRING WS-PRG-ORDEM(WS-P) ". " WS-PRG-NOME(WS-P)
               " (" WS-PRG-CODIGO(WS-P) ") "
               WS-PRG-HORA(WS-P)(1 : 2) ":" WS-PRG-HORA(WS-P)(3 : 2)
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PAS
               IF WS-PAS-ROTA(J) = WS-ROT-CODIGO(WS-R) AND
                   WS-PAS-PARAGEM(J) = WS-PRG-CODIGO(WS-P) AND
                   WS-PAS-ESTADO(J) = 'ATIVO' AND
                   WS-PAS-DATA-INI(J) <= WS-DATA AND
                   (WS-PAS-DATA-FIM(J) = 0 OR
                    WS-PAS-DATA-FIM(J) >= WS-DATA)
                   MOVE WS-PAS-NUMERO(J) TO WS-NUMERO
                   PERFORM VERIFICA-ALUNO
                   IF WS-ALUNO-ATIVO = 'S'
                       PERFORM ESCREVE-ALUNO-LISTA
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVE-ALUNO-LISTA.
           ADD 1 TO WS-NA-LISTA
           MOVE SPACES TO WS-ENC-NOME
           PERFORM VARYING K FROM WS-TOTAL-LIG BY -1 UNTIL K < 1
               IF WS-LIG-NUMERO(K) = WS-NUMERO
                   MOVE WS-LIG-MEMBRO(K) TO WS-ENC-NOME
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ENC-TELEFONE
           IF WS-ENC-NOME NOT = SPACES AND WS-F0-ABERTO = 'S'
               MOVE WS-ENC-NOME TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-TELEFONE-0 TO WS-ENC-TELEFONE
               END-READ
           END-IF
           MOVE SPACES TO LINHA-LISTA
           STRING "    " WS-NUMERO " " WS-NOME " " WS-TURMA-ALUNO
               " EE " WS-ENC-NOME " " WS-ENC-TELEFONE
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA.

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

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-SPOOL-FICHEIRO TO SPL-FICHEIRO
           MOVE WS-SPOOL-TITULO TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM TRANSPORTES.
