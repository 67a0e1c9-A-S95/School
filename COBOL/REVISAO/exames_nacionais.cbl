      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inscricoes nos exames nacionais: catalogo dos
      *          exames (exames-catalogo.txt, codigo do exame e
      *          disciplina a que corresponde) e uma inscricao por
      *          aluno, exame, fase e ano (inscricoes-exames.txt),
      *          como candidato interno ou externo; o interno tem de
      *          estar inscrito na disciplina em notas-disc.dat; a
      *          taxa de inscricao (EXAME-TAXA-INT / EXAME-TAXA-EXT
      *          em parametros.txt, em euros) e lancada em
      *          ficheiro3.txt como movimento EXAM com o lock e o
      *          numero de execucao do Exercicio3; a contagem por
      *          exame e fase ajuda a planear as salas e a
      *          exportacao sai em colunas fixas com cabecalho,
      *          detalhe e trailer com contagem e hash-total, como a
      *          exportacao para o ministerio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMES-NACIONAIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT OPTIONAL FICHEIRO-CATALOGO
               ASSIGN TO 'exames-catalogo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPTIONAL FICHEIRO-INSCRICOES
               ASSIGN TO 'inscricoes-exames.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSCRICOES-STATUS.
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
           SELECT FICHEIRO-EXPORT
               ASSIGN TO 'exportacao-exames.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-CONTAGEM
               ASSIGN TO 'exames-contagem.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD FICHEIRO-DISC.
       01 DISC-REC.
         05 DIS-CHAVE.
           10 DIS-NUMERO     PIC 9(5).
           10 DIS-DISCIPLINA PIC X(4).
         05 DIS-NOTA         PIC S9(2)V9.
         05 DIS-NOTA-TESTE   PIC S9(2)V9.
         05 DIS-NOTA-PRATICA PIC S9(2)V9.
         05 DIS-NOTA-TRAB    PIC S9(2)V9.
         05 DIS-PESO-TESTE   PIC 9(3).
         05 DIS-PESO-PRATICA PIC 9(3).
         05 DIS-PESO-TRAB    PIC 9(3).
       FD FICHEIRO-CATALOGO.
       01 LINHA-CATALOGO.
         05 EXC-CODIGO     PIC X(3).
         05 FILLER         PIC X.
         05 EXC-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 EXC-NOME       PIC X(30).
       FD FICHEIRO-INSCRICOES.
       01 LINHA-INSCRICAO.
         05 INE-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 INE-EXAME      PIC X(3).
         05 FILLER         PIC X.
         05 INE-FASE       PIC 9.
         05 FILLER         PIC X.
         05 INE-TIPO       PIC X.
         05 FILLER         PIC X.
         05 INE-ANO        PIC 9(4).
         05 FILLER         PIC X.
         05 INE-TAXA       PIC 9(5).
         05 FILLER         PIC X.
         05 INE-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 INE-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 INE-OPERADOR   PIC X(8).
         05 FILLER         PIC X.
         05 INE-ESTADO     PIC X(8).
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
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-EXPORT.
       01 LINHA-EXPORT PIC X(60).
       01 REGISTO-CABECALHO REDEFINES LINHA-EXPORT.
         05 CAB-TIPO    PIC X.
         05 CAB-DATA    PIC 9(8).
         05 CAB-ANO     PIC 9(4).
         05 CAB-ESCOLA  PIC 9(5).
         05 CAB-FASE    PIC 9.
         05 FILLER      PIC X(41).
       01 REGISTO-DETALHE REDEFINES LINHA-EXPORT.
         05 DET-TIPO      PIC X.
         05 DET-NUMERO    PIC 9(5).
         05 DET-NOME      PIC X(20).
         05 DET-TURMA     PIC X(6).
         05 DET-EXAME     PIC X(3).
         05 DET-FASE      PIC 9.
         05 DET-CANDIDATO PIC X.
         05 FILLER        PIC X(23).
       01 REGISTO-TRAILER REDEFINES LINHA-EXPORT.
         05 TRL-TIPO      PIC X.
         05 TRL-CONTAGEM  PIC 9(6).
         05 TRL-HASH      PIC 9(10).
         05 FILLER        PIC X(43).
       FD FICHEIRO-CONTAGEM.
       01 LINHA-CONTAGEM PIC X(80).
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
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-INSCRICOES-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-CATALOGO PIC X.
       01 EOF-INSCRICOES PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-ANO PIC 9(4).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-EXAME PIC X(3).
       01 WS-DISCIPLINA PIC X(4).
       01 WS-NOME-EXAME PIC X(30).
       01 WS-FASE-TEXTO PIC X.
       01 WS-FASE PIC 9.
       01 WS-TIPO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-ACHADO PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
      * Taxas de inscricao em euros (0 = sem taxa)
       01 WS-TAXA-INTERNO PIC 9(5) VALUE 0.
       01 WS-TAXA-EXTERNO PIC 9(5) VALUE 10.
       01 WS-TAXA PIC 9(5).
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
       01 WS-ESCOLA-CODIGO PIC 9(5) VALUE 0.
       01 WS-CONTAGEM PIC 9(6).
       01 WS-HASH PIC 9(10).
       01 WS-TOTAL-GERAL PIC 9(5).
       01 WS-TOTAL-LINHA PIC 9(5).
      * Catalogo dos exames
       01 WS-TOTAL-EXC PIC 9(3) VALUE 0.
       01 WS-TABELA-CATALOGO.
         05 WS-EXC OCCURS 100 TIMES.
           10 WS-EXC-CODIGO     PIC X(3).
           10 WS-EXC-DISCIPLINA PIC X(4).
           10 WS-EXC-NOME       PIC X(30).
      * Inscricoes (todas as linhas, para anular e regravar)
       01 WS-TOTAL-INE PIC 9(4) VALUE 0.
       01 WS-INE-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-INSCRICOES.
         05 WS-INE OCCURS 1000 TIMES.
           10 WS-INE-NUMERO   PIC 9(5).
           10 WS-INE-EXAME    PIC X(3).
           10 WS-INE-FASE     PIC 9.
           10 WS-INE-TIPO     PIC X.
           10 WS-INE-ANO      PIC 9(4).
           10 WS-INE-TAXA     PIC 9(5).
           10 WS-INE-RUN      PIC 9(4).
           10 WS-INE-DATA     PIC 9(8).
           10 WS-INE-OPERADOR PIC X(8).
           10 WS-INE-ESTADO   PIC X(8).
      * Contagem por exame e fase
       01 WS-TOTAL-CNT PIC 9(3) VALUE 0.
       01 WS-TABELA-CONTAGEM.
         05 WS-CNT OCCURS 200 TIMES.
           10 WS-CNT-EXAME    PIC X(3).
           10 WS-CNT-FASE     PIC 9.
           10 WS-CNT-INTERNOS PIC 9(4).
           10 WS-CNT-EXTERNOS PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "EXAMES NACIONAIS"
               DISPLAY "1 - LISTAR CATALOGO DE EXAMES"
               DISPLAY "2 - CRIAR/ALTERAR EXAME NO CATALOGO"
               DISPLAY "3 - INSCREVER ALUNO NUM EXAME"
               DISPLAY "4 - ANULAR INSCRICAO"
               DISPLAY "5 - CONTAGEM POR EXAME E FASE"
               DISPLAY "6 - GERAR FICHEIRO DE EXPORTACAO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA(1 : 4) TO WS-ANO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-CATALOGO
                   WHEN 2
                       PERFORM ALTERAR-CATALOGO
                   WHEN 3
                       PERFORM INSCREVER-EXAME
                   WHEN 4
                       PERFORM ANULAR-INSCRICAO
                   WHEN 5
                       PERFORM CONTAGEM-EXAMES
                   WHEN 6
                       PERFORM GERA-EXPORTACAO
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

       CARREGA-CATALOGO.
           MOVE 0 TO WS-TOTAL-EXC
           MOVE 'N' TO EOF-CATALOGO
           OPEN INPUT FICHEIRO-CATALOGO
           IF WS-CATALOGO-STATUS = '00' OR WS-CATALOGO-STATUS = '05'
               PERFORM UNTIL EOF-CATALOGO = 'S'
                   READ FICHEIRO-CATALOGO
                       AT END
                           MOVE 'S' TO EOF-CATALOGO
                       NOT AT END
                           IF EXC-CODIGO NOT = SPACES AND
                               WS-TOTAL-EXC < 100
                               ADD 1 TO WS-TOTAL-EXC
                               MOVE EXC-CODIGO
                                   TO WS-EXC-CODIGO(WS-TOTAL-EXC)
                               MOVE EXC-DISCIPLINA
                                   TO WS-EXC-DISCIPLINA(WS-TOTAL-EXC)
                               MOVE EXC-NOME
                                   TO WS-EXC-NOME(WS-TOTAL-EXC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CATALOGO
           END-IF.

       PROCURA-EXAME.
           MOVE 0 TO WS-ACHADO
           MOVE SPACES TO WS-DISCIPLINA
           MOVE SPACES TO WS-NOME-EXAME
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-EXC
               IF WS-EXC-CODIGO(J) = WS-EXAME
                   MOVE J TO WS-ACHADO
                   MOVE WS-EXC-DISCIPLINA(J) TO WS-DISCIPLINA
                   MOVE WS-EXC-NOME(J) TO WS-NOME-EXAME
               END-IF
           END-PERFORM.

       LISTAR-CATALOGO.
           PERFORM CARREGA-CATALOGO
           IF WS-TOTAL-EXC = 0
               DISPLAY "Catalogo de exames vazio"
           ELSE
               DISPLAY "EXAME DISC NOME"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EXC
                   DISPLAY WS-EXC-CODIGO(K) "   "
                       WS-EXC-DISCIPLINA(K) " " WS-EXC-NOME(K)
               END-PERFORM
           END-IF.

       ALTERAR-CATALOGO.
           PERFORM CARREGA-CATALOGO
           DISPLAY "CODIGO DO EXAME (ex: 639): " WITH NO ADVANCING
           MOVE SPACES TO WS-EXAME
           ACCEPT WS-EXAME
           MOVE FUNCTION UPPER-CASE(WS-EXAME) TO WS-EXAME
           IF WS-EXAME = SPACES
               DISPLAY "Codigo obrigatorio"
           ELSE
               PERFORM PROCURA-EXAME
               IF WS-ACHADO = 0 AND WS-TOTAL-EXC >= 100
                   DISPLAY "Catalogo cheio, nada criado"
               ELSE
                   PERFORM PEDE-DADOS-EXAME
               END-IF
           END-IF.

       PEDE-DADOS-EXAME.
      * ENTER mantem o valor atual, como nas outras manutencoes
           IF WS-ACHADO = 0
               ADD 1 TO WS-TOTAL-EXC
               MOVE WS-TOTAL-EXC TO WS-ACHADO
               MOVE WS-EXAME TO WS-EXC-CODIGO(WS-ACHADO)
               MOVE SPACES TO WS-EXC-DISCIPLINA(WS-ACHADO)
               MOVE SPACES TO WS-EXC-NOME(WS-ACHADO)
               DISPLAY "Exame novo " WS-EXAME
           ELSE
               DISPLAY "Atual: " WS-EXC-DISCIPLINA(WS-ACHADO) " "
                   WS-EXC-NOME(WS-ACHADO)
           END-IF
           DISPLAY "DISCIPLINA (ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-DISCIPLINA
           ACCEPT WS-DISCIPLINA
           IF WS-DISCIPLINA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA)
                   TO WS-EXC-DISCIPLINA(WS-ACHADO)
           END-IF
           DISPLAY "NOME DO EXAME (ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOME-EXAME
           ACCEPT WS-NOME-EXAME
           IF WS-NOME-EXAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOME-EXAME)
                   TO WS-EXC-NOME(WS-ACHADO)
           END-IF
           IF WS-EXC-DISCIPLINA(WS-ACHADO) = SPACES
               DISPLAY "Exame sem disciplina, nada gravado"
           ELSE
               OPEN OUTPUT FICHEIRO-CATALOGO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EXC
                   MOVE SPACES TO LINHA-CATALOGO
                   MOVE WS-EXC-CODIGO(K) TO EXC-CODIGO
                   MOVE WS-EXC-DISCIPLINA(K) TO EXC-DISCIPLINA
                   MOVE WS-EXC-NOME(K) TO EXC-NOME
                   WRITE LINHA-CATALOGO
               END-PERFORM
               CLOSE FICHEIRO-CATALOGO
               DISPLAY "Exame " WS-EXAME " gravado"
           END-IF.

       CARREGA-INSCRICOES.
           MOVE 0 TO WS-TOTAL-INE
           MOVE 'N' TO WS-INE-CHEIA
           MOVE 'N' TO EOF-INSCRICOES
           OPEN INPUT FICHEIRO-INSCRICOES
           IF WS-INSCRICOES-STATUS = '00' OR
               WS-INSCRICOES-STATUS = '05'
               PERFORM UNTIL EOF-INSCRICOES = 'S'
                   READ FICHEIRO-INSCRICOES
                       AT END
                           MOVE 'S' TO EOF-INSCRICOES
                       NOT AT END
                           IF INE-NUMERO IS NUMERIC
                               IF WS-TOTAL-INE < 1000
                                   ADD 1 TO WS-TOTAL-INE
                                   PERFORM GUARDA-INSCRICAO-LIDA
                               ELSE
                                   MOVE 'S' TO WS-INE-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INSCRICOES
           END-IF
           IF WS-INE-CHEIA = 'S'
               DISPLAY "Aviso: mais de 1000 inscricoes, ficheiro"
                   " nao sera regravado"
           END-IF.

       GUARDA-INSCRICAO-LIDA.
           MOVE INE-NUMERO TO WS-INE-NUMERO(WS-TOTAL-INE)
           MOVE INE-EXAME TO WS-INE-EXAME(WS-TOTAL-INE)
           MOVE INE-FASE TO WS-INE-FASE(WS-TOTAL-INE)
           MOVE INE-TIPO TO WS-INE-TIPO(WS-TOTAL-INE)
           MOVE INE-ANO TO WS-INE-ANO(WS-TOTAL-INE)
           MOVE INE-TAXA TO WS-INE-TAXA(WS-TOTAL-INE)
           MOVE INE-RUN TO WS-INE-RUN(WS-TOTAL-INE)
           MOVE INE-DATA TO WS-INE-DATA(WS-TOTAL-INE)
           MOVE INE-OPERADOR TO WS-INE-OPERADOR(WS-TOTAL-INE)
           MOVE INE-ESTADO TO WS-INE-ESTADO(WS-TOTAL-INE).

       GRAVA-INSCRICOES.
           OPEN OUTPUT FICHEIRO-INSCRICOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INE
               MOVE SPACES TO LINHA-INSCRICAO
               MOVE WS-INE-NUMERO(I) TO INE-NUMERO
               MOVE WS-INE-EXAME(I) TO INE-EXAME
               MOVE WS-INE-FASE(I) TO INE-FASE
               MOVE WS-INE-TIPO(I) TO INE-TIPO
               MOVE WS-INE-ANO(I) TO INE-ANO
               MOVE WS-INE-TAXA(I) TO INE-TAXA
               MOVE WS-INE-RUN(I) TO INE-RUN
               MOVE WS-INE-DATA(I) TO INE-DATA
               MOVE WS-INE-OPERADOR(I) TO INE-OPERADOR
               MOVE WS-INE-ESTADO(I) TO INE-ESTADO
               WRITE LINHA-INSCRICAO
           END-PERFORM
           CLOSE FICHEIRO-INSCRICOES.

       PROCURA-INSCRICAO.
      * Inscricao ativa do aluno no exame e fase, no ano corrente
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INE
               IF WS-INE-NUMERO(I) = WS-NUMERO AND
                   WS-INE-EXAME(I) = WS-EXAME AND
                   WS-INE-FASE(I) = WS-FASE AND
                   WS-INE-ANO(I) = WS-ANO AND
                   WS-INE-ESTADO(I) = 'INSCRITA'
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       PEDE-ALUNO.
      * Aluno em NOTAS.DAT e sem matricula anulada
           MOVE 'N' TO WS-ALUNO-OK
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       DISPLAY "Aluno " WS-NUMERO " nao encontrado"
                   NOT INVALID KEY
                       IF REC-TURMA = 'SAIDA'
                           DISPLAY "Aluno " WS-NUMERO
                               " com matricula anulada"
                       ELSE
                           MOVE 'S' TO WS-ALUNO-OK
                           MOVE REC-NOME TO WS-NOME
                           MOVE REC-TURMA TO WS-TURMA-ALUNO
                           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME
                               " TURMA " WS-TURMA-ALUNO
                       END-IF
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       PEDE-EXAME-E-FASE.
           DISPLAY "CODIGO DO EXAME: " WITH NO ADVANCING
           MOVE SPACES TO WS-EXAME
           ACCEPT WS-EXAME
           MOVE FUNCTION UPPER-CASE(WS-EXAME) TO WS-EXAME
           DISPLAY "FASE (1/2, ENTER = 1): " WITH NO ADVANCING
           MOVE SPACE TO WS-FASE-TEXTO
           ACCEPT WS-FASE-TEXTO
           IF WS-FASE-TEXTO = '2'
               MOVE 2 TO WS-FASE
           ELSE
               IF WS-FASE-TEXTO = SPACE OR WS-FASE-TEXTO = '1'
                   MOVE 1 TO WS-FASE
               ELSE
                   MOVE 0 TO WS-FASE
               END-IF
           END-IF.

       INSCREVER-EXAME.
           PERFORM CARREGA-CATALOGO
           PERFORM CARREGA-INSCRICOES
           IF WS-INE-CHEIA = 'S' OR WS-TOTAL-INE >= 1000
               DISPLAY "Ficheiro de inscricoes cheio, nada inscrito"
           ELSE
               PERFORM PEDE-ALUNO
               IF WS-ALUNO-OK = 'S'
                   PERFORM PEDE-EXAME-E-FASE
                   PERFORM PROCURA-EXAME
                   EVALUATE TRUE
                       WHEN WS-ACHADO = 0
                           DISPLAY "Exame " WS-EXAME
                               " nao existe no catalogo"
                       WHEN WS-FASE = 0
                           DISPLAY "Fase invalida"
                       WHEN OTHER
                           PERFORM PEDE-TIPO-CANDIDATO
                   END-EVALUATE
               END-IF
           END-IF.

       PEDE-TIPO-CANDIDATO.
      * O candidato interno frequenta a disciplina do exame: tem
      * de estar inscrito nela em notas-disc.dat; o externo faz o
      * exame sem a frequentar
           DISPLAY WS-EXAME " " WS-NOME-EXAME " (" WS-DISCIPLINA
               ") FASE " WS-FASE
           DISPLAY "CANDIDATO INTERNO OU EXTERNO (I/E, ENTER = I): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-TIPO
           ACCEPT WS-TIPO
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           IF WS-TIPO = SPACE
               MOVE 'I' TO WS-TIPO
           END-IF
           IF WS-TIPO NOT = 'I' AND WS-TIPO NOT = 'E'
               DISPLAY "Tipo de candidato invalido"
           ELSE
               MOVE 'S' TO WS-ALUNO-OK
               IF WS-TIPO = 'I'
                   PERFORM VERIFICA-DISCIPLINA-ALUNO
               END-IF
               IF WS-ALUNO-OK = 'S'
                   PERFORM PROCURA-INSCRICAO
                   IF WS-ACHADO > 0
                       DISPLAY "Aluno ja inscrito no exame "
                           WS-EXAME " fase " WS-FASE " em "
                           WS-INE-DATA(WS-ACHADO)
                   ELSE
                       PERFORM CONFIRMA-INSCRICAO
                   END-IF
               END-IF
           END-IF.

       VERIFICA-DISCIPLINA-ALUNO.
           OPEN INPUT FICHEIRO-DISC
           IF WS-DISC-STATUS NOT = '00'
               DISPLAY "notas-disc.dat nao encontrado"
               MOVE 'N' TO WS-ALUNO-OK
           ELSE
               MOVE WS-NUMERO TO DIS-NUMERO
               MOVE WS-DISCIPLINA TO DIS-DISCIPLINA
               READ FICHEIRO-DISC KEY IS DIS-CHAVE
                   INVALID KEY
                       DISPLAY "Aluno " WS-NUMERO " nao esta inscrito"
                           " na disciplina " WS-DISCIPLINA
                           "; so pode ir como externo"
                       MOVE 'N' TO WS-ALUNO-OK
               END-READ
               CLOSE FICHEIRO-DISC
           END-IF.

       CONFIRMA-INSCRICAO.
      * A inscricao so fica gravada se a taxa puder mesmo ser
      * lancada em ficheiro3 (mes aberto e lock livre), como a
      * confirmacao da renovacao de matricula
           IF WS-TIPO = 'I'
               MOVE 'EXAME-TAXA-INT' TO WS-PARAMETRO-CHAVE
               MOVE WS-TAXA-INTERNO TO WS-PARAMETRO-VALOR
           ELSE
               MOVE 'EXAME-TAXA-EXT' TO WS-PARAMETRO-CHAVE
               MOVE WS-TAXA-EXTERNO TO WS-PARAMETRO-VALOR
           END-IF
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-TAXA
           DISPLAY "Taxa de inscricao: " WS-TAXA " EUR"
           DISPLAY "Confirma a inscricao? (S/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Inscricao cancelada"
           ELSE
               MOVE 'N' TO WS-PERIODO-FECHADO
               MOVE 'N' TO WS-F3-BLOQUEADO
               IF WS-TAXA > 0
                   PERFORM VERIFICA-PERIODO-ABERTO
                   IF WS-PERIODO-FECHADO = 'N'
                       PERFORM VERIFICA-LOCK-F3
                   END-IF
               END-IF
               IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Inscricao adiada: a taxa nao pode ser"
                       " lancada agora"
               ELSE
                   MOVE 0 TO WS-RUN-F3
                   IF WS-TAXA > 0
                       PERFORM LANCA-TAXA-EXAME
                   END-IF
                   PERFORM GRAVA-NOVA-INSCRICAO
               END-IF
           END-IF.

       GRAVA-NOVA-INSCRICAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-INSCRICOES
           MOVE SPACES TO LINHA-INSCRICAO
           MOVE WS-NUMERO TO INE-NUMERO
           MOVE WS-EXAME TO INE-EXAME
           MOVE WS-FASE TO INE-FASE
           MOVE WS-TIPO TO INE-TIPO
           MOVE WS-ANO TO INE-ANO
           MOVE WS-TAXA TO INE-TAXA
           MOVE WS-RUN-F3 TO INE-RUN
           MOVE WS-DATA TO INE-DATA
           MOVE WS-OPERADOR TO INE-OPERADOR
           MOVE 'INSCRITA' TO INE-ESTADO
           WRITE LINHA-INSCRICAO
           CLOSE FICHEIRO-INSCRICOES
           DISPLAY "Aluno " WS-NUMERO " inscrito no exame " WS-EXAME
               " fase " WS-FASE.

       LANCA-TAXA-EXAME.
      * A taxa e um movimento EXAM proprio em ficheiro3.txt, com o
      * lock, o numero de execucao e a entrada RAZAO=EXAM no log
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'EXAM' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-TAXA TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "EXAME " WS-EXAME " FASE " WS-FASE " " WS-ANO
               " ALUNO " WS-NUMERO
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
           MOVE 'EXAM' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "exame " WS-EXAME " aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           DISPLAY "Taxa de " WS-TAXA
               " lancada em ficheiro3.txt (run " WS-RUN-F3 ")".

       ANULAR-INSCRICAO.
      * A inscricao fica ANULADA (nao se apaga); a taxa ja lancada
      * nao e estornada aqui
           PERFORM CARREGA-INSCRICOES
           IF WS-INE-CHEIA = 'S'
               DISPLAY "Manutencao bloqueada ate o ficheiro ser"
                   " revisto"
           ELSE
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-TEXTO
               ACCEPT WS-NUM-TEXTO
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
               PERFORM PEDE-EXAME-E-FASE
               PERFORM PROCURA-INSCRICAO
               IF WS-ACHADO = 0
                   DISPLAY "Sem inscricao ativa do aluno " WS-NUMERO
                       " no exame " WS-EXAME " em " WS-ANO
               ELSE
                   DISPLAY "Anular a inscricao de " WS-NUMERO
                       " no exame " WS-EXAME " fase " WS-FASE
                       "? (S/N): " WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                       MOVE 'ANULADA' TO WS-INE-ESTADO(WS-ACHADO)
                       PERFORM GRAVA-INSCRICOES
                       DISPLAY "Inscricao anulada"
                       IF WS-INE-TAXA(WS-ACHADO) > 0
                           DISPLAY "Taxa de " WS-INE-TAXA(WS-ACHADO)
                               " lancada no run "
                               WS-INE-RUN(WS-ACHADO)
                               " nao foi devolvida"
                       END-IF
                   ELSE
                       DISPLAY "Inscricao mantida"
                   END-IF
               END-IF
           END-IF.

       CONTAGEM-EXAMES.
      * Inscricoes ativas do ano por exame e fase, internos e
      * externos, para o planeamento das salas
           PERFORM CARREGA-CATALOGO
           PERFORM CARREGA-INSCRICOES
           MOVE 0 TO WS-TOTAL-CNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INE
               IF WS-INE-ANO(I) = WS-ANO AND
                   WS-INE-ESTADO(I) = 'INSCRITA'
                   PERFORM CONTA-INSCRICAO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TOTAL-GERAL
           OPEN OUTPUT FICHEIRO-CONTAGEM
           MOVE ALL "=" TO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           MOVE SPACES TO LINHA-CONTAGEM
           STRING "INSCRICOES NOS EXAMES NACIONAIS " WS-ANO
               " - " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           MOVE ALL "=" TO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           MOVE "EXAME NOME                           FASE INTERNOS"
               & " EXTERNOS TOTAL" TO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           MOVE ALL "-" TO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           PERFORM VARYING WS-FASE FROM 1 BY 1 UNTIL WS-FASE > 2
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CNT
                   IF WS-CNT-FASE(K) = WS-FASE
                       PERFORM ESCREVE-LINHA-CONTAGEM
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ALL "-" TO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           MOVE SPACES TO LINHA-CONTAGEM
           STRING "TOTAL DE PROVAS: " WS-TOTAL-GERAL
               DELIMITED BY SIZE INTO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           CLOSE FICHEIRO-CONTAGEM
           PERFORM REGISTA-SPOOL
           DISPLAY WS-TOTAL-GERAL " prova(s) em exames-contagem.txt".

       CONTA-INSCRICAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CNT
               IF WS-CNT-EXAME(K) = WS-INE-EXAME(I) AND
                   WS-CNT-FASE(K) = WS-INE-FASE(I)
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-CNT < 200
               ADD 1 TO WS-TOTAL-CNT
               MOVE WS-TOTAL-CNT TO WS-ACHADO
               MOVE WS-INE-EXAME(I) TO WS-CNT-EXAME(WS-ACHADO)
               MOVE WS-INE-FASE(I) TO WS-CNT-FASE(WS-ACHADO)
               MOVE 0 TO WS-CNT-INTERNOS(WS-ACHADO)
               MOVE 0 TO WS-CNT-EXTERNOS(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               IF WS-INE-TIPO(I) = 'E'
                   ADD 1 TO WS-CNT-EXTERNOS(WS-ACHADO)
               ELSE
                   ADD 1 TO WS-CNT-INTERNOS(WS-ACHADO)
               END-IF
           END-IF.

       ESCREVE-LINHA-CONTAGEM.
           MOVE WS-CNT-EXAME(K) TO WS-EXAME
           PERFORM PROCURA-EXAME
           COMPUTE WS-TOTAL-LINHA = WS-CNT-INTERNOS(K)
               + WS-CNT-EXTERNOS(K)
           MOVE SPACES TO LINHA-CONTAGEM
           STRING WS-CNT-EXAME(K) "   " WS-NOME-EXAME "  "
               WS-CNT-FASE(K) "    " WS-CNT-INTERNOS(K) "     "
               WS-CNT-EXTERNOS(K) "     " WS-TOTAL-LINHA
               DELIMITED BY SIZE INTO LINHA-CONTAGEM
           WRITE LINHA-CONTAGEM
           ADD WS-TOTAL-LINHA TO WS-TOTAL-GERAL.

       GERA-EXPORTACAO.
      * Um detalhe por inscricao ativa do ano (da fase pedida ou de
      * todas); o hash-total e a soma dos numeros de aluno
           PERFORM CARREGA-INSCRICOES
           DISPLAY "FASE A EXPORTAR (1/2, ENTER = todas): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-FASE-TEXTO
           ACCEPT WS-FASE-TEXTO
           EVALUATE WS-FASE-TEXTO
               WHEN '1'
                   MOVE 1 TO WS-FASE
               WHEN '2'
                   MOVE 2 TO WS-FASE
               WHEN OTHER
                   MOVE 0 TO WS-FASE
           END-EVALUATE
           MOVE 'ESCOLA-CODIGO' TO WS-PARAMETRO-CHAVE
           MOVE WS-ESCOLA-CODIGO TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-ESCOLA-CODIGO
           MOVE 0 TO WS-CONTAGEM
           MOVE 0 TO WS-HASH
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado, nada exportado"
           ELSE
               OPEN OUTPUT FICHEIRO-EXPORT
               MOVE SPACES TO LINHA-EXPORT
               MOVE 'H' TO CAB-TIPO
               MOVE WS-DATA TO CAB-DATA
               MOVE WS-ANO TO CAB-ANO
               MOVE WS-ESCOLA-CODIGO TO CAB-ESCOLA
               MOVE WS-FASE TO CAB-FASE
               WRITE LINHA-EXPORT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INE
                   IF WS-INE-ANO(I) = WS-ANO AND
                       WS-INE-ESTADO(I) = 'INSCRITA' AND
                       (WS-FASE = 0 OR WS-INE-FASE(I) = WS-FASE)
                       PERFORM ESCREVE-DETALHE
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
               MOVE SPACES TO LINHA-EXPORT
               MOVE 'T' TO TRL-TIPO
               MOVE WS-CONTAGEM TO TRL-CONTAGEM
               MOVE WS-HASH TO TRL-HASH
               WRITE LINHA-EXPORT
               CLOSE FICHEIRO-EXPORT
               DISPLAY WS-CONTAGEM " inscricao(oes) exportada(s)"
                   " para exportacao-exames.txt"
           END-IF.

       ESCREVE-DETALHE.
           MOVE WS-INE-NUMERO(I) TO REC-NUMERO
           READ FICHEIRO-NOTAS KEY IS REC-NUMERO
               INVALID KEY
                   MOVE SPACES TO REC-NOME
                   MOVE SPACES TO REC-TURMA
           END-READ
           ADD 1 TO WS-CONTAGEM
           ADD WS-INE-NUMERO(I) TO WS-HASH
           MOVE SPACES TO LINHA-EXPORT
           MOVE 'D' TO DET-TIPO
           MOVE WS-INE-NUMERO(I) TO DET-NUMERO
           MOVE REC-NOME TO DET-NOME
           MOVE REC-TURMA TO DET-TURMA
           MOVE WS-INE-EXAME(I) TO DET-EXAME
           MOVE WS-INE-FASE(I) TO DET-FASE
           MOVE WS-INE-TIPO(I) TO DET-CANDIDATO
           WRITE LINHA-EXPORT.

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
           MOVE 'exames-contagem.txt' TO SPL-FICHEIRO
           MOVE 'EXAMES NACIONAIS' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM EXAMES-NACIONAIS.
