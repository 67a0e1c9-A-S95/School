      ******************************************************************
      * Author:
      * Date:
      * Purpose: Renovacao de matricula para o ano letivo seguinte:
      *          abre a campanha com o prazo de resposta
      *          (renovacao-campanha.txt) e um registo PENDENTE por
      *          aluno de NOTAS.DAT (renovacoes.txt), emite uma carta
      *          por encarregado de encarregados.txt com os seus
      *          educandos, regista confirmacoes e recusas com a data
      *          da resposta, lanca a propina de matricula como
      *          movimento RMAT proprio em ficheiro3.txt (com a
      *          chave de CHAVE-LANCAMENTO, ano letivo e aluno, para
      *          uma confirmacao repetida depois de uma falha nao a
      *          lancar duas vezes) e imprime a
      *          lista das familias que nao responderam no prazo;
      *          o fecho do ano so promove os confirmados
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVACAO-MATRICULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CAMPANHA
               ASSIGN TO 'renovacao-campanha.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPANHA-STATUS.
           SELECT OPTIONAL FICHEIRO-RENOVACOES
               ASSIGN TO 'renovacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENOVACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
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
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
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
           SELECT FICHEIRO-CARTAS
               ASSIGN TO 'cartas-renovacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-PENDENTES
               ASSIGN TO 'renovacao-pendentes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CAMPANHA.
       01 LINHA-CAMPANHA.
         05 CAMP-ANO       PIC X(9).
         05 FILLER         PIC X.
         05 CAMP-ABERTURA  PIC 9(8).
         05 FILLER         PIC X.
         05 CAMP-PRAZO     PIC 9(8).
         05 FILLER         PIC X.
         05 CAMP-ESTADO    PIC X(7).
       FD FICHEIRO-RENOVACOES.
       01 LINHA-RENOVACAO.
         05 REN-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 REN-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 REN-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 REN-ESTADO     PIC X(10).
         05 FILLER         PIC X.
         05 REN-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 REN-VALOR      PIC 9(5)V99.
         05 FILLER         PIC X.
         05 REN-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 REN-OPERADOR   PIC X(8).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
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
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
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
       FD FICHEIRO-CARTAS.
       01 LINHA-CARTA PIC X(80).
       FD FICHEIRO-PENDENTES.
       01 LINHA-PENDENTES PIC X(80).
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
       01 WS-CAMPANHA-STATUS PIC XX.
       01 WS-RENOVACOES-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-RENOVACOES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
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
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'RENOVACAO'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
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
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-CONFIRMA PIC X.
       01 WS-RESPOSTA PIC X.
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-RESPOSTA PIC 9(8).
       01 WS-ANO-TEXTO PIC X(9).
      * Campanha em curso, lida de renovacao-campanha.txt
       01 WS-CAMP-EXISTE PIC X VALUE 'N'.
       01 WS-CAMP-ANO PIC X(9).
       01 WS-CAMP-ABERTURA PIC 9(8).
       01 WS-CAMP-PRAZO PIC 9(8).
       01 WS-CAMP-ESTADO PIC X(7).
      * Propina de matricula por aluno (chave RENOV-TAXA, em euros)
       01 WS-TAXA-RENOV PIC 9(5) VALUE 25.
       01 WS-TAXA-ED PIC ZZZZ9.
       01 WS-MODO PIC X.
       01 WS-SPOOL-FICHEIRO PIC X(30).
       01 WS-SPOOL-TITULO PIC X(20).
       01 WS-CARTAS PIC 9(3).
       01 WS-FAMILIAS PIC 9(3).
       01 WS-ALUNOS-LISTA PIC 9(3).
       01 WS-FILHOS PIC 9(3).
       01 WS-TOTAL-PENDENTES PIC 9(3).
       01 WS-TOTAL-CONFIRMADAS PIC 9(3).
       01 WS-TOTAL-RECUSADAS PIC 9(3).
       01 WS-PRIMEIRA PIC X.
       01 WS-TEM-ENC PIC X.
       01 WS-ACHADO PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 L PIC 9(3).
       01 WS-TOTAL-REN PIC 9(3) VALUE 0.
       01 WS-REN-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-RENOVACOES.
         05 WS-REN OCCURS 500 TIMES.
           10 WS-REN-NUMERO   PIC 9(5).
           10 WS-REN-NOME     PIC X(20).
           10 WS-REN-TURMA    PIC X(6).
           10 WS-REN-ESTADO   PIC X(10).
           10 WS-REN-DATA     PIC 9(8).
           10 WS-REN-VALOR    PIC 9(5)V99.
           10 WS-REN-RUN      PIC 9(4).
           10 WS-REN-OPERADOR PIC X(8).
       01 WS-TOTAL-LIG PIC 9(3) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 600 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "RENOVACAO DE MATRICULA (renovacoes.txt)"
               DISPLAY "1 - ABRIR CAMPANHA / ALTERAR PRAZO"
               DISPLAY "2 - EMITIR CARTAS AOS ENCARREGADOS"
               DISPLAY "3 - REGISTAR RESPOSTA (CONFIRMA/RECUSA)"
               DISPLAY "4 - LISTAR SITUACAO DA CAMPANHA"
               DISPLAY "5 - LISTA DE FAMILIAS SEM RESPOSTA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM ABRIR-CAMPANHA
                   WHEN 2
                       PERFORM EMITIR-CARTAS
                   WHEN 3
                       PERFORM REGISTAR-RESPOSTA
                   WHEN 4
                       PERFORM LISTAR-SITUACAO
                   WHEN 5
                       PERFORM LISTA-SEM-RESPOSTA
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-CAMPANHA.
      * Uma so campanha de cada vez: a linha de
      * renovacao-campanha.txt diz o ano letivo, o prazo e se ainda
      * esta ABERTA (o fecho do ano passa-a a FECHADA)
           MOVE 'N' TO WS-CAMP-EXISTE
           MOVE SPACES TO WS-CAMP-ANO
           MOVE SPACES TO WS-CAMP-ESTADO
           MOVE 0 TO WS-CAMP-ABERTURA
           MOVE 0 TO WS-CAMP-PRAZO
           OPEN INPUT FICHEIRO-CAMPANHA
           IF WS-CAMPANHA-STATUS = '00' OR WS-CAMPANHA-STATUS = '05'
               READ FICHEIRO-CAMPANHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAMP-ANO NOT = SPACES AND
                           CAMP-PRAZO IS NUMERIC
                           MOVE 'S' TO WS-CAMP-EXISTE
                           MOVE CAMP-ANO TO WS-CAMP-ANO
                           MOVE CAMP-ABERTURA TO WS-CAMP-ABERTURA
                           MOVE CAMP-PRAZO TO WS-CAMP-PRAZO
                           MOVE CAMP-ESTADO TO WS-CAMP-ESTADO
                       END-IF
               END-READ
               CLOSE FICHEIRO-CAMPANHA
           END-IF.

       GRAVA-CAMPANHA.
           OPEN OUTPUT FICHEIRO-CAMPANHA
           MOVE SPACES TO LINHA-CAMPANHA
           MOVE WS-CAMP-ANO TO CAMP-ANO
           MOVE WS-CAMP-ABERTURA TO CAMP-ABERTURA
           MOVE WS-CAMP-PRAZO TO CAMP-PRAZO
           MOVE WS-CAMP-ESTADO TO CAMP-ESTADO
           WRITE LINHA-CAMPANHA
           CLOSE FICHEIRO-CAMPANHA.

       CARREGA-RENOVACOES.
           MOVE 0 TO WS-TOTAL-REN
           MOVE 'N' TO WS-REN-CHEIA
           MOVE 'N' TO EOF-RENOVACOES
           OPEN INPUT FICHEIRO-RENOVACOES
           IF WS-RENOVACOES-STATUS = '00' OR
               WS-RENOVACOES-STATUS = '05'
               PERFORM UNTIL EOF-RENOVACOES = 'S'
                   READ FICHEIRO-RENOVACOES
                       AT END
                           MOVE 'S' TO EOF-RENOVACOES
                       NOT AT END
                           IF REN-NUMERO IS NUMERIC
                               IF WS-TOTAL-REN < 500
                                   ADD 1 TO WS-TOTAL-REN
                                   PERFORM GUARDA-RENOVACAO
                               ELSE
                                   MOVE 'S' TO WS-REN-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RENOVACOES
           END-IF
           IF WS-REN-CHEIA = 'S'
               DISPLAY "Aviso: renovacoes.txt com mais de 500"
                   " alunos; os restantes ficam de fora"
           END-IF.

       GUARDA-RENOVACAO.
           MOVE REN-NUMERO TO WS-REN-NUMERO(WS-TOTAL-REN)
           MOVE REN-NOME TO WS-REN-NOME(WS-TOTAL-REN)
           MOVE REN-TURMA TO WS-REN-TURMA(WS-TOTAL-REN)
           MOVE REN-ESTADO TO WS-REN-ESTADO(WS-TOTAL-REN)
           IF REN-DATA IS NUMERIC
               MOVE REN-DATA TO WS-REN-DATA(WS-TOTAL-REN)
           ELSE
               MOVE 0 TO WS-REN-DATA(WS-TOTAL-REN)
           END-IF
           IF REN-VALOR IS NUMERIC
               MOVE REN-VALOR TO WS-REN-VALOR(WS-TOTAL-REN)
           ELSE
               MOVE 0 TO WS-REN-VALOR(WS-TOTAL-REN)
           END-IF
           IF REN-RUN IS NUMERIC
               MOVE REN-RUN TO WS-REN-RUN(WS-TOTAL-REN)
           ELSE
               MOVE 0 TO WS-REN-RUN(WS-TOTAL-REN)
           END-IF
           MOVE REN-OPERADOR TO WS-REN-OPERADOR(WS-TOTAL-REN).

       GRAVA-RENOVACOES.
           OPEN OUTPUT FICHEIRO-RENOVACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REN
               MOVE SPACES TO LINHA-RENOVACAO
               MOVE WS-REN-NUMERO(I) TO REN-NUMERO
               MOVE WS-REN-NOME(I) TO REN-NOME
               MOVE WS-REN-TURMA(I) TO REN-TURMA
               MOVE WS-REN-ESTADO(I) TO REN-ESTADO
               MOVE WS-REN-DATA(I) TO REN-DATA
               MOVE WS-REN-VALOR(I) TO REN-VALOR
               MOVE WS-REN-RUN(I) TO REN-RUN
               MOVE WS-REN-OPERADOR(I) TO REN-OPERADOR
               WRITE LINHA-RENOVACAO
           END-PERFORM
           CLOSE FICHEIRO-RENOVACOES.

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
                               ENC-MEMBRO NOT = SPACES AND
                               WS-TOTAL-LIG < 600
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

       CARREGA-TAXA-RENOVACAO.
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           IF PAR-CHAVE = 'RENOV-TAXA' AND
                               PAR-VALOR IS NUMERIC
                               MOVE PAR-VALOR TO WS-TAXA-RENOV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF.

       ACHA-RENOVACAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-REN
               IF WS-REN-NUMERO(K) = WS-NUMERO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM.

       ABRIR-CAMPANHA.
      * Com uma campanha aberta so se mexe no prazo; uma campanha
      * nova cria um registo PENDENTE por cada aluno de NOTAS.DAT
           PERFORM CARREGA-CAMPANHA
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           IF WS-CAMP-EXISTE = 'S' AND WS-CAMP-ESTADO = 'ABERTA'
               DISPLAY "Campanha " WS-CAMP-ANO " aberta desde "
                   WS-CAMP-ABERTURA ", prazo " WS-CAMP-PRAZO
               DISPLAY "NOVO PRAZO (AAAAMMDD, ENTER = manter): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATA-TEXTO
               ACCEPT WS-DATA-TEXTO
               IF WS-DATA-TEXTO = SPACES
                   DISPLAY "Prazo mantido"
               ELSE
                   IF WS-DATA-TEXTO IS NUMERIC
                       MOVE WS-DATA-TEXTO TO WS-CAMP-PRAZO
                       PERFORM GRAVA-CAMPANHA
                       DISPLAY "Prazo alterado para " WS-CAMP-PRAZO
                   ELSE
                       DISPLAY "Data invalida, prazo mantido"
                   END-IF
               END-IF
           ELSE
               PERFORM CRIA-CAMPANHA
           END-IF.

       CRIA-CAMPANHA.
           DISPLAY "ANO LETIVO A RENOVAR (ex: 2027/2028): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ANO-TEXTO
           ACCEPT WS-ANO-TEXTO
           DISPLAY "PRAZO DE RESPOSTA (AAAAMMDD): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-ANO-TEXTO = SPACES OR WS-DATA-TEXTO IS NOT NUMERIC
               DISPLAY "Ano letivo e prazo obrigatorios; campanha"
                   " nao aberta"
           ELSE
               MOVE 0 TO WS-TOTAL-REN
               MOVE 'N' TO WS-REN-CHEIA
               MOVE 'N' TO EOF-NOTAS
               OPEN INPUT FICHEIRO-NOTAS
               IF WS-NOTAS-STATUS NOT = '00'
                   DISPLAY "NOTAS.DAT nao encontrado; campanha nao"
                       " aberta"
               ELSE
                   PERFORM UNTIL EOF-NOTAS = 'S'
                       READ FICHEIRO-NOTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO EOF-NOTAS
                           NOT AT END
                               PERFORM ACRESCENTA-ALUNO-CAMPANHA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-NOTAS
                   IF WS-REN-CHEIA = 'S'
                       DISPLAY "Aviso: mais de 500 alunos; os"
                           " restantes ficam fora da campanha"
                   END-IF
                   PERFORM GRAVA-RENOVACOES
                   MOVE WS-ANO-TEXTO TO WS-CAMP-ANO
                   MOVE WS-DATA TO WS-CAMP-ABERTURA
                   MOVE WS-DATA-TEXTO TO WS-CAMP-PRAZO
                   MOVE 'ABERTA' TO WS-CAMP-ESTADO
                   PERFORM GRAVA-CAMPANHA
                   DISPLAY "Campanha " WS-CAMP-ANO " aberta com "
                       WS-TOTAL-REN " aluno(s), prazo "
                       WS-CAMP-PRAZO
               END-IF
           END-IF.

       ACRESCENTA-ALUNO-CAMPANHA.
           IF WS-TOTAL-REN < 500
               ADD 1 TO WS-TOTAL-REN
               MOVE REC-NUMERO TO WS-REN-NUMERO(WS-TOTAL-REN)
               MOVE REC-NOME TO WS-REN-NOME(WS-TOTAL-REN)
               MOVE REC-TURMA TO WS-REN-TURMA(WS-TOTAL-REN)
               MOVE 'PENDENTE' TO WS-REN-ESTADO(WS-TOTAL-REN)
               MOVE 0 TO WS-REN-DATA(WS-TOTAL-REN)
               MOVE 0 TO WS-REN-VALOR(WS-TOTAL-REN)
               MOVE 0 TO WS-REN-RUN(WS-TOTAL-REN)
               MOVE SPACES TO WS-REN-OPERADOR(WS-TOTAL-REN)
           ELSE
               MOVE 'S' TO WS-REN-CHEIA
           END-IF.

       EMITIR-CARTAS.
      * Uma carta por encarregado com os educandos que ainda nao
      * responderam; reemitir serve de segundo aviso
           PERFORM CARREGA-CAMPANHA
           IF WS-CAMP-EXISTE = 'N' OR WS-CAMP-ESTADO NOT = 'ABERTA'
               DISPLAY "Nao ha campanha de renovacao aberta"
           ELSE
               PERFORM CARREGA-RENOVACOES
               PERFORM CARREGA-ENCARREGADOS
               PERFORM CARREGA-TAXA-RENOVACAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE 0 TO WS-CARTAS
               MOVE 'C' TO WS-MODO
               OPEN OUTPUT FICHEIRO-CARTAS
               PERFORM PERCORRE-FAMILIAS
               CLOSE FICHEIRO-CARTAS
               IF WS-CARTAS > 0
                   MOVE 'cartas-renovacao.txt' TO WS-SPOOL-FICHEIRO
                   MOVE 'CARTAS RENOVACAO' TO WS-SPOOL-TITULO
                   PERFORM REGISTA-SPOOL
               END-IF
               DISPLAY WS-CARTAS " carta(s) em cartas-renovacao.txt"
           END-IF.

       PERCORRE-FAMILIAS.
      * Cada encarregado distinto de encarregados.txt com pelo
      * menos um educando PENDENTE da origem a uma carta (modo C)
      * ou a um bloco da lista de perseguicao (modo P); os alunos
      * PENDENTES sem encarregado registado saem um a um no fim
           MOVE 0 TO WS-FAMILIAS
           MOVE 0 TO WS-ALUNOS-LISTA
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-LIG
               MOVE 'S' TO WS-PRIMEIRA
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >= L
                   IF WS-LIG-MEMBRO(J) = WS-LIG-MEMBRO(L)
                       MOVE 'N' TO WS-PRIMEIRA
                   END-IF
               END-PERFORM
               IF WS-PRIMEIRA = 'S'
                   PERFORM TRATA-FAMILIA
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REN
               IF WS-REN-ESTADO(I) = 'PENDENTE'
                   ADD 1 TO WS-ALUNOS-LISTA
                   MOVE 'N' TO WS-TEM-ENC
                   PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-TOTAL-LIG
                       IF WS-LIG-NUMERO(J) = WS-REN-NUMERO(I)
                           MOVE 'S' TO WS-TEM-ENC
                       END-IF
                   END-PERFORM
                   IF WS-TEM-ENC = 'N'
                       PERFORM TRATA-ALUNO-SEM-ENCARREGADO
                   END-IF
               END-IF
           END-PERFORM.

       TRATA-FAMILIA.
           MOVE 0 TO WS-FILHOS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-LIG
               IF WS-LIG-MEMBRO(J) = WS-LIG-MEMBRO(L)
                   MOVE WS-LIG-NUMERO(J) TO WS-NUMERO
                   PERFORM ACHA-RENOVACAO
                   IF WS-ACHADO > 0
                       IF WS-REN-ESTADO(WS-ACHADO) = 'PENDENTE'
                           ADD 1 TO WS-FILHOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FILHOS > 0
               ADD 1 TO WS-FAMILIAS
               IF WS-MODO = 'C'
                   PERFORM CABECALHO-CARTA
               ELSE
                   MOVE SPACES TO LINHA-PENDENTES
                   STRING "ENCARREGADO: " WS-LIG-MEMBRO(L)
                       DELIMITED BY SIZE INTO LINHA-PENDENTES
                   WRITE LINHA-PENDENTES
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-LIG
                   IF WS-LIG-MEMBRO(J) = WS-LIG-MEMBRO(L)
                       MOVE WS-LIG-NUMERO(J) TO WS-NUMERO
                       PERFORM ACHA-RENOVACAO
                       IF WS-ACHADO > 0
                           IF WS-REN-ESTADO(WS-ACHADO) = 'PENDENTE'
                               PERFORM ESCREVE-EDUCANDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MODO = 'C'
                   PERFORM RODAPE-CARTA
               END-IF
           END-IF.

       TRATA-ALUNO-SEM-ENCARREGADO.
           ADD 1 TO WS-FAMILIAS
           MOVE I TO WS-ACHADO
           IF WS-MODO = 'C'
               PERFORM CABECALHO-CARTA-SEM-NOME
           ELSE
               MOVE "ENCARREGADO: (sem registo)" TO LINHA-PENDENTES
               WRITE LINHA-PENDENTES
           END-IF
           PERFORM ESCREVE-EDUCANDO
           IF WS-MODO = 'C'
               PERFORM RODAPE-CARTA
           END-IF.

       CABECALHO-CARTA.
           ADD 1 TO WS-CARTAS
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "EXMO(A). ENCARREGADO(A) DE EDUCACAO "
               WS-LIG-MEMBRO(L)
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM CORPO-CARTA.

       CABECALHO-CARTA-SEM-NOME.
           ADD 1 TO WS-CARTAS
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE "EXMO(A). ENCARREGADO(A) DE EDUCACAO" TO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM CORPO-CARTA.

       CORPO-CARTA.
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "Esta aberta a renovacao de matricula para o ano"
               " letivo " WS-CAMP-ANO "."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "Pedimos que confirme ate " WS-CAMP-PRAZO
               " se os educandos abaixo continuam na escola:"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA.

       ESCREVE-EDUCANDO.
           IF WS-MODO = 'C'
               MOVE SPACES TO LINHA-CARTA
               STRING "   " WS-REN-NUMERO(WS-ACHADO) " "
                   WS-REN-NOME(WS-ACHADO) " TURMA "
                   WS-REN-TURMA(WS-ACHADO)
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           ELSE
               MOVE SPACES TO LINHA-PENDENTES
               STRING "   " WS-REN-NUMERO(WS-ACHADO) " "
                   WS-REN-NOME(WS-ACHADO) " TURMA "
                   WS-REN-TURMA(WS-ACHADO)
                   DELIMITED BY SIZE INTO LINHA-PENDENTES
               WRITE LINHA-PENDENTES
           END-IF.

       RODAPE-CARTA.
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE WS-TAXA-RENOV TO WS-TAXA-ED
           MOVE SPACES TO LINHA-CARTA
           STRING "A confirmacao implica a propina de matricula de"
               WS-TAXA-ED " EUR por aluno."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       REGISTAR-RESPOSTA.
      * A confirmacao so fica gravada se a propina puder mesmo ser
      * lancada em ficheiro3 (mes aberto e lock livre), como a
      * inscricao num clube com taxa
           PERFORM CARREGA-CAMPANHA
           IF WS-CAMP-EXISTE = 'N' OR WS-CAMP-ESTADO NOT = 'ABERTA'
               DISPLAY "Nao ha campanha de renovacao aberta"
           ELSE
               PERFORM CARREGA-RENOVACOES
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-TEXTO
               ACCEPT WS-NUM-TEXTO
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
               PERFORM ACHA-RENOVACAO
               IF WS-ACHADO = 0
                   DISPLAY "Aluno " WS-NUMERO " nao esta na"
                       " campanha " WS-CAMP-ANO
               ELSE
                   IF WS-REN-ESTADO(WS-ACHADO) = 'CONFIRMADA'
                       DISPLAY "Renovacao ja confirmada em "
                           WS-REN-DATA(WS-ACHADO)
                   ELSE
                       PERFORM PEDE-RESPOSTA
                   END-IF
               END-IF
           END-IF.

       PEDE-RESPOSTA.
           DISPLAY WS-REN-NUMERO(WS-ACHADO) " "
               WS-REN-NOME(WS-ACHADO) " " WS-REN-TURMA(WS-ACHADO)
               " " WS-REN-ESTADO(WS-ACHADO)
           DISPLAY "CONFIRMA OU RECUSA (C/R, ENTER = cancelar): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'C' AND WS-RESPOSTA NOT = 'R'
               DISPLAY "Nada registado"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               DISPLAY "DATA DA RESPOSTA (AAAAMMDD, ENTER = hoje): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATA-TEXTO
               ACCEPT WS-DATA-TEXTO
               IF WS-DATA-TEXTO IS NUMERIC
                   MOVE WS-DATA-TEXTO TO WS-DATA-RESPOSTA
               ELSE
                   MOVE WS-DATA TO WS-DATA-RESPOSTA
               END-IF
               PERFORM LE-OPERADOR-SESSAO
               IF WS-RESPOSTA = 'R'
                   MOVE 'RECUSADA' TO WS-REN-ESTADO(WS-ACHADO)
                   MOVE WS-DATA-RESPOSTA TO WS-REN-DATA(WS-ACHADO)
                   MOVE WS-OPERADOR TO WS-REN-OPERADOR(WS-ACHADO)
                   PERFORM GRAVA-RENOVACOES
                   DISPLAY "Recusa registada"
               ELSE
                   PERFORM CONFIRMA-RENOVACAO
               END-IF
           END-IF.

       CONFIRMA-RENOVACAO.
           PERFORM CARREGA-TAXA-RENOVACAO
           MOVE 'N' TO WS-PERIODO-FECHADO
           MOVE 'N' TO WS-F3-BLOQUEADO
           IF WS-TAXA-RENOV > 0
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
           END-IF
           IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
               DISPLAY "Confirmacao adiada: a propina de matricula"
                   " nao pode ser lancada agora"
           ELSE
               MOVE 0 TO WS-RUN-F3
               IF WS-TAXA-RENOV > 0
                   MOVE WS-REN-TURMA(WS-ACHADO) TO WS-TURMA-ALUNO
                   PERFORM LANCA-PROPINA-MATRICULA
               END-IF
               MOVE 'CONFIRMADA' TO WS-REN-ESTADO(WS-ACHADO)
               MOVE WS-DATA-RESPOSTA TO WS-REN-DATA(WS-ACHADO)
               MOVE WS-TAXA-RENOV TO WS-REN-VALOR(WS-ACHADO)
               MOVE WS-RUN-F3 TO WS-REN-RUN(WS-ACHADO)
               MOVE WS-OPERADOR TO WS-REN-OPERADOR(WS-ACHADO)
               PERFORM GRAVA-RENOVACOES
               DISPLAY "Renovacao confirmada"
           END-IF.

       LANCA-PROPINA-MATRICULA.
      * A propina de matricula e um movimento RMAT proprio em
      * ficheiro3.txt, separado das propinas mensais (PROP), com o
      * lock, o numero de execucao e a entrada RAZAO=RMAT no log;
      * a propina ja lancada por uma confirmacao interrompida antes
      * de gravar fica com o run dessa vez, sem segundo movimento
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING WS-CAMP-ANO " " WS-NUMERO
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-CAMP-ABERTURA TO WS-CHAVE-DATA
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'C' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               MOVE TRN-RUN TO WS-RUN-F3
               PERFORM REMOVER-LOCK-F3
               DISPLAY "Propina de matricula ja lancada em"
                   " ficheiro3.txt (run " WS-RUN-F3 ")"
           ELSE
               PERFORM ESCREVE-PROPINA-MATRICULA
           END-IF.

       ESCREVE-PROPINA-MATRICULA.
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'RMAT' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-TAXA-RENOV TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "MATRICULA " WS-CAMP-ANO " ALUNO " WS-NUMERO
               " EM " WS-DATA-RESPOSTA
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
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
           MOVE 'RMAT' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "ano " WS-CAMP-ANO " aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           DISPLAY "Propina de " WS-TAXA-RENOV
               " lancada em ficheiro3.txt (run " WS-RUN-F3 ")".

       LISTAR-SITUACAO.
           PERFORM CARREGA-CAMPANHA
           IF WS-CAMP-EXISTE = 'N'
               DISPLAY "Nenhuma campanha de renovacao registada"
           ELSE
               PERFORM CARREGA-RENOVACOES
               DISPLAY "CAMPANHA " WS-CAMP-ANO " " WS-CAMP-ESTADO
                   " ABERTA EM " WS-CAMP-ABERTURA
                   " PRAZO " WS-CAMP-PRAZO
               DISPLAY "NUM   NOME                 TURMA  ESTADO"
                   "     DATA     RUN"
               MOVE 0 TO WS-TOTAL-PENDENTES
               MOVE 0 TO WS-TOTAL-CONFIRMADAS
               MOVE 0 TO WS-TOTAL-RECUSADAS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REN
                   DISPLAY WS-REN-NUMERO(I) " " WS-REN-NOME(I) " "
                       WS-REN-TURMA(I) " " WS-REN-ESTADO(I) " "
                       WS-REN-DATA(I) " " WS-REN-RUN(I)
                   EVALUATE WS-REN-ESTADO(I)
                       WHEN 'CONFIRMADA'
                           ADD 1 TO WS-TOTAL-CONFIRMADAS
                       WHEN 'RECUSADA'
                           ADD 1 TO WS-TOTAL-RECUSADAS
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-PENDENTES
                   END-EVALUATE
               END-PERFORM
               DISPLAY "CONFIRMADAS: " WS-TOTAL-CONFIRMADAS
                   "  RECUSADAS: " WS-TOTAL-RECUSADAS
                   "  PENDENTES: " WS-TOTAL-PENDENTES
           END-IF.

       LISTA-SEM-RESPOSTA.
      * Lista de perseguicao: as familias com educandos ainda
      * PENDENTES, agrupadas por encarregado, para o secretariado
      * contactar depois do prazo
           PERFORM CARREGA-CAMPANHA
           IF WS-CAMP-EXISTE = 'N' OR WS-CAMP-ESTADO NOT = 'ABERTA'
               DISPLAY "Nao ha campanha de renovacao aberta"
           ELSE
               PERFORM CARREGA-RENOVACOES
               PERFORM CARREGA-ENCARREGADOS
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               IF WS-DATA <= WS-CAMP-PRAZO
                   DISPLAY "Aviso: o prazo so termina em "
                       WS-CAMP-PRAZO "; a lista mostra quem ainda"
                       " nao respondeu"
               END-IF
               MOVE 'P' TO WS-MODO
               OPEN OUTPUT FICHEIRO-PENDENTES
               MOVE SPACES TO LINHA-PENDENTES
               STRING "FAMILIAS SEM RESPOSTA A RENOVACAO "
                   WS-CAMP-ANO " PRAZO " WS-CAMP-PRAZO
                   " EM " WS-DATA
                   DELIMITED BY SIZE INTO LINHA-PENDENTES
               WRITE LINHA-PENDENTES
               PERFORM PERCORRE-FAMILIAS
               MOVE SPACES TO LINHA-PENDENTES
               STRING "TOTAIS: FAMILIAS=" WS-FAMILIAS
                   " ALUNOS=" WS-ALUNOS-LISTA
                   DELIMITED BY SIZE INTO LINHA-PENDENTES
               WRITE LINHA-PENDENTES
               CLOSE FICHEIRO-PENDENTES
               MOVE 'renovacao-pendentes.txt' TO WS-SPOOL-FICHEIRO
               MOVE 'RENOVACAO PENDENTES' TO WS-SPOOL-TITULO
               PERFORM REGISTA-SPOOL
               DISPLAY WS-FAMILIAS " familia(s), " WS-ALUNOS-LISTA
                   " aluno(s) em renovacao-pendentes.txt"
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

       END PROGRAM RENOVACAO-MATRICULA.
