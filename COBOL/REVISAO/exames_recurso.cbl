      ******************************************************************
      * Author:
      * Date:
      * Purpose: Planeamento dos exames da epoca de recurso: salas
      *          de exame com a lotacao (salas-exame.txt), data e
      *          hora do exame de cada disciplina
      *          (recurso-exames.txt) e o plano gerado a partir dos
      *          alunos com nota de disciplina abaixo do limite de
      *          aprovacao em notas-disc.dat: distribuicao pelas
      *          salas por lotacao, um vigilante por sala que nao
      *          de essa disciplina no horario, pautas de chamada
      *          por sala e escala de vigilancias pelo spooler;
      *          alunos com dois exames a mesma hora sao apontados
      *          antes de o plano ser publicado; as medidas de
      *          apoio em vigor na data do exame (medidas-apoio.txt)
      *          contam: quem tem sala a parte fica numa sala so
      *          dos alunos com essa medida, com vigilante proprio,
      *          e o tempo suplementar, a prova adaptada e a
      *          leitura dos enunciados vem assinalados na pauta e
      *          na escala de vigilancias
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMES-RECURSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-SALAS
               ASSIGN TO 'salas-exame.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALAS-STATUS.
           SELECT OPTIONAL FICHEIRO-EXAMES
               ASSIGN TO 'recurso-exames.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMES-STATUS.
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
           SELECT OPTIONAL FICHEIRO-DISCIPLINAS
               ASSIGN TO 'disciplinas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIPLINAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-MEDIDAS
               ASSIGN TO 'medidas-apoio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDAS-STATUS.
           SELECT FICHEIRO-PAUTAS
               ASSIGN TO 'recurso-salas.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-VIGILANCIAS
               ASSIGN TO 'recurso-vigilancias.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-SALAS.
       01 LINHA-SALA.
         05 SAL-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 SAL-CAPACIDADE PIC 9(3).
         05 FILLER         PIC X.
         05 SAL-DESCRICAO  PIC X(30).
       FD FICHEIRO-EXAMES.
       01 LINHA-EXAME.
         05 REX-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 REX-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 REX-HORA       PIC 9(4).
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
       FD FICHEIRO-DISCIPLINAS.
       01 LINHA-DISCIPLINA.
         05 DSC-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 DSC-NOME   PIC X(20).
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X(100).
       FD FICHEIRO-HORARIO.
       01 LINHA-HORARIO.
         05 HOR-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 HOR-DIA        PIC 9.
         05 FILLER         PIC X.
         05 HOR-TEMPO      PIC 9(2).
         05 FILLER         PIC X.
         05 HOR-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 HOR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X.
         05 HOR-SALA       PIC X(6).
       FD FICHEIRO-MEDIDAS.
       01 LINHA-MEDIDA.
         05 MAP-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 MAP-MEDIDAS    PIC X(20).
         05 MAP-DATA-INI   PIC 9(8).
         05 FILLER         PIC X.
         05 MAP-DATA-FIM   PIC 9(8).
         05 FILLER         PIC X.
         05 MAP-TECNICO    PIC X(20).
       FD FICHEIRO-PAUTAS.
       01 LINHA-PAUTA PIC X(80).
       FD FICHEIRO-VIGILANCIAS.
       01 LINHA-VIGILANCIA PIC X(80).
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
       01 WS-SALAS-STATUS PIC XX.
       01 WS-EXAMES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-DISCIPLINAS-STATUS PIC XX.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-HORARIO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-MEDIDAS-STATUS PIC XX.
       01 EOF-MEDIDAS PIC X.
       01 WS-TEM-MEDIDA PIC 9(2).
       01 WS-PASSAGEM-A-PARTE PIC X.
       01 WS-ADAPTADAS PIC 9(3).
       01 WS-NOTA-SALA PIC X(40).
       01 EOF-SALAS PIC X.
       01 EOF-EXAMES PIC X.
       01 EOF-DISC PIC X.
       01 EOF-DISCIPLINAS PIC X.
       01 EOF-PROFESSORES PIC X.
       01 EOF-HORARIO PIC X.
       01 WS-NOTAS-ABERTO PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-CODIGO PIC X(6).
       01 WS-DISCIPLINA PIC X(4).
       01 WS-NOME-DISCIPLINA PIC X(20).
       01 WS-DESCRICAO PIC X(30).
       01 WS-DISCIPLINA-OK PIC X.
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-DATA-EXAME PIC 9(8).
       01 WS-HORA-EXAME PIC 9(4).
       01 WS-LIMITE-TEXTO PIC X(6).
       01 WS-LIMITE-APROVACAO PIC S9(2)V9 VALUE 10.
       01 WS-CONFIRMA PIC X.
       01 WS-SPOOL-FICHEIRO PIC X(30).
       01 WS-SPOOL-TITULO PIC X(20).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 S PIC 9(4).
       01 WS-ACHADO PIC 9(4).
       01 WS-ALC-ATUAL PIC 9(4).
       01 WS-ESCOLHIDO PIC 9(4).
       01 WS-MENOR PIC 9(4).
       01 WS-LIVRE PIC X.
       01 WS-DA-DISCIPLINA PIC X.
       01 WS-CONFLITOS PIC 9(4).
       01 WS-SEM-SALA PIC 9(4).
       01 WS-SEM-VIGILANTE PIC 9(4).
       01 WS-SEM-EXAME PIC 9(4).
       01 WS-ORDEM PIC 9(3).
      * Salas de exame
       01 WS-TOTAL-SALAS PIC 9(3) VALUE 0.
       01 WS-TABELA-SALAS.
         05 WS-SAL OCCURS 50 TIMES.
           10 WS-SAL-CODIGO     PIC X(6).
           10 WS-SAL-CAPACIDADE PIC 9(3).
           10 WS-SAL-DESCRICAO  PIC X(30).
      * Exames marcados, um por disciplina
       01 WS-TOTAL-EXAMES PIC 9(3) VALUE 0.
       01 WS-TABELA-EXAMES.
         05 WS-REX OCCURS 50 TIMES.
           10 WS-REX-DISCIPLINA PIC X(4).
           10 WS-REX-DATA       PIC 9(8).
           10 WS-REX-HORA       PIC 9(4).
           10 WS-REX-ALUNOS     PIC 9(4).
      * Alunos chamados a exame (um por aluno e disciplina)
       01 WS-TOTAL-CND PIC 9(4) VALUE 0.
       01 WS-CND-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CND.
         05 WS-CND OCCURS 1000 TIMES.
           10 WS-CND-NUMERO   PIC 9(5).
           10 WS-CND-NOME     PIC X(20).
           10 WS-CND-TURMA    PIC X(6).
           10 WS-CND-NOTA     PIC S9(2)V9.
           10 WS-CND-EXAME    PIC 9(3).
           10 WS-CND-ALC      PIC 9(4).
           10 WS-CND-CONFLITO PIC X.
           10 WS-CND-APOIO    PIC X(20).
           10 WS-CND-A-PARTE  PIC X.
      * Medidas de apoio por aluno
       01 WS-TOTAL-MAP PIC 9(3) VALUE 0.
       01 WS-TABELA-MAP.
         05 WS-MAP OCCURS 500 TIMES.
           10 WS-MAP-NUMERO   PIC 9(5).
           10 WS-MAP-MEDIDAS  PIC X(20).
           10 WS-MAP-DATA-INI PIC 9(8).
           10 WS-MAP-DATA-FIM PIC 9(8).
      * Professores e o que cada um da no horario
       01 WS-TOTAL-PROF PIC 9(3) VALUE 0.
       01 WS-TABELA-PROF.
         05 WS-PRO OCCURS 200 TIMES.
           10 WS-PRO-CODIGO      PIC X(6).
           10 WS-PRO-NOME        PIC X(30).
           10 WS-PRO-VIGILANCIAS PIC 9(3).
       01 WS-TOTAL-LEC PIC 9(3) VALUE 0.
       01 WS-TABELA-LEC.
         05 WS-LEC OCCURS 500 TIMES.
           10 WS-LEC-PROFESSOR  PIC X(6).
           10 WS-LEC-DISCIPLINA PIC X(4).
      * Salas atribuidas a cada exame, com o vigilante
       01 WS-TOTAL-ALC PIC 9(4) VALUE 0.
       01 WS-TABELA-ALC.
         05 WS-ALC OCCURS 200 TIMES.
           10 WS-ALC-EXAME     PIC 9(3).
           10 WS-ALC-SALA      PIC 9(3).
           10 WS-ALC-VIGILANTE PIC 9(3).
           10 WS-ALC-OCUPADOS  PIC 9(3).
           10 WS-ALC-A-PARTE   PIC X.
           10 WS-ALC-TEMPO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "EXAMES DA EPOCA DE RECURSO"
               DISPLAY "1 - LISTAR SALAS DE EXAME"
               DISPLAY "2 - CRIAR/ALTERAR SALA DE EXAME"
               DISPLAY "3 - MARCAR EXAME DE DISCIPLINA"
               DISPLAY "4 - LISTAR EXAMES MARCADOS"
               DISPLAY "5 - GERAR E PUBLICAR O PLANO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM CARREGA-SALAS
                       PERFORM LISTAR-SALAS
                   WHEN 2
                       PERFORM ALTERAR-SALA
                   WHEN 3
                       PERFORM MARCAR-EXAME
                   WHEN 4
                       PERFORM CARREGA-EXAMES
                       PERFORM LISTAR-EXAMES
                   WHEN 5
                       PERFORM GERAR-PLANO
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-SALAS.
           MOVE 0 TO WS-TOTAL-SALAS
           MOVE 'N' TO EOF-SALAS
           OPEN INPUT FICHEIRO-SALAS
           IF WS-SALAS-STATUS = '00' OR WS-SALAS-STATUS = '05'
               PERFORM UNTIL EOF-SALAS = 'S'
                   READ FICHEIRO-SALAS
                       AT END
                           MOVE 'S' TO EOF-SALAS
                       NOT AT END
                           IF SAL-CODIGO NOT = SPACES AND
                               SAL-CAPACIDADE IS NUMERIC AND
                               WS-TOTAL-SALAS < 50
                               ADD 1 TO WS-TOTAL-SALAS
                               MOVE SAL-CODIGO
                                   TO WS-SAL-CODIGO(WS-TOTAL-SALAS)
                               MOVE SAL-CAPACIDADE TO
                                   WS-SAL-CAPACIDADE(WS-TOTAL-SALAS)
                               MOVE SAL-DESCRICAO TO
                                   WS-SAL-DESCRICAO(WS-TOTAL-SALAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SALAS
           END-IF.

       GRAVA-SALAS.
           OPEN OUTPUT FICHEIRO-SALAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-SALAS
               IF WS-SAL-CAPACIDADE(I) > 0
                   MOVE SPACES TO LINHA-SALA
                   MOVE WS-SAL-CODIGO(I) TO SAL-CODIGO
                   MOVE WS-SAL-CAPACIDADE(I) TO SAL-CAPACIDADE
                   MOVE WS-SAL-DESCRICAO(I) TO SAL-DESCRICAO
                   WRITE LINHA-SALA
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-SALAS.

       LISTAR-SALAS.
           IF WS-TOTAL-SALAS = 0
               DISPLAY "Sem salas de exame registadas"
           ELSE
               DISPLAY "SALA   LOTACAO DESCRICAO"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-SALAS
                   DISPLAY WS-SAL-CODIGO(I) " " WS-SAL-CAPACIDADE(I)
                       "     " WS-SAL-DESCRICAO(I)
               END-PERFORM
           END-IF.

       ALTERAR-SALA.
      * Lotacao 0 retira a sala da lista
           PERFORM CARREGA-SALAS
           DISPLAY "CODIGO DA SALA: " WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "Codigo obrigatorio"
           ELSE
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-SALAS
                   IF WS-SAL-CODIGO(I) = WS-CODIGO
                       MOVE I TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0 AND WS-TOTAL-SALAS >= 50
                   DISPLAY "Tabela de salas cheia"
               ELSE
                   IF WS-ACHADO = 0
                       ADD 1 TO WS-TOTAL-SALAS
                       MOVE WS-TOTAL-SALAS TO WS-ACHADO
                       MOVE WS-CODIGO TO WS-SAL-CODIGO(WS-ACHADO)
                       MOVE SPACES TO WS-SAL-DESCRICAO(WS-ACHADO)
                   END-IF
                   DISPLAY "LOTACAO PARA EXAME (0 = retirar): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-NUM-TEXTO
                   ACCEPT WS-NUM-TEXTO
                   COMPUTE WS-SAL-CAPACIDADE(WS-ACHADO) =
                       FUNCTION NUMVAL(WS-NUM-TEXTO)
                   DISPLAY "DESCRICAO (ENTER = manter): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-DESCRICAO
                   ACCEPT WS-DESCRICAO
                   IF WS-DESCRICAO NOT = SPACES
                       MOVE WS-DESCRICAO TO WS-SAL-DESCRICAO(WS-ACHADO)
                   END-IF
                   PERFORM GRAVA-SALAS
                   DISPLAY "Sala " WS-CODIGO " gravada"
               END-IF
           END-IF.

       CARREGA-EXAMES.
           MOVE 0 TO WS-TOTAL-EXAMES
           MOVE 'N' TO EOF-EXAMES
           OPEN INPUT FICHEIRO-EXAMES
           IF WS-EXAMES-STATUS = '00' OR WS-EXAMES-STATUS = '05'
               PERFORM UNTIL EOF-EXAMES = 'S'
                   READ FICHEIRO-EXAMES
                       AT END
                           MOVE 'S' TO EOF-EXAMES
                       NOT AT END
                           IF REX-DISCIPLINA NOT = SPACES AND
                               REX-DATA IS NUMERIC AND
                               REX-HORA IS NUMERIC AND
                               WS-TOTAL-EXAMES < 50
                               ADD 1 TO WS-TOTAL-EXAMES
                               MOVE REX-DISCIPLINA TO
                                   WS-REX-DISCIPLINA(WS-TOTAL-EXAMES)
                               MOVE REX-DATA
                                   TO WS-REX-DATA(WS-TOTAL-EXAMES)
                               MOVE REX-HORA
                                   TO WS-REX-HORA(WS-TOTAL-EXAMES)
                               MOVE 0 TO WS-REX-ALUNOS(WS-TOTAL-EXAMES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-EXAMES
           END-IF.

       GRAVA-EXAMES.
           OPEN OUTPUT FICHEIRO-EXAMES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EXAMES
               IF WS-REX-DATA(I) > 0
                   MOVE SPACES TO LINHA-EXAME
                   MOVE WS-REX-DISCIPLINA(I) TO REX-DISCIPLINA
                   MOVE WS-REX-DATA(I) TO REX-DATA
                   MOVE WS-REX-HORA(I) TO REX-HORA
                   WRITE LINHA-EXAME
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-EXAMES.

       LISTAR-EXAMES.
           IF WS-TOTAL-EXAMES = 0
               DISPLAY "Sem exames de recurso marcados"
           ELSE
               DISPLAY "DISC DATA     HORA"
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-EXAMES
                   DISPLAY WS-REX-DISCIPLINA(I) " " WS-REX-DATA(I)
                       " " WS-REX-HORA(I)
               END-PERFORM
           END-IF.

       VALIDA-DISCIPLINA.
      * Sem disciplinas.txt qualquer codigo e aceite
           MOVE 'N' TO WS-DISCIPLINA-OK
           MOVE SPACES TO WS-NOME-DISCIPLINA
           MOVE 'N' TO EOF-DISCIPLINAS
           OPEN INPUT FICHEIRO-DISCIPLINAS
           IF WS-DISCIPLINAS-STATUS = '00'
               PERFORM UNTIL EOF-DISCIPLINAS = 'S'
                   READ FICHEIRO-DISCIPLINAS
                       AT END
                           MOVE 'S' TO EOF-DISCIPLINAS
                       NOT AT END
                           IF DSC-CODIGO = WS-DISCIPLINA
                               MOVE 'S' TO WS-DISCIPLINA-OK
                               MOVE DSC-NOME TO WS-NOME-DISCIPLINA
                               MOVE 'S' TO EOF-DISCIPLINAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISCIPLINAS
           ELSE
               MOVE 'S' TO WS-DISCIPLINA-OK
           END-IF.

       MARCAR-EXAME.
      * Um exame por disciplina; data 0 desmarca
           PERFORM CARREGA-EXAMES
           DISPLAY "DISCIPLINA: " WITH NO ADVANCING
           MOVE SPACES TO WS-DISCIPLINA
           ACCEPT WS-DISCIPLINA
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA
           PERFORM VALIDA-DISCIPLINA
           IF WS-DISCIPLINA = SPACES OR WS-DISCIPLINA-OK = 'N'
               DISPLAY "Disciplina inexistente"
           ELSE
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-EXAMES
                   IF WS-REX-DISCIPLINA(I) = WS-DISCIPLINA
                       MOVE I TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO > 0
                   DISPLAY "Marcado para " WS-REX-DATA(WS-ACHADO)
                       " as " WS-REX-HORA(WS-ACHADO)
               END-IF
               PERFORM PEDE-DATA-HORA-EXAME
               IF WS-DATA-EXAME = 99999999
                   CONTINUE
               ELSE
                   IF WS-ACHADO = 0 AND WS-TOTAL-EXAMES >= 50
                       DISPLAY "Tabela de exames cheia"
                   ELSE
                       IF WS-ACHADO = 0
                           ADD 1 TO WS-TOTAL-EXAMES
                           MOVE WS-TOTAL-EXAMES TO WS-ACHADO
                           MOVE WS-DISCIPLINA
                               TO WS-REX-DISCIPLINA(WS-ACHADO)
                       END-IF
                       MOVE WS-DATA-EXAME TO WS-REX-DATA(WS-ACHADO)
                       MOVE WS-HORA-EXAME TO WS-REX-HORA(WS-ACHADO)
                       PERFORM GRAVA-EXAMES
                       IF WS-DATA-EXAME = 0
                           DISPLAY "Exame de " WS-DISCIPLINA
                               " desmarcado"
                       ELSE
                           DISPLAY "Exame de " WS-DISCIPLINA
                               " marcado"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDE-DATA-HORA-EXAME.
      * 99999999 em WS-DATA-EXAME quer dizer dados invalidos
           DISPLAY "DATA DO EXAME (AAAAMMDD, 0 = desmarcar): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-DATA-EXAME = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 0 TO WS-HORA-EXAME
           IF WS-DATA-EXAME NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-EXAME) NOT = 0
                   DISPLAY "Data invalida"
                   MOVE 99999999 TO WS-DATA-EXAME
               ELSE
                   DISPLAY "HORA DE INICIO (HHMM): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-NUM-TEXTO
                   ACCEPT WS-NUM-TEXTO
                   COMPUTE WS-HORA-EXAME =
                       FUNCTION NUMVAL(WS-NUM-TEXTO)
                   IF WS-HORA-EXAME > 2359 OR
                       FUNCTION MOD(WS-HORA-EXAME, 100) > 59
                       DISPLAY "Hora invalida"
                       MOVE 99999999 TO WS-DATA-EXAME
                   END-IF
               END-IF
           END-IF.

       GERAR-PLANO.
           PERFORM CARREGA-SALAS
           PERFORM CARREGA-EXAMES
           IF WS-TOTAL-SALAS = 0 OR WS-TOTAL-EXAMES = 0
               DISPLAY "Faltam salas de exame ou exames marcados"
           ELSE
               DISPLAY "LIMITE DE APROVACAO (ENTER = 10): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-LIMITE-TEXTO
               ACCEPT WS-LIMITE-TEXTO
               MOVE 10 TO WS-LIMITE-APROVACAO
               IF WS-LIMITE-TEXTO NOT = SPACES
                   COMPUTE WS-LIMITE-APROVACAO =
                       FUNCTION NUMVAL(WS-LIMITE-TEXTO)
               END-IF
               PERFORM CARREGA-MEDIDAS-APOIO
               PERFORM CARREGA-CANDIDATOS
               IF WS-TOTAL-CND = 0
                   DISPLAY "Nenhum aluno para exame de recurso"
               ELSE
                   PERFORM VERIFICA-CONFLITOS
                   MOVE 'S' TO WS-CONFIRMA
                   IF WS-CONFLITOS > 0 OR WS-CND-CHEIA = 'S'
                       DISPLAY "Publicar o plano mesmo assim? (S/N)"
                       ACCEPT WS-CONFIRMA
                       MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                           TO WS-CONFIRMA
                   END-IF
                   IF WS-CONFIRMA = 'S'
                       PERFORM CARREGA-PROFESSORES
                       PERFORM CARREGA-LECIONACAO
                       PERFORM DISTRIBUI-SALAS
                       PERFORM ESCREVE-PAUTAS
                       PERFORM ESCREVE-VIGILANCIAS
                       PERFORM PUBLICA-PLANO
                   ELSE
                       DISPLAY "Plano nao publicado; remarque os"
                           " exames em conflito"
                   END-IF
               END-IF
           END-IF.

       CARREGA-CANDIDATOS.
      * Cada disciplina abaixo do limite com exame marcado chama o
      * aluno a esse exame; negativas sem exame marcado sao so
      * contadas, para se saber que falta marcar a disciplina
           MOVE 0 TO WS-TOTAL-CND
           MOVE 0 TO WS-SEM-EXAME
           MOVE 'N' TO WS-CND-CHEIA
           MOVE 'N' TO WS-NOTAS-ABERTO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE 'S' TO WS-NOTAS-ABERTO
           END-IF
           OPEN INPUT FICHEIRO-DISC
           IF WS-DISC-STATUS NOT = '00'
               DISPLAY "notas-disc.dat nao encontrado"
           ELSE
               MOVE 'N' TO EOF-DISC
               PERFORM UNTIL EOF-DISC = 'S'
                   READ FICHEIRO-DISC NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-DISC
                       NOT AT END
                           IF DIS-NOTA < WS-LIMITE-APROVACAO
                               PERFORM GUARDA-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISC
           END-IF
           IF WS-NOTAS-ABERTO = 'S'
               CLOSE FICHEIRO-NOTAS
           END-IF
           IF WS-SEM-EXAME > 0
               DISPLAY "Aviso: " WS-SEM-EXAME " nota(s) abaixo do"
                   " limite em disciplinas sem exame marcado"
           END-IF
           IF WS-CND-CHEIA = 'S'
               DISPLAY "Aviso: mais de 1000 chamadas a exame; as"
                   " restantes ficam fora do plano"
           END-IF
           DISPLAY WS-TOTAL-CND " chamada(s) a exame".

       GUARDA-CANDIDATO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-EXAMES
               IF WS-REX-DISCIPLINA(S) = DIS-DISCIPLINA AND
                   WS-REX-DATA(S) > 0
                   MOVE S TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               ADD 1 TO WS-SEM-EXAME
           ELSE
               IF WS-TOTAL-CND >= 1000
                   MOVE 'S' TO WS-CND-CHEIA
               ELSE
                   ADD 1 TO WS-TOTAL-CND
                   MOVE DIS-NUMERO TO WS-CND-NUMERO(WS-TOTAL-CND)
                   MOVE DIS-NOTA TO WS-CND-NOTA(WS-TOTAL-CND)
                   MOVE WS-ACHADO TO WS-CND-EXAME(WS-TOTAL-CND)
                   MOVE 0 TO WS-CND-ALC(WS-TOTAL-CND)
                   MOVE 'N' TO WS-CND-CONFLITO(WS-TOTAL-CND)
                   MOVE SPACES TO WS-CND-NOME(WS-TOTAL-CND)
                   MOVE SPACES TO WS-CND-TURMA(WS-TOTAL-CND)
                   PERFORM APOIO-DO-CANDIDATO
                   ADD 1 TO WS-REX-ALUNOS(WS-ACHADO)
                   IF WS-NOTAS-ABERTO = 'S'
                       MOVE DIS-NUMERO TO REC-NUMERO
                       READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE REC-NOME
                                   TO WS-CND-NOME(WS-TOTAL-CND)
                               MOVE REC-TURMA
                                   TO WS-CND-TURMA(WS-TOTAL-CND)
                       END-READ
                   END-IF
               END-IF
           END-IF.

       CARREGA-MEDIDAS-APOIO.
           MOVE 0 TO WS-TOTAL-MAP
           MOVE 'N' TO EOF-MEDIDAS
           OPEN INPUT FICHEIRO-MEDIDAS
           IF WS-MEDIDAS-STATUS = '00' OR WS-MEDIDAS-STATUS = '05'
               PERFORM UNTIL EOF-MEDIDAS = 'S'
                   READ FICHEIRO-MEDIDAS
                       AT END
                           MOVE 'S' TO EOF-MEDIDAS
                       NOT AT END
                           IF MAP-NUMERO IS NUMERIC AND
                               MAP-DATA-INI IS NUMERIC AND
                               MAP-DATA-FIM IS NUMERIC AND
                               WS-TOTAL-MAP < 500
                               ADD 1 TO WS-TOTAL-MAP
                               MOVE MAP-NUMERO
                                   TO WS-MAP-NUMERO(WS-TOTAL-MAP)
                               MOVE MAP-MEDIDAS
                                   TO WS-MAP-MEDIDAS(WS-TOTAL-MAP)
                               MOVE MAP-DATA-INI
                                   TO WS-MAP-DATA-INI(WS-TOTAL-MAP)
                               MOVE MAP-DATA-FIM
                                   TO WS-MAP-DATA-FIM(WS-TOTAL-MAP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MEDIDAS
           END-IF.

       APOIO-DO-CANDIDATO.
      * Medidas em vigor na data do exame (fim 0 = sem data de
      * fim); SALA manda o aluno para uma sala a parte
           MOVE SPACES TO WS-CND-APOIO(WS-TOTAL-CND)
           MOVE 'N' TO WS-CND-A-PARTE(WS-TOTAL-CND)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MAP
               IF WS-MAP-NUMERO(K) = DIS-NUMERO AND
                   WS-MAP-DATA-INI(K) <= WS-REX-DATA(WS-ACHADO) AND
                   (WS-MAP-DATA-FIM(K) = 0 OR
                    WS-MAP-DATA-FIM(K) >= WS-REX-DATA(WS-ACHADO))
                   MOVE WS-MAP-MEDIDAS(K)
                       TO WS-CND-APOIO(WS-TOTAL-CND)
                   MOVE 0 TO WS-TEM-MEDIDA
                   INSPECT WS-MAP-MEDIDAS(K)
                       TALLYING WS-TEM-MEDIDA FOR ALL 'SALA'
                   IF WS-TEM-MEDIDA > 0
                       MOVE 'S' TO WS-CND-A-PARTE(WS-TOTAL-CND)
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-CONFLITOS.
      * Dois exames do mesmo aluno no mesmo dia e hora de inicio
           MOVE 0 TO WS-CONFLITOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CND
               COMPUTE K = I + 1
               PERFORM VARYING J FROM K BY 1 UNTIL J > WS-TOTAL-CND
                   IF WS-CND-NUMERO(J) = WS-CND-NUMERO(I) AND
                       WS-REX-DATA(WS-CND-EXAME(J)) =
                           WS-REX-DATA(WS-CND-EXAME(I)) AND
                       WS-REX-HORA(WS-CND-EXAME(J)) =
                           WS-REX-HORA(WS-CND-EXAME(I))
                       PERFORM REGISTA-CONFLITO
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CONFLITOS > 0
               DISPLAY WS-CONFLITOS " conflito(s) de horario entre"
                   " exames do mesmo aluno"
           END-IF.

       REGISTA-CONFLITO.
           ADD 1 TO WS-CONFLITOS
           MOVE 'S' TO WS-CND-CONFLITO(I)
           MOVE 'S' TO WS-CND-CONFLITO(J)
           DISPLAY "CONFLITO: aluno " WS-CND-NUMERO(I) " "
               WS-CND-NOME(I) " tem "
               WS-REX-DISCIPLINA(WS-CND-EXAME(I)) " e "
               WS-REX-DISCIPLINA(WS-CND-EXAME(J)) " a "
               WS-REX-DATA(WS-CND-EXAME(I)) " "
               WS-REX-HORA(WS-CND-EXAME(I)).

       CARREGA-PROFESSORES.
           MOVE 0 TO WS-TOTAL-PROF
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00' OR
               WS-PROFESSORES-STATUS = '05'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO NOT = SPACES AND
                               WS-TOTAL-PROF < 200
                               ADD 1 TO WS-TOTAL-PROF
                               MOVE PRO-CODIGO
                                   TO WS-PRO-CODIGO(WS-TOTAL-PROF)
                               MOVE PRO-NOME
                                   TO WS-PRO-NOME(WS-TOTAL-PROF)
                               MOVE 0
                                 TO WS-PRO-VIGILANCIAS(WS-TOTAL-PROF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           END-IF.

       CARREGA-LECIONACAO.
      * Pares professor/disciplina do horario semanal
           MOVE 0 TO WS-TOTAL-LEC
           MOVE 'N' TO EOF-HORARIO
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00' OR WS-HORARIO-STATUS = '05'
               PERFORM UNTIL EOF-HORARIO = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-HORARIO
                       NOT AT END
                           PERFORM GUARDA-LECIONACAO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF.

       GUARDA-LECIONACAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-LEC
               IF WS-LEC-PROFESSOR(K) = HOR-PROFESSOR AND
                   WS-LEC-DISCIPLINA(K) = HOR-DISCIPLINA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-LEC < 500
               ADD 1 TO WS-TOTAL-LEC
               MOVE HOR-PROFESSOR TO WS-LEC-PROFESSOR(WS-TOTAL-LEC)
               MOVE HOR-DISCIPLINA TO WS-LEC-DISCIPLINA(WS-TOTAL-LEC)
           END-IF.

       DISTRIBUI-SALAS.
      * Os alunos de cada exame enchem as salas pela ordem da
      * lista ate a lotacao; uma sala so serve um exame por data
      * e hora de inicio; numa segunda passagem os alunos com
      * sala a parte abrem salas so deles, com vigilante proprio
           MOVE 0 TO WS-TOTAL-ALC
           MOVE 0 TO WS-SEM-SALA
           MOVE 0 TO WS-SEM-VIGILANTE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-EXAMES
               MOVE 0 TO WS-ALC-ATUAL
               MOVE 'N' TO WS-PASSAGEM-A-PARTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CND
                   IF WS-CND-EXAME(I) = S AND
                       WS-CND-A-PARTE(I) = 'N'
                       PERFORM SENTA-CANDIDATO
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-ALC-ATUAL
               MOVE 'S' TO WS-PASSAGEM-A-PARTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CND
                   IF WS-CND-EXAME(I) = S AND
                       WS-CND-A-PARTE(I) = 'S'
                       PERFORM SENTA-CANDIDATO
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SEM-SALA > 0
               DISPLAY "ATENCAO: " WS-SEM-SALA " aluno(s) sem sala;"
                   " faltam salas ou lotacao"
           END-IF
           IF WS-SEM-VIGILANTE > 0
               DISPLAY "ATENCAO: " WS-SEM-VIGILANTE " sala(s) sem"
                   " vigilante disponivel"
           END-IF.

       SENTA-CANDIDATO.
           IF WS-ALC-ATUAL > 0
               IF WS-ALC-OCUPADOS(WS-ALC-ATUAL) >=
                   WS-SAL-CAPACIDADE(WS-ALC-SALA(WS-ALC-ATUAL))
                   MOVE 0 TO WS-ALC-ATUAL
               END-IF
           END-IF
           IF WS-ALC-ATUAL = 0
               PERFORM ABRE-SALA
           END-IF
           IF WS-ALC-ATUAL = 0
               ADD 1 TO WS-SEM-SALA
           ELSE
               ADD 1 TO WS-ALC-OCUPADOS(WS-ALC-ATUAL)
               MOVE WS-ALC-ATUAL TO WS-CND-ALC(I)
               MOVE 0 TO WS-TEM-MEDIDA
               INSPECT WS-CND-APOIO(I)
                   TALLYING WS-TEM-MEDIDA FOR ALL 'TEMP'
               IF WS-TEM-MEDIDA > 0
                   MOVE 'S' TO WS-ALC-TEMPO(WS-ALC-ATUAL)
               END-IF
           END-IF.

       ABRE-SALA.
           MOVE 0 TO WS-ESCOLHIDO
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-SALAS OR WS-ESCOLHIDO > 0
               MOVE 'S' TO WS-LIVRE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALC
                   IF WS-ALC-SALA(J) = K AND
                       WS-REX-DATA(WS-ALC-EXAME(J)) = WS-REX-DATA(S)
                       AND WS-REX-HORA(WS-ALC-EXAME(J)) =
                           WS-REX-HORA(S)
                       MOVE 'N' TO WS-LIVRE
                   END-IF
               END-PERFORM
               IF WS-LIVRE = 'S' AND WS-SAL-CAPACIDADE(K) > 0
                   MOVE K TO WS-ESCOLHIDO
               END-IF
           END-PERFORM
           IF WS-ESCOLHIDO > 0 AND WS-TOTAL-ALC < 200
               ADD 1 TO WS-TOTAL-ALC
               MOVE WS-TOTAL-ALC TO WS-ALC-ATUAL
               MOVE S TO WS-ALC-EXAME(WS-ALC-ATUAL)
               MOVE WS-ESCOLHIDO TO WS-ALC-SALA(WS-ALC-ATUAL)
               MOVE 0 TO WS-ALC-OCUPADOS(WS-ALC-ATUAL)
               MOVE WS-PASSAGEM-A-PARTE TO WS-ALC-A-PARTE(WS-ALC-ATUAL)
               MOVE 'N' TO WS-ALC-TEMPO(WS-ALC-ATUAL)
               PERFORM ESCOLHE-VIGILANTE
           END-IF.

       ESCOLHE-VIGILANTE.
      * Vigilante: quem nao da a disciplina do exame e ainda nao
      * vigia outra sala a mesma hora, com menos vigilancias
      * atribuidas (reparte o servico)
           MOVE 0 TO WS-ESCOLHIDO
           MOVE 9999 TO WS-MENOR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PROF
               MOVE 'N' TO WS-DA-DISCIPLINA
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-LEC
                   IF WS-LEC-PROFESSOR(J) = WS-PRO-CODIGO(K) AND
                       WS-LEC-DISCIPLINA(J) = WS-REX-DISCIPLINA(S)
                       MOVE 'S' TO WS-DA-DISCIPLINA
                   END-IF
               END-PERFORM
               MOVE 'S' TO WS-LIVRE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALC
                   IF WS-ALC-VIGILANTE(J) = K AND
                       WS-REX-DATA(WS-ALC-EXAME(J)) = WS-REX-DATA(S)
                       AND WS-REX-HORA(WS-ALC-EXAME(J)) =
                           WS-REX-HORA(S)
                       MOVE 'N' TO WS-LIVRE
                   END-IF
               END-PERFORM
               IF WS-DA-DISCIPLINA = 'N' AND WS-LIVRE = 'S' AND
                   WS-PRO-VIGILANCIAS(K) < WS-MENOR
                   MOVE K TO WS-ESCOLHIDO
                   MOVE WS-PRO-VIGILANCIAS(K) TO WS-MENOR
               END-IF
           END-PERFORM
           MOVE WS-ESCOLHIDO TO WS-ALC-VIGILANTE(WS-ALC-ATUAL)
           IF WS-ESCOLHIDO = 0
               ADD 1 TO WS-SEM-VIGILANTE
           ELSE
               ADD 1 TO WS-PRO-VIGILANCIAS(WS-ESCOLHIDO)
           END-IF.

       ESCREVE-PAUTAS.
      * Uma pauta de chamada por sala e exame
           OPEN OUTPUT FICHEIRO-PAUTAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ALC
               PERFORM ESCREVE-PAUTA-SALA
           END-PERFORM
           IF WS-SEM-SALA > 0
               MOVE ALL "-" TO LINHA-PAUTA
               WRITE LINHA-PAUTA
               MOVE "ALUNOS SEM SALA ATRIBUIDA" TO LINHA-PAUTA
               WRITE LINHA-PAUTA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CND
                   IF WS-CND-ALC(I) = 0
                       MOVE SPACES TO LINHA-PAUTA
                       STRING WS-REX-DISCIPLINA(WS-CND-EXAME(I)) " "
                           WS-CND-NUMERO(I) " " WS-CND-NOME(I) " "
                           WS-CND-TURMA(I)
                           DELIMITED BY SIZE INTO LINHA-PAUTA
                       WRITE LINHA-PAUTA
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FICHEIRO-PAUTAS.

       ESCREVE-PAUTA-SALA.
           MOVE WS-ALC-EXAME(K) TO S
           MOVE WS-REX-DISCIPLINA(S) TO WS-DISCIPLINA
           PERFORM VALIDA-DISCIPLINA
           MOVE ALL "-" TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           STRING "EXAME DE RECURSO " WS-DISCIPLINA " "
               WS-NOME-DISCIPLINA " EM " WS-REX-DATA(S)
               " AS " WS-REX-HORA(S)
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA
           STRING "SALA " WS-SAL-CODIGO(WS-ALC-SALA(K)) " "
               WS-SAL-DESCRICAO(WS-ALC-SALA(K))
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA
           PERFORM DESCREVE-SALA-APOIO
           IF WS-NOTA-SALA NOT = SPACES
               MOVE WS-NOTA-SALA TO LINHA-PAUTA
               WRITE LINHA-PAUTA
           END-IF
           MOVE SPACES TO LINHA-PAUTA
           IF WS-ALC-VIGILANTE(K) = 0
               MOVE "VIGILANTE: POR ATRIBUIR" TO LINHA-PAUTA
           ELSE
               STRING "VIGILANTE: "
                   WS-PRO-CODIGO(WS-ALC-VIGILANTE(K)) " "
                   WS-PRO-NOME(WS-ALC-VIGILANTE(K))
                   DELIMITED BY SIZE INTO LINHA-PAUTA
           END-IF
           WRITE LINHA-PAUTA
           MOVE "LUG NUMERO NOME                 TURMA  ASSINATURA"
               TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE 0 TO WS-ORDEM
           MOVE 0 TO WS-ADAPTADAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CND
               IF WS-CND-ALC(I) = K
                   ADD 1 TO WS-ORDEM
                   MOVE SPACES TO LINHA-PAUTA
                   STRING WS-ORDEM " " WS-CND-NUMERO(I) "  "
                       WS-CND-NOME(I) " " WS-CND-TURMA(I)
                       " ____________________"
                       DELIMITED BY SIZE INTO LINHA-PAUTA
                   IF WS-CND-CONFLITO(I) = 'S'
                       MOVE "*CONFLITO" TO LINHA-PAUTA(71 : 9)
                   END-IF
                   WRITE LINHA-PAUTA
                   IF WS-CND-APOIO(I) NOT = SPACES
                       MOVE SPACES TO LINHA-PAUTA
                       STRING "           MEDIDAS DE APOIO: "
                           WS-CND-APOIO(I)
                           DELIMITED BY SIZE INTO LINHA-PAUTA
                       WRITE LINHA-PAUTA
                       MOVE 0 TO WS-TEM-MEDIDA
                       INSPECT WS-CND-APOIO(I)
                           TALLYING WS-TEM-MEDIDA FOR ALL 'ADAP'
                       IF WS-TEM-MEDIDA > 0
                           ADD 1 TO WS-ADAPTADAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADAPTADAS > 0
               MOVE SPACES TO LINHA-PAUTA
               STRING "PROVAS ADAPTADAS A LEVAR PARA ESTA SALA: "
                   WS-ADAPTADAS
                   DELIMITED BY SIZE INTO LINHA-PAUTA
               WRITE LINHA-PAUTA
           END-IF.

       DESCREVE-SALA-APOIO.
      * Nota da sala para a pauta e para a escala: sala a parte
      * e/ou tempo suplementar (o vigilante fica ate ao fim dele)
           MOVE SPACES TO WS-NOTA-SALA
           IF WS-ALC-A-PARTE(K) = 'S' AND WS-ALC-TEMPO(K) = 'S'
               MOVE "SALA A PARTE; COM TEMPO SUPLEMENTAR"
                   TO WS-NOTA-SALA
           ELSE
               IF WS-ALC-A-PARTE(K) = 'S'
                   MOVE "SALA A PARTE" TO WS-NOTA-SALA
               END-IF
               IF WS-ALC-TEMPO(K) = 'S'
                   MOVE "COM TEMPO SUPLEMENTAR" TO WS-NOTA-SALA
               END-IF
           END-IF.

       ESCREVE-VIGILANCIAS.
      * Escala de vigilancias por data, hora e sala, com o total
      * de servicos de cada professor no fim
           OPEN OUTPUT FICHEIRO-VIGILANCIAS
           MOVE "ESCALA DE VIGILANCIAS - EPOCA DE RECURSO"
               TO LINHA-VIGILANCIA
           WRITE LINHA-VIGILANCIA
           MOVE "DATA     HORA DISC SALA   ALUNOS VIGILANTE"
               TO LINHA-VIGILANCIA
           WRITE LINHA-VIGILANCIA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ALC
               MOVE WS-ALC-EXAME(K) TO S
               MOVE SPACES TO LINHA-VIGILANCIA
               IF WS-ALC-VIGILANTE(K) = 0
                   STRING WS-REX-DATA(S) " " WS-REX-HORA(S) " "
                       WS-REX-DISCIPLINA(S) " "
                       WS-SAL-CODIGO(WS-ALC-SALA(K)) " "
                       WS-ALC-OCUPADOS(K) "    POR ATRIBUIR"
                       DELIMITED BY SIZE INTO LINHA-VIGILANCIA
               ELSE
                   STRING WS-REX-DATA(S) " " WS-REX-HORA(S) " "
                       WS-REX-DISCIPLINA(S) " "
                       WS-SAL-CODIGO(WS-ALC-SALA(K)) " "
                       WS-ALC-OCUPADOS(K) "    "
                       WS-PRO-CODIGO(WS-ALC-VIGILANTE(K)) " "
                       WS-PRO-NOME(WS-ALC-VIGILANTE(K))
                       DELIMITED BY SIZE INTO LINHA-VIGILANCIA
               END-IF
               WRITE LINHA-VIGILANCIA
               PERFORM DESCREVE-SALA-APOIO
               IF WS-NOTA-SALA NOT = SPACES
                   MOVE SPACES TO LINHA-VIGILANCIA
                   STRING "                       " WS-NOTA-SALA
                       DELIMITED BY SIZE INTO LINHA-VIGILANCIA
                   WRITE LINHA-VIGILANCIA
               END-IF
           END-PERFORM
           MOVE ALL "-" TO LINHA-VIGILANCIA
           WRITE LINHA-VIGILANCIA
           MOVE "SERVICOS POR PROFESSOR" TO LINHA-VIGILANCIA
           WRITE LINHA-VIGILANCIA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PROF
               IF WS-PRO-VIGILANCIAS(K) > 0
                   MOVE SPACES TO LINHA-VIGILANCIA
                   STRING WS-PRO-CODIGO(K) " " WS-PRO-NOME(K) " "
                       WS-PRO-VIGILANCIAS(K)
                       DELIMITED BY SIZE INTO LINHA-VIGILANCIA
                   WRITE LINHA-VIGILANCIA
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-VIGILANCIAS.

       PUBLICA-PLANO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 'recurso-salas.txt' TO WS-SPOOL-FICHEIRO
           MOVE 'PAUTAS RECURSO' TO WS-SPOOL-TITULO
           PERFORM REGISTA-SPOOL
           MOVE 'recurso-vigilancias.txt' TO WS-SPOOL-FICHEIRO
           MOVE 'VIGILANCIAS RECURSO' TO WS-SPOOL-TITULO
           PERFORM REGISTA-SPOOL
           DISPLAY "Plano publicado: " WS-TOTAL-ALC " sala(s) em "
               "recurso-salas.txt e recurso-vigilancias.txt".

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

       END PROGRAM EXAMES-RECURSO.
