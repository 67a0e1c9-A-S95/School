      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registo de ausencias de professores: a secretaria
      *          marca o intervalo de datas e ve cada aula afetada
      *          (horario semanal expandido pelos dias uteis do
      *          calendario escolar), dando a cada uma um substituto
      *          ou o estado SEM AULA (substituicoes.txt); o registo
      *          de aulas passa a assumir o substituto como professor
      *          e nao deixa marcar presencas numa aula que nao houve;
      *          relatorio mensal por professor com ausencias, aulas
      *          perdidas e aulas cobertas, para a direcao e salarios
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSENCIAS-PROFESSORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-CALESCOLAR
               ASSIGN TO 'calendario-escolar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALESCOLAR-STATUS.
           SELECT OPTIONAL FICHEIRO-AUSENCIAS
               ASSIGN TO 'ausencias-professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSENCIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SUBSTITUICOES
               ASSIGN TO 'substituicoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSTITUICOES-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'ausencias-mensal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 TUR-NOME       PIC X(20).
         05 FILLER         PIC X(60).
       FD FICHEIRO-CALESCOLAR.
       01 LINHA-CALESCOLAR.
         05 CES-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 CES-TIPO      PIC X(8).
         05 FILLER        PIC X.
         05 CES-DESCRICAO PIC X(30).
       FD FICHEIRO-AUSENCIAS.
       01 LINHA-AUSENCIA.
         05 AUS-PROFESSOR  PIC X(6).
         05 FILLER         PIC X.
         05 AUS-DATA-INI   PIC 9(8).
         05 FILLER         PIC X.
         05 AUS-DATA-FIM   PIC 9(8).
         05 FILLER         PIC X.
         05 AUS-MOTIVO     PIC X(30).
         05 FILLER         PIC X.
         05 AUS-REGISTO    PIC 9(8).
       FD FICHEIRO-SUBSTITUICOES.
       01 LINHA-SUBSTITUICAO.
         05 SUB-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 SUB-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 SUB-TEMPO      PIC 9(2).
         05 FILLER         PIC X.
         05 SUB-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 SUB-AUSENTE    PIC X(6).
         05 FILLER         PIC X.
         05 SUB-SUBSTITUTO PIC X(6).
         05 FILLER         PIC X.
         05 SUB-ESTADO     PIC X(9).
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
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-HORARIO-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-CALESCOLAR-STATUS PIC XX.
       01 WS-AUSENCIAS-STATUS PIC XX.
       01 WS-SUBSTITUICOES-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-PROFESSORES PIC X.
       01 EOF-HORARIO PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-CALESCOLAR PIC X.
       01 EOF-AUSENCIAS PIC X.
       01 EOF-SUBSTITUICOES PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-PROFESSOR PIC X(6).
       01 WS-SUBSTITUTO PIC X(6).
       01 WS-MOTIVO PIC X(30).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-INI PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-INT-INI PIC 9(7).
       01 WS-INT-FIM PIC 9(7).
       01 WS-DIA-INT PIC 9(7).
       01 WS-DIA-CORRENTE PIC 9(8).
       01 WS-DIA-CONTA PIC X.
       01 WS-RESTO-SEMANA PIC 9.
       01 WS-VALIDO PIC X.
       01 WS-ACHADO PIC 9(3).
       01 WS-AFETADAS PIC 9(3).
       01 WS-GRAVADAS PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 WS-TOTAL-PROF PIC 9(3) VALUE 0.
       01 WS-TABELA-PROFESSORES.
         05 WS-PRO OCCURS 150 TIMES.
           10 WS-PRO-CODIGO    PIC X(6).
           10 WS-PRO-NOME      PIC X(30).
           10 WS-PRO-DIAS      PIC 9(3).
           10 WS-PRO-PERDIDAS  PIC 9(4).
           10 WS-PRO-COBERTAS  PIC 9(4).
           10 WS-PRO-FEITAS    PIC 9(4).
       01 WS-TOTAL-HOR PIC 9(3) VALUE 0.
       01 WS-TABELA-HORARIO.
         05 WS-HOR OCCURS 400 TIMES.
           10 WS-HOR-TURMA      PIC X(6).
           10 WS-HOR-DIA        PIC 9.
           10 WS-HOR-TEMPO      PIC 9(2).
           10 WS-HOR-DISCIPLINA PIC X(4).
           10 WS-HOR-PROFESSOR  PIC X(20).
       01 WS-TOTAL-SUB PIC 9(4) VALUE 0.
       01 WS-SUB-I PIC 9(4).
       01 WS-SUB-ACHADA PIC 9(4).
       01 WS-SUB-CHEIA PIC X VALUE 'N'.
       01 WS-SUB-AVISO PIC X VALUE 'N'.
       01 WS-TABELA-SUBSTITUICOES.
         05 WS-SUB OCCURS 1000 TIMES.
           10 WS-SUB-DATA       PIC 9(8).
           10 WS-SUB-TURMA      PIC X(6).
           10 WS-SUB-TEMPO      PIC 9(2).
           10 WS-SUB-DISCIPLINA PIC X(4).
           10 WS-SUB-AUSENTE    PIC X(6).
           10 WS-SUB-SUBSTITUTO PIC X(6).
           10 WS-SUB-ESTADO     PIC X(9).
       01 WS-TOTAL-NAO-UTEIS PIC 9(3) VALUE 0.
       01 WS-TABELA-NAO-UTEIS.
         05 WS-NAO-UTIL PIC 9(8) OCCURS 100 TIMES.
       01 WS-NOMES-DIAS.
         05 FILLER PIC X(7) VALUE 'SEGUNDA'.
         05 FILLER PIC X(7) VALUE 'TERCA'.
         05 FILLER PIC X(7) VALUE 'QUARTA'.
         05 FILLER PIC X(7) VALUE 'QUINTA'.
         05 FILLER PIC X(7) VALUE 'SEXTA'.
       01 FILLER REDEFINES WS-NOMES-DIAS.
         05 WS-NOME-DIA PIC X(7) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "AUSENCIAS E SUBSTITUICOES DE PROFESSORES"
               DISPLAY "1 - REGISTAR AUSENCIA"
               DISPLAY "2 - LISTAR AULAS AFETADAS"
               DISPLAY "3 - RELATORIO MENSAL POR PROFESSOR"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM REGISTAR-AUSENCIA
                   WHEN 2
                       PERFORM LISTAR-SUBSTITUICOES
                   WHEN 3
                       PERFORM RELATORIO-MENSAL
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REGISTAR-AUSENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CARREGA-PROFESSORES
           DISPLAY "PROFESSOR AUSENTE (codigo): " WITH NO ADVANCING
           MOVE SPACES TO WS-PROFESSOR
           ACCEPT WS-PROFESSOR
           MOVE FUNCTION UPPER-CASE(WS-PROFESSOR) TO WS-PROFESSOR
           PERFORM PROCURA-PROFESSOR
           IF WS-ACHADO = 0
               DISPLAY "Professor " WS-PROFESSOR
                   " nao existe em professores.txt"
           ELSE
               DISPLAY WS-PRO-NOME(WS-ACHADO)
               PERFORM PEDE-INTERVALO
               IF WS-DATA-FIM < WS-DATA-INI
                   DISPLAY "Intervalo invalido, nada registado"
               ELSE
                   DISPLAY "MOTIVO: " WITH NO ADVANCING
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   PERFORM CARREGA-HORARIO
                   PERFORM CARREGA-NAO-UTEIS
                   PERFORM CARREGA-SUBSTITUICOES
                   PERFORM TRATA-AULAS-AFETADAS
                   PERFORM GRAVA-AUSENCIA
                   PERFORM GRAVA-SUBSTITUICOES
                   DISPLAY "Ausencia registada: " WS-AFETADAS
                       " aula(s) afetada(s), " WS-GRAVADAS
                       " decidida(s) agora"
               END-IF
           END-IF.

       PEDE-INTERVALO.
           DISPLAY "DESDE (AAAAMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE WS-DATA TO WS-DATA-INI
           ELSE
               COMPUTE WS-DATA-INI = FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           DISPLAY "ATE (AAAAMMDD, ENTER = o mesmo dia): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE WS-DATA-INI TO WS-DATA-FIM
           ELSE
               COMPUTE WS-DATA-FIM = FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INI) NOT = 0 OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FIM) NOT = 0
               DISPLAY "Data invalida"
               MOVE 0 TO WS-DATA-FIM
           END-IF.

       TRATA-AULAS-AFETADAS.
      * Cada aula do horario do professor num dia util do intervalo
      * e uma aula afetada; as que ja tinham decisao (ausencia
      * registada em duplicado) so sao mostradas
           MOVE 0 TO WS-AFETADAS
           MOVE 0 TO WS-GRAVADAS
           COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE(WS-DATA-INI)
           COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
           PERFORM VARYING WS-DIA-INT FROM WS-INT-INI BY 1
               UNTIL WS-DIA-INT > WS-INT-FIM
               COMPUTE WS-DIA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM AVALIA-DIA-UTIL
               IF WS-DIA-CONTA = 'S'
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-HOR
                       IF WS-HOR-PROFESSOR(I) = WS-PROFESSOR AND
                           WS-HOR-DIA(I) = WS-RESTO-SEMANA
                           ADD 1 TO WS-AFETADAS
                           PERFORM TRATA-UMA-AULA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       TRATA-UMA-AULA.
           DISPLAY WS-DIA-CORRENTE " " WS-NOME-DIA(WS-RESTO-SEMANA)
               " TURMA " WS-HOR-TURMA(I) " TEMPO " WS-HOR-TEMPO(I)
               " " WS-HOR-DISCIPLINA(I)
           MOVE WS-HOR-TURMA(I) TO TUR-CODIGO
           PERFORM MOSTRA-NOME-TURMA
           PERFORM PROCURA-SUBSTITUICAO
           IF WS-SUB-ACHADA > 0
               DISPLAY "  Ja decidida: " WS-SUB-ESTADO(WS-SUB-ACHADA)
                   " " WS-SUB-SUBSTITUTO(WS-SUB-ACHADA)
           ELSE
               IF WS-TOTAL-SUB >= 1000
                   IF WS-SUB-AVISO = 'N'
                       DISPLAY "Tabela de substituicoes cheia;"
                           " aulas seguintes ficam por decidir"
                   END-IF
                   MOVE 'S' TO WS-SUB-AVISO
               ELSE
                   PERFORM PEDE-SUBSTITUTO
                   ADD 1 TO WS-TOTAL-SUB
                   MOVE WS-DIA-CORRENTE TO WS-SUB-DATA(WS-TOTAL-SUB)
                   MOVE WS-HOR-TURMA(I) TO WS-SUB-TURMA(WS-TOTAL-SUB)
                   MOVE WS-HOR-TEMPO(I) TO WS-SUB-TEMPO(WS-TOTAL-SUB)
                   MOVE WS-HOR-DISCIPLINA(I)
                       TO WS-SUB-DISCIPLINA(WS-TOTAL-SUB)
                   MOVE WS-PROFESSOR TO WS-SUB-AUSENTE(WS-TOTAL-SUB)
                   MOVE WS-SUBSTITUTO
                       TO WS-SUB-SUBSTITUTO(WS-TOTAL-SUB)
                   IF WS-SUBSTITUTO = SPACES
                       MOVE 'SEM AULA' TO WS-SUB-ESTADO(WS-TOTAL-SUB)
                   ELSE
                       MOVE 'SUBSTITUI'
                           TO WS-SUB-ESTADO(WS-TOTAL-SUB)
                   END-IF
                   ADD 1 TO WS-GRAVADAS
               END-IF
           END-IF.

       MOSTRA-NOME-TURMA.
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO = WS-HOR-TURMA(I)
                               DISPLAY "  " TUR-NOME
                               MOVE 'S' TO EOF-TURMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       PEDE-SUBSTITUTO.
      * O substituto tem de existir no mestre e estar livre nesse
      * tempo: sem aula propria no horario e sem outra
      * substituicao ja marcada para a mesma data e tempo
           MOVE 'N' TO WS-VALIDO
           PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY "  SUBSTITUTO (codigo, ENTER = sem aula): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SUBSTITUTO
               ACCEPT WS-SUBSTITUTO
               MOVE FUNCTION UPPER-CASE(WS-SUBSTITUTO)
                   TO WS-SUBSTITUTO
               MOVE 'S' TO WS-VALIDO
               IF WS-SUBSTITUTO NOT = SPACES
                   PERFORM VALIDA-SUBSTITUTO
               END-IF
           END-PERFORM.

       VALIDA-SUBSTITUTO.
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PROF
               IF WS-PRO-CODIGO(K) = WS-SUBSTITUTO
                   MOVE K TO J
               END-IF
           END-PERFORM
           IF J = 0 OR WS-SUBSTITUTO = WS-PROFESSOR
               DISPLAY "  Substituto invalido"
               MOVE 'N' TO WS-VALIDO
           ELSE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-HOR
                   IF WS-HOR-PROFESSOR(K) = WS-SUBSTITUTO AND
                       WS-HOR-DIA(K) = WS-RESTO-SEMANA AND
                       WS-HOR-TEMPO(K) = WS-HOR-TEMPO(I)
                       DISPLAY "  " WS-SUBSTITUTO " tem aula na turma "
                           WS-HOR-TURMA(K) " nesse tempo"
                       MOVE 'N' TO WS-VALIDO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-TOTAL-SUB
                   IF WS-SUB-SUBSTITUTO(WS-SUB-I) = WS-SUBSTITUTO AND
                       WS-SUB-DATA(WS-SUB-I) = WS-DIA-CORRENTE AND
                       WS-SUB-TEMPO(WS-SUB-I) = WS-HOR-TEMPO(I)
                       DISPLAY "  " WS-SUBSTITUTO " ja substitui na"
                           " turma " WS-SUB-TURMA(WS-SUB-I)
                           " nesse tempo"
                       MOVE 'N' TO WS-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

       PROCURA-SUBSTITUICAO.
           MOVE 0 TO WS-SUB-ACHADA
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
               UNTIL WS-SUB-I > WS-TOTAL-SUB
               IF WS-SUB-DATA(WS-SUB-I) = WS-DIA-CORRENTE AND
                   WS-SUB-TURMA(WS-SUB-I) = WS-HOR-TURMA(I) AND
                   WS-SUB-TEMPO(WS-SUB-I) = WS-HOR-TEMPO(I)
                   MOVE WS-SUB-I TO WS-SUB-ACHADA
               END-IF
           END-PERFORM.

       GRAVA-AUSENCIA.
           OPEN EXTEND FICHEIRO-AUSENCIAS
           MOVE SPACES TO LINHA-AUSENCIA
           MOVE WS-PROFESSOR TO AUS-PROFESSOR
           MOVE WS-DATA-INI TO AUS-DATA-INI
           MOVE WS-DATA-FIM TO AUS-DATA-FIM
           MOVE WS-MOTIVO TO AUS-MOTIVO
           MOVE WS-DATA TO AUS-REGISTO
           WRITE LINHA-AUSENCIA
           CLOSE FICHEIRO-AUSENCIAS.

       LISTAR-SUBSTITUICOES.
           PERFORM CARREGA-SUBSTITUICOES
           IF WS-TOTAL-SUB = 0
               DISPLAY "Sem aulas afetadas registadas"
           ELSE
               DISPLAY "DATA     TURMA  TEMPO DISC AUSENTE SUBST  "
                   "ESTADO"
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-TOTAL-SUB
                   DISPLAY WS-SUB-DATA(WS-SUB-I) " "
                       WS-SUB-TURMA(WS-SUB-I) " "
                       WS-SUB-TEMPO(WS-SUB-I) "    "
                       WS-SUB-DISCIPLINA(WS-SUB-I) " "
                       WS-SUB-AUSENTE(WS-SUB-I) "  "
                       WS-SUB-SUBSTITUTO(WS-SUB-I) " "
                       WS-SUB-ESTADO(WS-SUB-I)
               END-PERFORM
           END-IF.

       RELATORIO-MENSAL.
      * Por professor: dias uteis de ausencia no mes, aulas suas
      * que ficaram sem aula, aulas suas dadas por outros e aulas
      * que deu em substituicao de colegas
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           DISPLAY "MES (AAAAMM, ENTER = mes corrente): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           IF WS-MES-TEXTO = SPACES
               MOVE WS-DATA(1:6) TO WS-MES
           ELSE
               COMPUTE WS-MES = FUNCTION NUMVAL(WS-MES-TEXTO)
           END-IF
           PERFORM CARREGA-PROFESSORES
           PERFORM CARREGA-NAO-UTEIS
           PERFORM CARREGA-SUBSTITUICOES
           PERFORM CONTA-DIAS-AUSENCIA
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
               UNTIL WS-SUB-I > WS-TOTAL-SUB
               IF WS-SUB-DATA(WS-SUB-I)(1:6) = WS-MES
                   PERFORM ACUMULA-SUBSTITUICAO
               END-IF
           END-PERFORM
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AUSENCIAS DE PROFESSORES - MES " WS-MES
               " (EMITIDO EM " WS-DATA ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CODIGO NOME                           DIAS"
               " PERDIDAS COBERTAS SUBSTITUIU"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
               IF WS-PRO-DIAS(I) > 0 OR WS-PRO-PERDIDAS(I) > 0 OR
                   WS-PRO-COBERTAS(I) > 0 OR WS-PRO-FEITAS(I) > 0
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WS-PRO-CODIGO(I) " " WS-PRO-NOME(I) " "
                       WS-PRO-DIAS(I) "  " WS-PRO-PERDIDAS(I)
                       "     " WS-PRO-COBERTAS(I) "     "
                       WS-PRO-FEITAS(I)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-RELATORIO
           PERFORM REGISTA-SPOOL
           DISPLAY "Relatorio em ausencias-mensal.txt".

       CONTA-DIAS-AUSENCIA.
           MOVE 'N' TO EOF-AUSENCIAS
           OPEN INPUT FICHEIRO-AUSENCIAS
           IF WS-AUSENCIAS-STATUS = '00' OR WS-AUSENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-AUSENCIAS = 'S'
                   READ FICHEIRO-AUSENCIAS
                       AT END
                           MOVE 'S' TO EOF-AUSENCIAS
                       NOT AT END
                           MOVE AUS-PROFESSOR TO WS-PROFESSOR
                           PERFORM PROCURA-PROFESSOR
                           IF WS-ACHADO > 0 AND
                               AUS-DATA-INI IS NUMERIC AND
                               AUS-DATA-FIM IS NUMERIC
                               PERFORM CONTA-DIAS-DE-UMA-AUSENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUSENCIAS
           END-IF.

       CONTA-DIAS-DE-UMA-AUSENCIA.
           COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE(AUS-DATA-INI)
           COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(AUS-DATA-FIM)
           PERFORM VARYING WS-DIA-INT FROM WS-INT-INI BY 1
               UNTIL WS-DIA-INT > WS-INT-FIM
               COMPUTE WS-DIA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               IF WS-DIA-CORRENTE(1:6) = WS-MES
                   PERFORM AVALIA-DIA-UTIL
                   IF WS-DIA-CONTA = 'S'
                       ADD 1 TO WS-PRO-DIAS(WS-ACHADO)
                   END-IF
               END-IF
           END-PERFORM.

       ACUMULA-SUBSTITUICAO.
           MOVE WS-SUB-AUSENTE(WS-SUB-I) TO WS-PROFESSOR
           PERFORM PROCURA-PROFESSOR
           IF WS-ACHADO > 0
               IF WS-SUB-ESTADO(WS-SUB-I) = 'SEM AULA'
                   ADD 1 TO WS-PRO-PERDIDAS(WS-ACHADO)
               ELSE
                   ADD 1 TO WS-PRO-COBERTAS(WS-ACHADO)
               END-IF
           END-IF
           IF WS-SUB-ESTADO(WS-SUB-I) = 'SUBSTITUI'
               MOVE WS-SUB-SUBSTITUTO(WS-SUB-I) TO WS-PROFESSOR
               PERFORM PROCURA-PROFESSOR
               IF WS-ACHADO > 0
                   ADD 1 TO WS-PRO-FEITAS(WS-ACHADO)
               END-IF
           END-IF.

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
                               WS-TOTAL-PROF < 150
                               ADD 1 TO WS-TOTAL-PROF
                               MOVE PRO-CODIGO
                                   TO WS-PRO-CODIGO(WS-TOTAL-PROF)
                               MOVE PRO-NOME
                                   TO WS-PRO-NOME(WS-TOTAL-PROF)
                               MOVE 0 TO WS-PRO-DIAS(WS-TOTAL-PROF)
                               MOVE 0 TO
                                   WS-PRO-PERDIDAS(WS-TOTAL-PROF)
                               MOVE 0 TO
                                   WS-PRO-COBERTAS(WS-TOTAL-PROF)
                               MOVE 0 TO WS-PRO-FEITAS(WS-TOTAL-PROF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           END-IF.

       PROCURA-PROFESSOR.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PROF
               IF WS-PRO-CODIGO(K) = WS-PROFESSOR
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM.

       CARREGA-HORARIO.
           MOVE 0 TO WS-TOTAL-HOR
           MOVE 'N' TO EOF-HORARIO
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00' OR WS-HORARIO-STATUS = '05'
               PERFORM UNTIL EOF-HORARIO = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-HORARIO
                       NOT AT END
                           IF HOR-TURMA NOT = SPACES AND
                               WS-TOTAL-HOR < 400
                               ADD 1 TO WS-TOTAL-HOR
                               MOVE HOR-TURMA
                                   TO WS-HOR-TURMA(WS-TOTAL-HOR)
                               MOVE HOR-DIA TO WS-HOR-DIA(WS-TOTAL-HOR)
                               MOVE HOR-TEMPO
                                   TO WS-HOR-TEMPO(WS-TOTAL-HOR)
                               MOVE HOR-DISCIPLINA
                                   TO WS-HOR-DISCIPLINA(WS-TOTAL-HOR)
                               MOVE HOR-PROFESSOR
                                   TO WS-HOR-PROFESSOR(WS-TOTAL-HOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF.

       CARREGA-SUBSTITUICOES.
           MOVE 0 TO WS-TOTAL-SUB
           MOVE 'N' TO WS-SUB-CHEIA
           MOVE 'N' TO WS-SUB-AVISO
           MOVE 'N' TO EOF-SUBSTITUICOES
           OPEN INPUT FICHEIRO-SUBSTITUICOES
           IF WS-SUBSTITUICOES-STATUS = '00' OR
               WS-SUBSTITUICOES-STATUS = '05'
               PERFORM UNTIL EOF-SUBSTITUICOES = 'S'
                   READ FICHEIRO-SUBSTITUICOES
                       AT END
                           MOVE 'S' TO EOF-SUBSTITUICOES
                       NOT AT END
                           IF SUB-DATA IS NUMERIC
                               PERFORM GUARDA-SUBSTITUICAO-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SUBSTITUICOES
           END-IF.

       GUARDA-SUBSTITUICAO-LIDA.
      * Tabela cheia nao deixa regravar o ficheiro (perdiam-se as
      * linhas que nao couberam)
           IF WS-TOTAL-SUB < 1000
               ADD 1 TO WS-TOTAL-SUB
               MOVE SUB-DATA TO WS-SUB-DATA(WS-TOTAL-SUB)
               MOVE SUB-TURMA TO WS-SUB-TURMA(WS-TOTAL-SUB)
               MOVE SUB-TEMPO TO WS-SUB-TEMPO(WS-TOTAL-SUB)
               MOVE SUB-DISCIPLINA TO WS-SUB-DISCIPLINA(WS-TOTAL-SUB)
               MOVE SUB-AUSENTE TO WS-SUB-AUSENTE(WS-TOTAL-SUB)
               MOVE SUB-SUBSTITUTO TO WS-SUB-SUBSTITUTO(WS-TOTAL-SUB)
               MOVE SUB-ESTADO TO WS-SUB-ESTADO(WS-TOTAL-SUB)
           ELSE
               MOVE 'S' TO WS-SUB-CHEIA
           END-IF.

       GRAVA-SUBSTITUICOES.
           IF WS-SUB-CHEIA = 'S'
               DISPLAY "substituicoes.txt no limite; nao regravado"
           ELSE
               OPEN OUTPUT FICHEIRO-SUBSTITUICOES
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-TOTAL-SUB
                   MOVE SPACES TO LINHA-SUBSTITUICAO
                   MOVE WS-SUB-DATA(WS-SUB-I) TO SUB-DATA
                   MOVE WS-SUB-TURMA(WS-SUB-I) TO SUB-TURMA
                   MOVE WS-SUB-TEMPO(WS-SUB-I) TO SUB-TEMPO
                   MOVE WS-SUB-DISCIPLINA(WS-SUB-I) TO SUB-DISCIPLINA
                   MOVE WS-SUB-AUSENTE(WS-SUB-I) TO SUB-AUSENTE
                   MOVE WS-SUB-SUBSTITUTO(WS-SUB-I) TO SUB-SUBSTITUTO
                   MOVE WS-SUB-ESTADO(WS-SUB-I) TO SUB-ESTADO
                   WRITE LINHA-SUBSTITUICAO
               END-PERFORM
               CLOSE FICHEIRO-SUBSTITUICOES
           END-IF.

       CARREGA-NAO-UTEIS.
           MOVE 0 TO WS-TOTAL-NAO-UTEIS
           MOVE 'N' TO EOF-CALESCOLAR
           OPEN INPUT FICHEIRO-CALESCOLAR
           IF WS-CALESCOLAR-STATUS = '00' OR
               WS-CALESCOLAR-STATUS = '05'
               PERFORM UNTIL EOF-CALESCOLAR = 'S'
                   READ FICHEIRO-CALESCOLAR
                       AT END
                           MOVE 'S' TO EOF-CALESCOLAR
                       NOT AT END
                           IF CES-DATA IS NUMERIC AND
                               (CES-TIPO = 'FERIADO' OR
                                CES-TIPO = 'FERIAS') AND
                               WS-TOTAL-NAO-UTEIS < 100
                               ADD 1 TO WS-TOTAL-NAO-UTEIS
                               MOVE CES-DATA TO
                                   WS-NAO-UTIL(WS-TOTAL-NAO-UTEIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CALESCOLAR
           END-IF.

       AVALIA-DIA-UTIL.
      * Mesmo criterio do calendario escolar: fins de semana pelo
      * resto da divisao por 7, feriados e ferias pelo ficheiro
           MOVE 'S' TO WS-DIA-CONTA
           COMPUTE WS-RESTO-SEMANA =
               FUNCTION MOD(WS-DIA-INT, 7)
           IF WS-RESTO-SEMANA = 6 OR WS-RESTO-SEMANA = 0
               MOVE 'N' TO WS-DIA-CONTA
           END-IF
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-NAO-UTEIS
               IF WS-NAO-UTIL(K) = WS-DIA-CORRENTE
                   MOVE 'N' TO WS-DIA-CONTA
               END-IF
           END-PERFORM.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'ausencias-mensal.txt' TO SPL-FICHEIRO
           MOVE 'AUSENCIAS PROFESSOR' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM AUSENCIAS-PROFESSORES.
