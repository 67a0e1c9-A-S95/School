      ******************************************************************
      * Author:
      * Date:
      * Purpose: Horario semanal das turmas (horario.txt: turma, dia
      *          da semana, tempo, disciplina, professor e sala), com
      *          manutencao que recusa o mesmo professor ou a mesma
      *          sala marcados duas vezes no mesmo dia e tempo, e
      *          relatorio semanal que expande o horario pelos dias
      *          uteis do calendario escolar e lista cada aula
      *          prevista sem registo em aulas.txt (sumario em falta);
      *          o professor e o codigo de professores.txt; as aulas
      *          marcadas SEM AULA por ausencia do professor
      *          (substituicoes.txt) nao contam como sumario em falta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-HORARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-DISCIPLINAS
               ASSIGN TO 'disciplinas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIPLINAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-AULAS
               ASSIGN TO 'aulas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULAS-STATUS.
           SELECT OPTIONAL FICHEIRO-CALESCOLAR
               ASSIGN TO 'calendario-escolar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALESCOLAR-STATUS.
           SELECT OPTIONAL FICHEIRO-SUBSTITUICOES
               ASSIGN TO 'substituicoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSTITUICOES-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'aulas-em-falta.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD FICHEIRO-AULAS.
       01 LINHA-AULA.
         05 AUL-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 AUL-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 AUL-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 AUL-NUM        PIC 9(2).
         05 FILLER         PIC X.
         05 AUL-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 AUL-SUMARIO    PIC X(30).
         05 FILLER         PIC X.
         05 AUL-PROFESSOR  PIC X(20).
       FD FICHEIRO-CALESCOLAR.
       01 LINHA-CALENDARIO.
         05 CES-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 CES-TIPO      PIC X(8).
         05 FILLER        PIC X.
         05 CES-DESCRICAO PIC X(30).
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
       01 WS-HORARIO-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-DISCIPLINAS-STATUS PIC XX.
       01 WS-AULAS-STATUS PIC XX.
       01 WS-CALESCOLAR-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-HORARIO PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-DISCIPLINAS PIC X.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 EOF-PROFESSORES PIC X.
       01 EOF-AULAS PIC X.
       01 EOF-CALESCOLAR PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-TURMA PIC X(6).
       01 WS-DIA-TEXTO PIC X.
       01 WS-DIA PIC 9.
       01 WS-TEMPO-TEXTO PIC X(2).
       01 WS-TEMPO PIC 9(2).
       01 WS-DISCIPLINA PIC X(4).
       01 WS-PROFESSOR PIC X(20).
       01 WS-SALA PIC X(6).
       01 WS-DISCIPLINA-NOVA PIC X(4).
       01 WS-PROFESSOR-NOVO PIC X(20).
       01 WS-SALA-NOVA PIC X(6).
       01 WS-CONFIRMA PIC X.
       01 WS-VALIDO PIC X.
       01 WS-CONFLITO PIC X.
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 WS-ACHADO PIC 9(3).
       01 WS-NOMES-DIAS.
         05 FILLER PIC X(7) VALUE 'SEGUNDA'.
         05 FILLER PIC X(7) VALUE 'TERCA'.
         05 FILLER PIC X(7) VALUE 'QUARTA'.
         05 FILLER PIC X(7) VALUE 'QUINTA'.
         05 FILLER PIC X(7) VALUE 'SEXTA'.
       01 WS-TABELA-NOMES-DIAS REDEFINES WS-NOMES-DIAS.
         05 WS-NOME-DIA PIC X(7) OCCURS 5 TIMES.
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-SEGUNDA PIC 9(8).
       01 WS-HOJE-INT PIC 9(7).
       01 WS-DIA-INT PIC 9(7).
       01 WS-SEGUNDA-INT PIC 9(7).
       01 WS-DIA-CORRENTE PIC 9(8).
       01 WS-RESTO-SEMANA PIC 9.
       01 WS-DIA-CONTA PIC X.
       01 WS-PREVISTAS PIC 9(4).
       01 WS-EM-FALTA PIC 9(4).
       01 WS-TOTAL-NAO-UTEIS PIC 9(3) VALUE 0.
       01 WS-TABELA-NAO-UTEIS.
         05 WS-NAO-UTIL PIC 9(8) OCCURS 100 TIMES.
       01 WS-TOTAL-HOR PIC 9(3) VALUE 0.
       01 WS-HOR-CHEIO PIC X VALUE 'N'.
       01 WS-TABELA-HORARIO.
         05 WS-HOR OCCURS 400 TIMES.
           10 WS-HOR-TURMA      PIC X(6).
           10 WS-HOR-DIA        PIC 9.
           10 WS-HOR-TEMPO      PIC 9(2).
           10 WS-HOR-DISCIPLINA PIC X(4).
           10 WS-HOR-PROFESSOR  PIC X(20).
           10 WS-HOR-SALA       PIC X(6).
       01 WS-TOTAL-AULAS PIC 9(4) VALUE 0.
       01 WS-TABELA-AULAS.
         05 WS-AUL OCCURS 2000 TIMES.
           10 WS-AUL-TURMA PIC X(6).
           10 WS-AUL-DATA  PIC 9(8).
           10 WS-AUL-NUM   PIC 9(2).
       01 WS-AUL-I PIC 9(4).
       01 WS-AULA-DADA PIC X.
       01 WS-SUBSTITUICOES-STATUS PIC XX.
       01 EOF-SUBSTITUICOES PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "HORARIO SEMANAL (horario.txt)"
               DISPLAY "1 - LISTAR HORARIO DE UMA TURMA"
               DISPLAY "2 - MARCAR/ALTERAR TEMPO"
               DISPLAY "3 - LIBERTAR TEMPO"
               DISPLAY "4 - RELATORIO SEMANAL DE AULAS EM FALTA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-HORARIO
                   WHEN 2
                       PERFORM MARCAR-TEMPO
                   WHEN 3
                       PERFORM LIBERTAR-TEMPO
                   WHEN 4
                       PERFORM RELATORIO-AULAS-EM-FALTA
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-HORARIO.
           MOVE 0 TO WS-TOTAL-HOR
           MOVE 'N' TO WS-HOR-CHEIO
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
                               MOVE HOR-DIA
                                   TO WS-HOR-DIA(WS-TOTAL-HOR)
                               MOVE HOR-TEMPO
                                   TO WS-HOR-TEMPO(WS-TOTAL-HOR)
                               MOVE HOR-DISCIPLINA
                                   TO WS-HOR-DISCIPLINA(WS-TOTAL-HOR)
                               MOVE HOR-PROFESSOR
                                   TO WS-HOR-PROFESSOR(WS-TOTAL-HOR)
                               MOVE HOR-SALA
                                   TO WS-HOR-SALA(WS-TOTAL-HOR)
                           ELSE
                               IF HOR-TURMA NOT = SPACES
                                   MOVE 'S' TO WS-HOR-CHEIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF
           IF WS-HOR-CHEIO = 'S'
               DISPLAY "AVISO: horario.txt excede a tabela de 400"
                   " tempos; leitura parcial e regravacao bloqueada"
           END-IF.

       GRAVA-HORARIO.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima, como nas prestacoes
           IF WS-HOR-CHEIO = 'S'
               DISPLAY "horario.txt nao regravado: a alteracao nao"
                   " ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-HORARIO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-HOR
                   MOVE SPACES TO LINHA-HORARIO
                   MOVE WS-HOR-TURMA(I) TO HOR-TURMA
                   MOVE WS-HOR-DIA(I) TO HOR-DIA
                   MOVE WS-HOR-TEMPO(I) TO HOR-TEMPO
                   MOVE WS-HOR-DISCIPLINA(I) TO HOR-DISCIPLINA
                   MOVE WS-HOR-PROFESSOR(I) TO HOR-PROFESSOR
                   MOVE WS-HOR-SALA(I) TO HOR-SALA
                   WRITE LINHA-HORARIO
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF.

       LISTAR-HORARIO.
           PERFORM CARREGA-HORARIO
           DISPLAY "TURMA: " WITH NO ADVANCING
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
           MOVE 0 TO WS-ACHADO
           DISPLAY "DIA     TEMPO DISC PROFESSOR            SALA"
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 5
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-HOR
                   IF WS-HOR-TURMA(I) = WS-TURMA AND
                       WS-HOR-DIA(I) = WS-DIA
                       ADD 1 TO WS-ACHADO
                       DISPLAY WS-NOME-DIA(WS-DIA) " "
                           WS-HOR-TEMPO(I) "    "
                           WS-HOR-DISCIPLINA(I) " "
                           WS-HOR-PROFESSOR(I) " "
                           WS-HOR-SALA(I)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "Turma sem tempos marcados"
           END-IF.

       PEDE-DIA-E-TEMPO.
           DISPLAY "TURMA: " WITH NO ADVANCING
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
           DISPLAY "DIA DA SEMANA (1=SEG ... 5=SEX): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DIA-TEXTO
           ACCEPT WS-DIA-TEXTO
           IF WS-DIA-TEXTO IS NUMERIC
               MOVE WS-DIA-TEXTO TO WS-DIA
           ELSE
               MOVE 0 TO WS-DIA
           END-IF
           DISPLAY "TEMPO NO DIA (1, 2, ...): " WITH NO ADVANCING
           MOVE SPACES TO WS-TEMPO-TEXTO
           ACCEPT WS-TEMPO-TEXTO
           COMPUTE WS-TEMPO = FUNCTION NUMVAL(WS-TEMPO-TEXTO)
           MOVE 'S' TO WS-VALIDO
           IF WS-TURMA = SPACES OR WS-DIA < 1 OR WS-DIA > 5 OR
               WS-TEMPO = 0
               DISPLAY "Turma, dia (1 a 5) e tempo sao obrigatorios"
               MOVE 'N' TO WS-VALIDO
           END-IF
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-HOR
               IF WS-HOR-TURMA(I) = WS-TURMA AND
                   WS-HOR-DIA(I) = WS-DIA AND
                   WS-HOR-TEMPO(I) = WS-TEMPO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       MARCAR-TEMPO.
           PERFORM CARREGA-HORARIO
           PERFORM PEDE-DIA-E-TEMPO
           IF WS-VALIDO = 'S'
               PERFORM VALIDA-TURMA
           END-IF
           IF WS-VALIDO = 'S'
               IF WS-ACHADO = 0 AND WS-TOTAL-HOR >= 400
                   DISPLAY "Tabela do horario cheia, nada marcado"
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF
           IF WS-VALIDO = 'S'
               PERFORM PEDE-DADOS-TEMPO
           END-IF
           IF WS-VALIDO = 'S'
               PERFORM VERIFICA-CONFLITOS
               IF WS-CONFLITO = 'S'
                   DISPLAY "Tempo nao marcado"
               ELSE
                   IF WS-ACHADO = 0
                       ADD 1 TO WS-TOTAL-HOR
                       MOVE WS-TOTAL-HOR TO WS-ACHADO
                   END-IF
                   MOVE WS-TURMA TO WS-HOR-TURMA(WS-ACHADO)
                   MOVE WS-DIA TO WS-HOR-DIA(WS-ACHADO)
                   MOVE WS-TEMPO TO WS-HOR-TEMPO(WS-ACHADO)
                   MOVE WS-DISCIPLINA TO WS-HOR-DISCIPLINA(WS-ACHADO)
                   MOVE WS-PROFESSOR TO WS-HOR-PROFESSOR(WS-ACHADO)
                   MOVE WS-SALA TO WS-HOR-SALA(WS-ACHADO)
                   PERFORM GRAVA-HORARIO
                   DISPLAY "Tempo " WS-TEMPO " de "
                       WS-NOME-DIA(WS-DIA) " da turma " WS-TURMA
                       " gravado"
               END-IF
           END-IF.

       PEDE-DADOS-TEMPO.
      * ENTER mantem o valor atual quando o tempo ja existe, como
      * na manutencao de turmas
           IF WS-ACHADO > 0
               MOVE WS-HOR-DISCIPLINA(WS-ACHADO) TO WS-DISCIPLINA
               MOVE WS-HOR-PROFESSOR(WS-ACHADO) TO WS-PROFESSOR
               MOVE WS-HOR-SALA(WS-ACHADO) TO WS-SALA
               DISPLAY "Atual: " WS-DISCIPLINA " " WS-PROFESSOR
                   " " WS-SALA
           ELSE
               MOVE SPACES TO WS-DISCIPLINA
               MOVE SPACES TO WS-PROFESSOR
               MOVE SPACES TO WS-SALA
           END-IF
           DISPLAY "DISCIPLINA (ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-DISCIPLINA-NOVA
           ACCEPT WS-DISCIPLINA-NOVA
           IF WS-DISCIPLINA-NOVA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA-NOVA)
                   TO WS-DISCIPLINA
           END-IF
           DISPLAY "PROFESSOR (ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-PROFESSOR-NOVO
           ACCEPT WS-PROFESSOR-NOVO
           IF WS-PROFESSOR-NOVO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-PROFESSOR-NOVO)
                   TO WS-PROFESSOR
           END-IF
           DISPLAY "SALA (ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-SALA-NOVA
           ACCEPT WS-SALA-NOVA
           IF WS-SALA-NOVA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SALA-NOVA) TO WS-SALA
           END-IF
           IF WS-DISCIPLINA = SPACES OR WS-PROFESSOR = SPACES OR
               WS-SALA = SPACES
               DISPLAY "Disciplina, professor e sala sao"
                   " obrigatorios"
               MOVE 'N' TO WS-VALIDO
           ELSE
               PERFORM VALIDA-DISCIPLINA
               IF WS-VALIDO = 'S'
                   PERFORM VALIDA-PROFESSOR
               END-IF
           END-IF.

       VALIDA-TURMA.
           MOVE 'N' TO WS-VALIDO
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO = WS-TURMA
                               MOVE 'S' TO WS-VALIDO
                               MOVE 'S' TO EOF-TURMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF
           IF WS-VALIDO = 'N'
               DISPLAY "Turma " WS-TURMA " nao existe em turmas.txt"
           END-IF.

       VALIDA-DISCIPLINA.
           MOVE 'N' TO WS-VALIDO
           MOVE 'N' TO EOF-DISCIPLINAS
           OPEN INPUT FICHEIRO-DISCIPLINAS
           IF WS-DISCIPLINAS-STATUS = '00' OR
               WS-DISCIPLINAS-STATUS = '05'
               PERFORM UNTIL EOF-DISCIPLINAS = 'S'
                   READ FICHEIRO-DISCIPLINAS
                       AT END
                           MOVE 'S' TO EOF-DISCIPLINAS
                       NOT AT END
                           IF DSC-CODIGO = WS-DISCIPLINA
                               MOVE 'S' TO WS-VALIDO
                               MOVE 'S' TO EOF-DISCIPLINAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISCIPLINAS
           END-IF
           IF WS-VALIDO = 'N'
               DISPLAY "Disciplina " WS-DISCIPLINA
                   " nao existe em disciplinas.txt"
           END-IF.

       VALIDA-PROFESSOR.
      * Sem professores.txt o codigo e aceite sem validacao
           MOVE 'N' TO WS-VALIDO
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO = WS-PROFESSOR
                               MOVE 'S' TO WS-VALIDO
                               MOVE 'S' TO EOF-PROFESSORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
               IF WS-VALIDO = 'N'
                   DISPLAY "Professor " WS-PROFESSOR
                       " nao existe em professores.txt"
               END-IF
           ELSE
               IF WS-PROFESSORES-STATUS = '05'
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
               DISPLAY "Aviso: professores.txt nao encontrado, codigo"
                   " aceite sem validacao"
               MOVE 'S' TO WS-VALIDO
           END-IF.

       VERIFICA-CONFLITOS.
      * O mesmo professor ou a mesma sala nao podem estar em duas
      * turmas no mesmo dia e tempo; o proprio tempo que se esta a
      * alterar nao conta como conflito
           MOVE 'N' TO WS-CONFLITO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-HOR
               IF I NOT = WS-ACHADO AND
                   WS-HOR-DIA(I) = WS-DIA AND
                   WS-HOR-TEMPO(I) = WS-TEMPO
                   IF WS-HOR-PROFESSOR(I) = WS-PROFESSOR
                       MOVE 'S' TO WS-CONFLITO
                       DISPLAY "Conflito: " WS-PROFESSOR
                           " ja tem a turma " WS-HOR-TURMA(I)
                           " nesse tempo"
                   END-IF
                   IF WS-HOR-SALA(I) = WS-SALA
                       MOVE 'S' TO WS-CONFLITO
                       DISPLAY "Conflito: sala " WS-SALA
                           " ja ocupada pela turma "
                           WS-HOR-TURMA(I) " nesse tempo"
                   END-IF
               END-IF
           END-PERFORM.

       LIBERTAR-TEMPO.
           PERFORM CARREGA-HORARIO
           PERFORM PEDE-DIA-E-TEMPO
           IF WS-VALIDO = 'S'
               IF WS-ACHADO = 0
                   DISPLAY "Esse tempo nao esta marcado"
               ELSE
                   DISPLAY "Libertar " WS-HOR-DISCIPLINA(WS-ACHADO)
                       " / " WS-HOR-PROFESSOR(WS-ACHADO)
                       " (S/N)? " WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                       MOVE WS-HOR(WS-TOTAL-HOR) TO WS-HOR(WS-ACHADO)
                       SUBTRACT 1 FROM WS-TOTAL-HOR
                       PERFORM GRAVA-HORARIO
                       DISPLAY "Tempo libertado"
                   END-IF
               END-IF
           END-IF.

       RELATORIO-AULAS-EM-FALTA.
      * Cada tempo do horario, em cada dia util da semana ate hoje,
      * tem de ter a aula registada (turma, data e numero da aula
      * = tempo); o que falta e sumario por escrever
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA)
           DISPLAY "SEGUNDA-FEIRA DA SEMANA (AAAAMMDD, ENTER ="
               " semana atual): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               COMPUTE WS-RESTO-SEMANA =
                   FUNCTION MOD(WS-HOJE-INT, 7)
               IF WS-RESTO-SEMANA = 0
                   MOVE 7 TO WS-RESTO-SEMANA
               END-IF
               COMPUTE WS-SEGUNDA-INT =
                   WS-HOJE-INT - WS-RESTO-SEMANA + 1
           ELSE
               COMPUTE WS-SEGUNDA = FUNCTION NUMVAL(WS-DATA-TEXTO)
               COMPUTE WS-SEGUNDA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SEGUNDA)
               COMPUTE WS-RESTO-SEMANA =
                   FUNCTION MOD(WS-SEGUNDA-INT, 7)
               IF WS-RESTO-SEMANA = 0
                   MOVE 7 TO WS-RESTO-SEMANA
               END-IF
               COMPUTE WS-SEGUNDA-INT =
                   WS-SEGUNDA-INT - WS-RESTO-SEMANA + 1
           END-IF
           COMPUTE WS-SEGUNDA =
               FUNCTION DATE-OF-INTEGER(WS-SEGUNDA-INT)
           PERFORM CARREGA-HORARIO
           PERFORM CARREGA-NAO-UTEIS
           PERFORM CARREGA-AULAS
           MOVE 0 TO WS-PREVISTAS
           MOVE 0 TO WS-EM-FALTA
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AULAS PREVISTAS SEM REGISTO - SEMANA DE "
               WS-SEGUNDA " (EMITIDO EM " WS-DATA ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DATA     DIA     TURMA  TEMPO DISC PROFESSOR"
               "            SALA"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 5
               COMPUTE WS-DIA-INT = WS-SEGUNDA-INT + WS-DIA - 1
               COMPUTE WS-DIA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM AVALIA-DIA-UTIL
               IF WS-DIA-CONTA = 'S' AND WS-DIA-INT <= WS-HOJE-INT
                   PERFORM VERIFICA-AULAS-DO-DIA
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PREVISTAS: " WS-PREVISTAS "  EM FALTA: "
               WS-EM-FALTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           PERFORM REGISTA-SPOOL
           DISPLAY WS-EM-FALTA " aula(s) em falta de " WS-PREVISTAS
               " prevista(s); relatorio em aulas-em-falta.txt".

       VERIFICA-AULAS-DO-DIA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-HOR
               IF WS-HOR-DIA(I) = WS-DIA
                   ADD 1 TO WS-PREVISTAS
                   MOVE 'N' TO WS-AULA-DADA
                   PERFORM VARYING WS-AUL-I FROM 1 BY 1
                       UNTIL WS-AUL-I > WS-TOTAL-AULAS
                       IF WS-AUL-TURMA(WS-AUL-I) = WS-HOR-TURMA(I) AND
                           WS-AUL-DATA(WS-AUL-I) = WS-DIA-CORRENTE AND
                           WS-AUL-NUM(WS-AUL-I) = WS-HOR-TEMPO(I)
                           MOVE 'S' TO WS-AULA-DADA
                       END-IF
                   END-PERFORM
                   IF WS-AULA-DADA = 'N'
                       ADD 1 TO WS-EM-FALTA
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING WS-DIA-CORRENTE " "
                           WS-NOME-DIA(WS-DIA) " "
                           WS-HOR-TURMA(I) " "
                           WS-HOR-TEMPO(I) "    "
                           WS-HOR-DISCIPLINA(I) " "
                           WS-HOR-PROFESSOR(I) " "
                           WS-HOR-SALA(I)
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-AULAS.
      * So interessam as aulas da semana pedida
           MOVE 0 TO WS-TOTAL-AULAS
           MOVE 'N' TO EOF-AULAS
           COMPUTE WS-DIA-INT = WS-SEGUNDA-INT + 4
           COMPUTE WS-DIA-CORRENTE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           IF AUL-DATA IS NUMERIC AND
                               AUL-DATA >= WS-SEGUNDA AND
                               AUL-DATA <= WS-DIA-CORRENTE AND
                               WS-TOTAL-AULAS < 2000
                               ADD 1 TO WS-TOTAL-AULAS
                               MOVE AUL-TURMA
                                   TO WS-AUL-TURMA(WS-TOTAL-AULAS)
                               MOVE AUL-DATA
                                   TO WS-AUL-DATA(WS-TOTAL-AULAS)
                               MOVE AUL-NUM
                                   TO WS-AUL-NUM(WS-TOTAL-AULAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF
           PERFORM CARREGA-SEM-AULA.

       CARREGA-SEM-AULA.
      * Uma aula SEM AULA (professor ausente, sem substituto) entra
      * na tabela como se tivesse registo: nao houve sumario a dar
           MOVE 'N' TO EOF-SUBSTITUICOES
           OPEN INPUT FICHEIRO-SUBSTITUICOES
           IF WS-SUBSTITUICOES-STATUS = '00' OR
               WS-SUBSTITUICOES-STATUS = '05'
               PERFORM UNTIL EOF-SUBSTITUICOES = 'S'
                   READ FICHEIRO-SUBSTITUICOES
                       AT END
                           MOVE 'S' TO EOF-SUBSTITUICOES
                       NOT AT END
                           IF SUB-ESTADO = 'SEM AULA' AND
                               SUB-DATA IS NUMERIC AND
                               SUB-DATA >= WS-SEGUNDA AND
                               SUB-DATA <= WS-DIA-CORRENTE AND
                               WS-TOTAL-AULAS < 2000
                               ADD 1 TO WS-TOTAL-AULAS
                               MOVE SUB-TURMA
                                   TO WS-AUL-TURMA(WS-TOTAL-AULAS)
                               MOVE SUB-DATA
                                   TO WS-AUL-DATA(WS-TOTAL-AULAS)
                               MOVE SUB-TEMPO
                                   TO WS-AUL-NUM(WS-TOTAL-AULAS)
                           END-IF
                   END-READ
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
           MOVE 'aulas-em-falta.txt' TO SPL-FICHEIRO
           MOVE 'AULAS EM FALTA' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM GESTAO-HORARIO.
