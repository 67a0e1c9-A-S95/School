      * Purpose: Gestao de notas sobre o ficheiro mestre NOTAS.DAT,
      *          indexado pelo numero de aluno, com cada registo a
      *          trazer o nome, a turma e a nota; as turmas podem ter
      *          qualquer dimensao (ja nao ha 7 posicoes fixas);
      *          um operador ligado a um professor em professores.txt
      *          so lanca notas nas turmas e disciplinas que esse
      *          professor da pelo horario, e o aluno inteiro (nome,
      *          componentes, nota e recurso) so nas turmas de que e
      *          diretor (o nivel D e os operadores administrativos
      *          sem professor veem a escola toda)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'lista-espera.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERA-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-ESPERA-LOG
               ASSIGN TO 'lista-espera-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
         05 HIS-NOTA-NOVA   PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-DISCIPLINA  PIC X(4).
         05 FILLER          PIC X.
         05 HIS-ELO         PIC 9(18).

       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA.
         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 FILLER         PIC X(3).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X(110).
         05 PRO-OPERADOR    PIC X(8).
         05 FILLER          PIC X(6).
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

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 EOF-NOTAS PIC X VALUE 'N'.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPCAO-PERMITIDA PIC X.
       01 WS-GRAU-OPERADOR PIC 9.
       01 WS-GRAU-LIDO PIC 9.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-HORARIO-STATUS PIC XX.
       01 EOF-PROFESSORES PIC X.
       01 EOF-HORARIO PIC X.
      * Turmas e disciplinas que o professor do operador da; a
      * disciplina em branco vem da direcao de turma (so a nota do
      * aluno, nao as notas por disciplina)
       01 WS-PROFESSOR-OPERADOR PIC X(6) VALUE SPACES.
       01 WS-RESTRITO PIC X VALUE 'N'.
       01 WS-PERMITIDO PIC X.
       01 WS-PRM-I PIC 9(3).
       01 WS-TOTAL-PERMISSOES PIC 9(3) VALUE 0.
       01 WS-TABELA-PERMISSOES.
         05 WS-PRM OCCURS 100 TIMES.
           10 WS-PRM-TURMA      PIC X(6).
           10 WS-PRM-DISCIPLINA PIC X(4).
       01 WS-ESPERA-STATUS PIC XX.
       01 WS-ESPERA-LOG-STATUS PIC XX.
       01 EOF-ESPERA PIC X.
            DISPLAY "GESTAO DE NOTAS (NOTAS.DAT)"
            PERFORM LE-OPERADOR-SESSAO
            PERFORM LE-NIVEL-AUTORIZACAO
            PERFORM CARREGA-PERMISSOES-PROFESSOR
            MOVE 'LOCK-IDADE-MAX' TO WS-PARAMETRO-CHAVE
            MOVE WS-LOCK-IDADE-MAX TO WS-PARAMETRO-VALOR
            PERFORM LE-PARAMETRO
               CLOSE FICHEIRO-RECUSAS
           END-IF.

       CARREGA-PERMISSOES-PROFESSOR.
      * O operador ligado a um professor (PRO-OPERADOR) fica preso
      * as turmas/disciplinas que esse professor tem no horario e a
      * turma de que e titular; o nivel D e quem nao e professor
      * (secretaria, direcao) mantem o acesso a escola toda
           MOVE 'N' TO WS-RESTRITO
           MOVE 0 TO WS-TOTAL-PERMISSOES
           MOVE SPACES TO WS-PROFESSOR-OPERADOR
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-OPERADOR NOT = SPACES AND
                               FUNCTION UPPER-CASE(PRO-OPERADOR) =
                               FUNCTION UPPER-CASE(WS-OPERADOR)
                               MOVE PRO-CODIGO
                                   TO WS-PROFESSOR-OPERADOR
                               MOVE 'S' TO EOF-PROFESSORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           ELSE
               IF WS-PROFESSORES-STATUS = '05'
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
           END-IF
           PERFORM CALCULA-GRAU-OPERADOR
           IF WS-PROFESSOR-OPERADOR NOT = SPACES AND
               WS-GRAU-OPERADOR < 3
               MOVE 'S' TO WS-RESTRITO
               PERFORM CARREGA-HORARIO-PROFESSOR
               PERFORM CARREGA-TITULARIDADE
               DISPLAY "Operador " WS-OPERADOR " = professor "
                   WS-PROFESSOR-OPERADOR ": notas so das suas"
                   " turmas e disciplinas"
           END-IF.

       CARREGA-HORARIO-PROFESSOR.
           MOVE 'N' TO EOF-HORARIO
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00' OR WS-HORARIO-STATUS = '05'
               PERFORM UNTIL EOF-HORARIO = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-HORARIO
                       NOT AT END
                           IF HOR-PROFESSOR = WS-PROFESSOR-OPERADOR
                               MOVE HOR-TURMA TO WS-TURMA
                               MOVE HOR-DISCIPLINA TO WS-DISCIPLINA
                               PERFORM GUARDA-PERMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF
           MOVE SPACES TO WS-DISCIPLINA.

       CARREGA-TITULARIDADE.
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-PROFESSOR = WS-PROFESSOR-OPERADOR
                               MOVE TUR-CODIGO TO WS-TURMA
                               MOVE SPACES TO WS-DISCIPLINA
                               PERFORM GUARDA-PERMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       GUARDA-PERMISSAO.
           MOVE 'N' TO WS-PERMITIDO
           PERFORM VARYING WS-PRM-I FROM 1 BY 1
               UNTIL WS-PRM-I > WS-TOTAL-PERMISSOES
               IF WS-PRM-TURMA(WS-PRM-I) = WS-TURMA AND
                   WS-PRM-DISCIPLINA(WS-PRM-I) = WS-DISCIPLINA
                   MOVE 'S' TO WS-PERMITIDO
               END-IF
           END-PERFORM
           IF WS-PERMITIDO = 'N' AND WS-TOTAL-PERMISSOES < 100
               ADD 1 TO WS-TOTAL-PERMISSOES
               MOVE WS-TURMA TO WS-PRM-TURMA(WS-TOTAL-PERMISSOES)
               MOVE WS-DISCIPLINA
                   TO WS-PRM-DISCIPLINA(WS-TOTAL-PERMISSOES)
           END-IF.

       MOSTRA-TURMAS-PERMITIDAS.
           IF WS-RESTRITO = 'S'
               IF WS-TOTAL-PERMISSOES = 0
                   DISPLAY "O professor " WS-PROFESSOR-OPERADOR
                       " nao tem turmas no horario"
               ELSE
                   DISPLAY "Turmas do professor "
                       WS-PROFESSOR-OPERADOR ":"
                   PERFORM VARYING WS-PRM-I FROM 1 BY 1
                       UNTIL WS-PRM-I > WS-TOTAL-PERMISSOES
                       DISPLAY "  " WS-PRM-TURMA(WS-PRM-I) " "
                           WS-PRM-DISCIPLINA(WS-PRM-I)
                   END-PERFORM
               END-IF
           END-IF.

       MOSTRA-DISCIPLINAS-PERMITIDAS.
           IF WS-RESTRITO = 'S'
               DISPLAY "Disciplinas que pode lancar na turma "
                   REC-TURMA ":"
               PERFORM VARYING WS-PRM-I FROM 1 BY 1
                   UNTIL WS-PRM-I > WS-TOTAL-PERMISSOES
                   IF WS-PRM-TURMA(WS-PRM-I) = REC-TURMA AND
                       WS-PRM-DISCIPLINA(WS-PRM-I) NOT = SPACES
                       DISPLAY "  " WS-PRM-DISCIPLINA(WS-PRM-I)
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICA-TURMA-PERMITIDA.
      * O aluno inteiro (nome, componentes, nota e recurso) so o
      * altera o diretor da turma: a entrada de disciplina em
      * branco da titularidade
           MOVE 'S' TO WS-PERMITIDO
           IF WS-RESTRITO = 'S'
               MOVE 'N' TO WS-PERMITIDO
               PERFORM VARYING WS-PRM-I FROM 1 BY 1
                   UNTIL WS-PRM-I > WS-TOTAL-PERMISSOES
                   IF WS-PRM-TURMA(WS-PRM-I) = REC-TURMA AND
                       WS-PRM-DISCIPLINA(WS-PRM-I) = SPACES
                       MOVE 'S' TO WS-PERMITIDO
                   END-IF
               END-PERFORM
               IF WS-PERMITIDO = 'N'
                   DISPLAY "O professor " WS-PROFESSOR-OPERADOR
                       " nao e diretor da turma " REC-TURMA
                       "; recusado e registado"
                   PERFORM REGISTA-RECUSA-NOTAS
               END-IF
           END-IF.

       VERIFICA-TURMA-NO-HORARIO.
      * Notas por disciplina: basta a turma estar no horario do
      * professor; a disciplina confere-se a seguir
           MOVE 'S' TO WS-PERMITIDO
           IF WS-RESTRITO = 'S'
               MOVE 'N' TO WS-PERMITIDO
               PERFORM VARYING WS-PRM-I FROM 1 BY 1
                   UNTIL WS-PRM-I > WS-TOTAL-PERMISSOES
                   IF WS-PRM-TURMA(WS-PRM-I) = REC-TURMA
                       MOVE 'S' TO WS-PERMITIDO
                   END-IF
               END-PERFORM
               IF WS-PERMITIDO = 'N'
                   DISPLAY "Turma " REC-TURMA " nao e do professor "
                       WS-PROFESSOR-OPERADOR "; recusado e registado"
                   PERFORM REGISTA-RECUSA-NOTAS
               END-IF
           END-IF.

       VERIFICA-DISCIPLINA-PERMITIDA.
           MOVE 'S' TO WS-PERMITIDO
           IF WS-RESTRITO = 'S'
               MOVE 'N' TO WS-PERMITIDO
               PERFORM VARYING WS-PRM-I FROM 1 BY 1
                   UNTIL WS-PRM-I > WS-TOTAL-PERMISSOES
                   IF WS-PRM-TURMA(WS-PRM-I) = REC-TURMA AND
                       WS-PRM-DISCIPLINA(WS-PRM-I) = WS-DISCIPLINA
                       MOVE 'S' TO WS-PERMITIDO
                   END-IF
               END-PERFORM
               IF WS-PERMITIDO = 'N'
                   DISPLAY "Disciplina " WS-DISCIPLINA " na turma "
                       REC-TURMA " nao e do professor "
                       WS-PROFESSOR-OPERADOR "; recusado e registado"
                   PERFORM REGISTA-RECUSA-NOTAS
               END-IF
           END-IF.

       REGISTA-RECUSA-NOTAS.
      * Mesmo ficheiro das recusas por programa, com a turma e a
      * disciplina pedidas no lugar da opcao
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RECUSAS
           MOVE SPACES TO LINHA-RECUSA
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " RECUSADO ARRAY_EX1 TURMA " REC-TURMA
               " DISC " WS-DISCIPLINA " ALUNO " REC-NUMERO
               DELIMITED BY SIZE INTO LINHA-RECUSA
           WRITE LINHA-RECUSA
           CLOSE FICHEIRO-RECUSAS.

       PEDE-LIMITE-APROVACAO.
            DISPLAY "NOTA MINIMA PARA APROVACAO (ENTER = 10): "
                WITH NO ADVANCING
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               PERFORM MOSTRA-TURMAS-PERMITIDAS
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUMERO-TEXTO
               ACCEPT WS-NUMERO-TEXTO
                           DISPLAY "Aluno " REC-NUMERO
                               " nao encontrado"
                       NOT INVALID KEY
                           PERFORM VERIFICA-TURMA-PERMITIDA
                           IF WS-PERMITIDO = 'S'
                               PERFORM EDITA-ALUNO
                           END-IF
                   END-READ
                   PERFORM REMOVER-LOCK-ALUNO
               END-IF
           MOVE REC-NOME TO HIS-NOME
           MOVE WS-NOTA-ANTERIOR TO HIS-NOTA-ANTIGA
           MOVE REC-NOTA TO HIS-NOTA-NOVA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'notas-historico.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-HISTORICO WS-CADEIA-QUANTAS
           WRITE LINHA-HISTORICO
           CLOSE FICHEIRO-HISTORICO.

           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               PERFORM MOSTRA-TURMAS-PERMITIDAS
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUMERO-TEXTO
               ACCEPT WS-NUMERO-TEXTO
                           DISPLAY "Aluno " REC-NUMERO
                               " nao encontrado"
                       NOT INVALID KEY
                           MOVE SPACES TO WS-DISCIPLINA
                           PERFORM VERIFICA-TURMA-NO-HORARIO
                           IF WS-PERMITIDO = 'S'
                               PERFORM EDITA-DISCIPLINAS-ALUNO
                           END-IF
                   END-READ
                   PERFORM REMOVER-LOCK-ALUNO
               END-IF
           IF WS-DISC-STATUS = '00'
               DISPLAY "ALUNO " REC-NUMERO " " REC-NOME
               PERFORM LISTA-DISC-ALUNO
               PERFORM MOSTRA-DISCIPLINAS-PERMITIDAS
               DISPLAY "DISCIPLINA (ex: MAT): " WITH NO ADVANCING
               MOVE SPACES TO WS-DISCIPLINA
               ACCEPT WS-DISCIPLINA
               ELSE
                   PERFORM VALIDA-DISCIPLINA
                   IF WS-DISC-VALIDA = 'S'
                       PERFORM VERIFICA-DISCIPLINA-PERMITIDA
                   END-IF
                   IF WS-DISC-VALIDA = 'S' AND WS-PERMITIDO = 'S'
                       PERFORM TRATA-DISCIPLINA-ALUNO
                   END-IF
               END-IF
           MOVE WS-NOTA-ANTERIOR TO HIS-NOTA-ANTIGA
           MOVE DIS-NOTA TO HIS-NOTA-NOVA
           MOVE WS-DISCIPLINA TO HIS-DISCIPLINA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'notas-historico.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-HISTORICO WS-CADEIA-QUANTAS
           WRITE LINHA-HISTORICO
           CLOSE FICHEIRO-HISTORICO.

           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               PERFORM MOSTRA-TURMAS-PERMITIDAS
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUMERO-TEXTO
               ACCEPT WS-NUMERO-TEXTO
                           DISPLAY "Aluno " REC-NUMERO
                               " nao encontrado"
                       NOT INVALID KEY
                           PERFORM VERIFICA-TURMA-PERMITIDA
                           IF WS-PERMITIDO = 'S'
                               PERFORM LANCA-NOTA-RECURSO
                           END-IF
                   END-READ
                   PERFORM REMOVER-LOCK-ALUNO
               END-IF
