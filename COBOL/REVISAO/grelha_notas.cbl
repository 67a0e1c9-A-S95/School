      *          gravacao confirmada de cada pagina de uma vez, com
      *          a entrada no historico por cada nota alterada;
      *          substitui o correr a manutencao aluno a aluno
      *          quarenta vezes depois de um teste; o operador
      *          ligado a um professor ve primeiro as turmas de que
      *          esse professor e diretor e so abre a grelha delas
      *          (nivel D em perfis.txt ve todas);
      *          as medidas de apoio em vigor (medidas-apoio.txt)
      *          aparecem ao lado de cada aluno
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'calendario-avaliacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PERFIS ASSIGN TO 'perfis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECUSAS
               ASSIGN TO 'acessos-recusados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUSAS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECURSO
               ASSIGN TO 'recurso-notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURSO-STATUS.
           SELECT OPTIONAL FICHEIRO-MEDIDAS
               ASSIGN TO 'medidas-apoio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 HIS-NOTA-NOVA   PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-DISCIPLINA  PIC X(4).
         05 FILLER          PIC X.
         05 HIS-ELO         PIC 9(18).
       FD FICHEIRO-FECHO.
       01 LINHA-FECHO.
         05 FEC-TERMO PIC X(10).
         05 RCU-NOTA   PIC S9(2)V9.
         05 FILLER     PIC X.
         05 RCU-DATA   PIC 9(8).
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X(110).
         05 PRO-OPERADOR    PIC X(8).
         05 FILLER          PIC X(6).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 TUR-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 TUR-ANO        PIC X(9).
         05 FILLER         PIC X.
         05 TUR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X(14).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
         05 PRF-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 PRF-PROGRAMA PIC X(22).
         05 FILLER       PIC X.
         05 PRF-NIVEL    PIC X.
       FD FICHEIRO-RECUSAS.
       01 LINHA-RECUSA PIC X(80).
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

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-HISTORICO-STATUS PIC XX.
       01 WS-FECHO-STATUS PIC XX.
           10 WS-ALU-NUMERO PIC 9(5).
           10 WS-ALU-NOME   PIC X(20).
           10 WS-ALU-NOTA   PIC S9(2)V9.
           10 WS-ALU-APOIO  PIC X(19).
       01 WS-MEDIDAS-STATUS PIC XX.
       01 EOF-MEDIDAS PIC X.
      * Dez linhas de grelha; os nomes individuais por baixo da
      * tabela existem porque o SCREEN SECTION precisa de campos
      * sem indice
         05 WS-GL-LINHA OCCURS 10 TIMES.
           10 WS-GL-TEXTO   PIC X(35).
           10 WS-GL-ENTRADA PIC X(6).
           10 WS-GL-APOIO   PIC X(19).
       01 FILLER REDEFINES WS-GRELHA-CAMPOS.
         05 WS-GL-01-TEXTO PIC X(35).
         05 WS-GL-01-ENTR  PIC X(6).
         05 WS-GL-01-APOIO PIC X(19).
         05 WS-GL-02-TEXTO PIC X(35).
         05 WS-GL-02-ENTR  PIC X(6).
         05 WS-GL-02-APOIO PIC X(19).
         05 WS-GL-03-TEXTO PIC X(35).
         05 WS-GL-03-ENTR  PIC X(6).
         05 WS-GL-03-APOIO PIC X(19).
         05 WS-GL-04-TEXTO PIC X(35).
         05 WS-GL-04-ENTR  PIC X(6).
         05 WS-GL-04-APOIO PIC X(19).
         05 WS-GL-05-TEXTO PIC X(35).
         05 WS-GL-05-ENTR  PIC X(6).
         05 WS-GL-05-APOIO PIC X(19).
         05 WS-GL-06-TEXTO PIC X(35).
         05 WS-GL-06-ENTR  PIC X(6).
         05 WS-GL-06-APOIO PIC X(19).
         05 WS-GL-07-TEXTO PIC X(35).
         05 WS-GL-07-ENTR  PIC X(6).
         05 WS-GL-07-APOIO PIC X(19).
         05 WS-GL-08-TEXTO PIC X(35).
         05 WS-GL-08-ENTR  PIC X(6).
         05 WS-GL-08-APOIO PIC X(19).
         05 WS-GL-09-TEXTO PIC X(35).
         05 WS-GL-09-ENTR  PIC X(6).
         05 WS-GL-09-APOIO PIC X(19).
         05 WS-GL-10-TEXTO PIC X(35).
         05 WS-GL-10-ENTR  PIC X(6).
         05 WS-GL-10-APOIO PIC X(19).
       01 WS-TITULO-ECRA PIC X(40).
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-PERFIS-STATUS PIC XX.
       01 WS-RECUSAS-STATUS PIC XX.
       01 EOF-PROFESSORES PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PERFIS PIC X.
       01 WS-NIVEL-D PIC X.
       01 WS-TURMAS-LISTADAS PIC 9(3).
       01 WS-PROFESSOR-OPERADOR PIC X(6) VALUE SPACES.
       01 WS-PERMITIDO PIC X.

       SCREEN SECTION.
      * Ecra da grelha: texto fixo a esquerda (numero, nome e nota
         05 BLANK SCREEN.
         05 LINE 1 COLUMN 3 PIC X(40) FROM WS-TITULO-ECRA.
         05 LINE 2 COLUMN 3
             VALUE "NUM   NOME                 ATUAL   NOVA     APOIO".
         05 LINE 4 COLUMN 3 PIC X(35) FROM WS-GL-01-TEXTO.
         05 LINE 4 COLUMN 40 PIC X(6) USING WS-GL-01-ENTR.
         05 LINE 4 COLUMN 48 PIC X(19) FROM WS-GL-01-APOIO.
         05 LINE 5 COLUMN 3 PIC X(35) FROM WS-GL-02-TEXTO.
         05 LINE 5 COLUMN 40 PIC X(6) USING WS-GL-02-ENTR.
         05 LINE 5 COLUMN 48 PIC X(19) FROM WS-GL-02-APOIO.
         05 LINE 6 COLUMN 3 PIC X(35) FROM WS-GL-03-TEXTO.
         05 LINE 6 COLUMN 40 PIC X(6) USING WS-GL-03-ENTR.
         05 LINE 6 COLUMN 48 PIC X(19) FROM WS-GL-03-APOIO.
         05 LINE 7 COLUMN 3 PIC X(35) FROM WS-GL-04-TEXTO.
         05 LINE 7 COLUMN 40 PIC X(6) USING WS-GL-04-ENTR.
         05 LINE 7 COLUMN 48 PIC X(19) FROM WS-GL-04-APOIO.
         05 LINE 8 COLUMN 3 PIC X(35) FROM WS-GL-05-TEXTO.
         05 LINE 8 COLUMN 40 PIC X(6) USING WS-GL-05-ENTR.
         05 LINE 8 COLUMN 48 PIC X(19) FROM WS-GL-05-APOIO.
         05 LINE 9 COLUMN 3 PIC X(35) FROM WS-GL-06-TEXTO.
         05 LINE 9 COLUMN 40 PIC X(6) USING WS-GL-06-ENTR.
         05 LINE 9 COLUMN 48 PIC X(19) FROM WS-GL-06-APOIO.
         05 LINE 10 COLUMN 3 PIC X(35) FROM WS-GL-07-TEXTO.
         05 LINE 10 COLUMN 40 PIC X(6) USING WS-GL-07-ENTR.
         05 LINE 10 COLUMN 48 PIC X(19) FROM WS-GL-07-APOIO.
         05 LINE 11 COLUMN 3 PIC X(35) FROM WS-GL-08-TEXTO.
         05 LINE 11 COLUMN 40 PIC X(6) USING WS-GL-08-ENTR.
         05 LINE 11 COLUMN 48 PIC X(19) FROM WS-GL-08-APOIO.
         05 LINE 12 COLUMN 3 PIC X(35) FROM WS-GL-09-TEXTO.
         05 LINE 12 COLUMN 40 PIC X(6) USING WS-GL-09-ENTR.
         05 LINE 12 COLUMN 48 PIC X(19) FROM WS-GL-09-APOIO.
         05 LINE 13 COLUMN 3 PIC X(35) FROM WS-GL-10-TEXTO.
         05 LINE 13 COLUMN 40 PIC X(6) USING WS-GL-10-ENTR.
         05 LINE 13 COLUMN 48 PIC X(19) FROM WS-GL-10-APOIO.
         05 LINE 15 COLUMN 3
             VALUE "VAZIO = MANTER; 0-20 = NOVA NOTA".

           IF WS-TERMO-FECHADO = 'S'
               DISPLAY "Termo fechado: a grelha nao lanca notas"
           ELSE
               PERFORM MOSTRA-TURMAS-PERMITIDAS
               PERFORM PEDE-TURMA-E-COMPONENTE
               IF WS-TURMA NOT = SPACES
                   PERFORM VERIFICA-TURMA-PERMITIDA
                   IF WS-PERMITIDO = 'N'
                       MOVE SPACES TO WS-TURMA
                   END-IF
               END-IF
               IF WS-TURMA NOT = SPACES
                   PERFORM VERIFICA-CALENDARIO-COMPONENTE
                   IF WS-CAL-OK = 'N'
               CLOSE FICHEIRO-FECHO
           END-IF.

       MOSTRA-TURMAS-PERMITIDAS.
      * O operador ligado a um professor (PRO-OPERADOR) ve antes
      * da pergunta as turmas de que o professor e diretor, as
      * unicas em que a grelha lanca; nivel D para a grelha (ou
      * sem perfis.txt) e quem nao e professor veem todas
           MOVE 'S' TO WS-NIVEL-D
           PERFORM PROCURA-PROFESSOR-OPERADOR
           IF WS-PROFESSOR-OPERADOR NOT = SPACES
               PERFORM LE-NIVEL-D
           END-IF
           IF WS-NIVEL-D = 'N'
               DISPLAY "Turmas do professor " WS-PROFESSOR-OPERADOR
                   ":"
               MOVE 0 TO WS-TURMAS-LISTADAS
               MOVE 'N' TO EOF-TURMAS
               OPEN INPUT FICHEIRO-TURMAS
               IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
                   PERFORM UNTIL EOF-TURMAS = 'S'
                       READ FICHEIRO-TURMAS
                           AT END
                               MOVE 'S' TO EOF-TURMAS
                           NOT AT END
                               IF TUR-PROFESSOR =
                                   WS-PROFESSOR-OPERADOR
                                   DISPLAY "  " TUR-CODIGO " "
                                       TUR-NOME
                                   ADD 1 TO WS-TURMAS-LISTADAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-TURMAS
               END-IF
               IF WS-TURMAS-LISTADAS = 0
                   DISPLAY "  (nenhuma turma como diretor)"
               END-IF
           END-IF.

       VERIFICA-TURMA-PERMITIDA.
      * Mesma regra do ARRAY_EX1 para o aluno inteiro: a grelha
      * grava as componentes de NOTAS.DAT, por isso so o diretor
      * da turma (titular em turmas.txt) lanca nela
           MOVE 'S' TO WS-PERMITIDO
           IF WS-NIVEL-D = 'N'
               MOVE 'N' TO WS-PERMITIDO
               PERFORM PROCURA-TURMA-TITULAR
               IF WS-PERMITIDO = 'N'
                   DISPLAY "O professor " WS-PROFESSOR-OPERADOR
                       " nao e diretor da turma " WS-TURMA
                       "; recusado e registado"
                   PERFORM REGISTA-RECUSA-NOTAS
               END-IF
           END-IF.

       PROCURA-PROFESSOR-OPERADOR.
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
           END-IF.

       LE-NIVEL-D.
           MOVE 'S' TO WS-NIVEL-D
           MOVE 'N' TO EOF-PERFIS
           OPEN INPUT FICHEIRO-PERFIS
           IF WS-PERFIS-STATUS = '00'
               MOVE 'N' TO WS-NIVEL-D
               PERFORM UNTIL EOF-PERFIS = 'S'
                   READ FICHEIRO-PERFIS
                       AT END
                           MOVE 'S' TO EOF-PERFIS
                       NOT AT END
                           IF FUNCTION UPPER-CASE(PRF-OPERADOR) =
                               FUNCTION UPPER-CASE(WS-OPERADOR)
                               AND (PRF-PROGRAMA = 'GRELHA-NOTAS'
                                   OR PRF-PROGRAMA(1 : 1) = '*')
                               AND PRF-NIVEL = 'D'
                               MOVE 'S' TO WS-NIVEL-D
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERFIS
           ELSE
               IF WS-PERFIS-STATUS = '05'
                   CLOSE FICHEIRO-PERFIS
               END-IF
           END-IF.

       PROCURA-TURMA-TITULAR.
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO = WS-TURMA AND
                               TUR-PROFESSOR = WS-PROFESSOR-OPERADOR
                               MOVE 'S' TO WS-PERMITIDO
                               MOVE 'S' TO EOF-TURMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       REGISTA-RECUSA-NOTAS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RECUSAS
           MOVE SPACES TO LINHA-RECUSA
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " RECUSADO GRELHA-NOTAS TURMA " WS-TURMA
               DELIMITED BY SIZE INTO LINHA-RECUSA
           WRITE LINHA-RECUSA
           CLOSE FICHEIRO-RECUSAS.

       PEDE-TURMA-E-COMPONENTE.
           DISPLAY "TURMA: " WITH NO ADVANCING
           MOVE SPACES TO WS-TURMA
                                   MOVE REC-NOME TO
                                       WS-ALU-NOME(WS-TOTAL-ALUNOS)
                                   PERFORM GUARDA-NOTA-COMPONENTE
                                   MOVE SPACES TO WS-ALU-APOIO
                                       (WS-TOTAL-ALUNOS)
                               ELSE
                                   DISPLAY "Aviso: mais de 200 "
                                       "alunos, lista truncada"
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
               PERFORM CARREGA-APOIOS-TURMA
           END-IF.

       CARREGA-APOIOS-TURMA.
      * Medidas de apoio em vigor hoje (fim 0 = sem data de fim)
      * dos alunos carregados; o professor ve-as na grelha sem
      * ter de ir a folha dos servicos
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
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
                               MAP-DATA-INI <= WS-DATA AND
                               (MAP-DATA-FIM = 0 OR
                                MAP-DATA-FIM >= WS-DATA)
                               PERFORM GUARDA-APOIO-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MEDIDAS
           END-IF.

       GUARDA-APOIO-ALUNO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ALUNOS
               IF WS-ALU-NUMERO(I) = MAP-NUMERO
                   MOVE MAP-MEDIDAS TO WS-ALU-APOIO(I)
               END-IF
           END-PERFORM.

       GUARDA-NOTA-COMPONENTE.
           EVALUATE WS-COMPONENTE
               WHEN 'T'
               COMPUTE I = WS-PAG-INICIO + L - 1
               MOVE SPACES TO WS-GL-TEXTO(L)
               MOVE SPACES TO WS-GL-ENTRADA(L)
               MOVE SPACES TO WS-GL-APOIO(L)
               IF I <= WS-TOTAL-ALUNOS
                   STRING WS-ALU-NUMERO(I) " " WS-ALU-NOME(I)
                       " " WS-ALU-NOTA(I)
                       DELIMITED BY SIZE INTO WS-GL-TEXTO(L)
                   MOVE WS-ALU-APOIO(I) TO WS-GL-APOIO(L)
               END-IF
           END-PERFORM.

           MOVE REC-NOME TO HIS-NOME
           MOVE WS-NOTA-ANTERIOR TO HIS-NOTA-ANTIGA
           MOVE REC-NOTA TO HIS-NOTA-NOVA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'notas-historico.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-HISTORICO WS-CADEIA-QUANTAS
           WRITE LINHA-HISTORICO
           CLOSE FICHEIRO-HISTORICO.

