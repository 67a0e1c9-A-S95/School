      *          presencas.txt e relatorio combinado que junta a
      *          percentagem de assiduidade com as notas de
      *          NOTAS.DAT, aplicando a regra da casa: menos de 75%
      *          de presencas reprova independentemente da nota;
      *          o professor da aula e o codigo de professores.txt;
      *          as substituicoes registadas em substituicoes.txt dao
      *          o substituto como professor e uma aula SEM AULA nao
      *          aceita presencas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-SUBSTITUICOES
               ASSIGN TO 'substituicoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSTITUICOES-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 AUL-SUMARIO    PIC X(30).
         05 FILLER         PIC X.
         05 AUL-PROFESSOR  PIC X(20).
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
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X.
         05 PRO-DISCIPLINAS.
           10 PRO-DISC      PIC X(4) OCCURS 6 TIMES.
         05 FILLER          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-AULA-SUMARIO PIC X(30).
       01 WS-AULA-PROFESSOR PIC X(20).
       01 WS-AULA-ACHADA PIC X.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-SUBSTITUICOES-STATUS PIC XX.
       01 EOF-SUBSTITUICOES PIC X.
       01 WS-AULA-CANCELADA PIC X.
       01 WS-AULA-SUBSTITUTO PIC X(6).
       01 EOF-PROFESSORES PIC X.
       01 WS-PROFESSOR-VALIDO PIC X.
       01 WS-PROFESSOR-HABILITADO PIC X.
       01 WS-IDX-DISC PIC 9(3).
       01 WS-AUSENTES PIC 9(3).
       01 WS-PRESENTES PIC 9(3).
       01 WS-TABELA-ASSID.
                   FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           PERFORM CRIA-AULA
           IF WS-AULA-CANCELADA = 'N'
               PERFORM REGISTA-PRESENCAS-AULA
           END-IF.

       REGISTA-PRESENCAS-AULA.
           MOVE 0 TO WS-REGISTADAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               COMPUTE WS-AULA-NUM =
                   FUNCTION NUMVAL(WS-AULA-NUM-TEXTO)
           END-IF
           PERFORM PROCURA-SUBSTITUICAO-AULA
           IF WS-AULA-CANCELADA = 'S'
               DISPLAY "Aula marcada SEM AULA (professor ausente):"
                   " nao ha presencas a registar"
           ELSE
               PERFORM CRIA-AULA-DADA
           END-IF.

       CRIA-AULA-DADA.
           DISPLAY "DISCIPLINA (ENTER = nenhuma): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-AULA-DISCIPLINA
           DISPLAY "SUMARIO: " WITH NO ADVANCING
           MOVE SPACES TO WS-AULA-SUMARIO
           ACCEPT WS-AULA-SUMARIO
           MOVE 'N' TO WS-PROFESSOR-VALIDO
           PERFORM UNTIL WS-PROFESSOR-VALIDO = 'S'
               IF WS-AULA-SUBSTITUTO NOT = SPACES
                   DISPLAY "PROFESSOR (codigo, ENTER = substituto "
                       WS-AULA-SUBSTITUTO "): " WITH NO ADVANCING
               ELSE
                   DISPLAY "PROFESSOR (codigo): " WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-AULA-PROFESSOR
               ACCEPT WS-AULA-PROFESSOR
               MOVE FUNCTION UPPER-CASE(WS-AULA-PROFESSOR)
                   TO WS-AULA-PROFESSOR
               IF WS-AULA-PROFESSOR = SPACES
                   MOVE WS-AULA-SUBSTITUTO TO WS-AULA-PROFESSOR
               END-IF
               PERFORM VALIDA-PROFESSOR
           END-PERFORM
           IF WS-PROFESSOR-HABILITADO = 'N'
               DISPLAY "Aviso: " WS-AULA-PROFESSOR
                   " nao esta habilitado para " WS-AULA-DISCIPLINA
           END-IF
           OPEN EXTEND FICHEIRO-AULAS
           MOVE SPACES TO LINHA-AULA
           MOVE WS-AULA-ID TO AUL-ID
           CLOSE FICHEIRO-AULAS
           DISPLAY "Aula " WS-AULA-ID " registada".

       PROCURA-SUBSTITUICAO-AULA.
      * Ausencia de professor registada para esta turma, data e
      * tempo: SEM AULA cancela a chamada, SUBSTITUI propoe o
      * substituto como o professor que deu a aula
           MOVE 'N' TO WS-AULA-CANCELADA
           MOVE SPACES TO WS-AULA-SUBSTITUTO
           MOVE 'N' TO EOF-SUBSTITUICOES
           OPEN INPUT FICHEIRO-SUBSTITUICOES
           IF WS-SUBSTITUICOES-STATUS = '00' OR
               WS-SUBSTITUICOES-STATUS = '05'
               PERFORM UNTIL EOF-SUBSTITUICOES = 'S'
                   READ FICHEIRO-SUBSTITUICOES
                       AT END
                           MOVE 'S' TO EOF-SUBSTITUICOES
                       NOT AT END
                           IF SUB-DATA = WS-DATA-AULA AND
                               SUB-TURMA = WS-AULA-TURMA AND
                               SUB-TEMPO = WS-AULA-NUM
                               IF SUB-ESTADO = 'SEM AULA'
                                   MOVE 'S' TO WS-AULA-CANCELADA
                               ELSE
                                   MOVE SUB-SUBSTITUTO
                                       TO WS-AULA-SUBSTITUTO
                                   DISPLAY "Substituicao registada: "
                                       SUB-SUBSTITUTO " por "
                                       SUB-AUSENTE
                               END-IF
                               MOVE 'S' TO EOF-SUBSTITUICOES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SUBSTITUICOES
           END-IF.

       VALIDA-PROFESSOR.
      * O codigo tem de existir no mestre; a habilitacao para a
      * disciplina so da aviso (ha substituicoes de ultima hora).
      * Sem professores.txt o codigo e aceite sem validacao
           MOVE 'N' TO WS-PROFESSOR-VALIDO
           MOVE 'S' TO WS-PROFESSOR-HABILITADO
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO = WS-AULA-PROFESSOR AND
                               WS-AULA-PROFESSOR NOT = SPACES
                               MOVE 'S' TO WS-PROFESSOR-VALIDO
                               MOVE 'S' TO EOF-PROFESSORES
                               PERFORM VERIFICA-HABILITACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
               IF WS-PROFESSOR-VALIDO = 'N'
                   DISPLAY "Professor " WS-AULA-PROFESSOR
                       " nao existe em professores.txt"
               END-IF
           ELSE
               IF WS-PROFESSORES-STATUS = '05'
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
               DISPLAY "Aviso: professores.txt nao encontrado, codigo"
                   " aceite sem validacao"
               MOVE 'S' TO WS-PROFESSOR-VALIDO
           END-IF.

       VERIFICA-HABILITACAO.
           IF WS-AULA-DISCIPLINA NOT = SPACES
               MOVE 'N' TO WS-PROFESSOR-HABILITADO
               PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                   UNTIL WS-IDX-DISC > 6
                   IF PRO-DISC(WS-IDX-DISC) = WS-AULA-DISCIPLINA
                       MOVE 'S' TO WS-PROFESSOR-HABILITADO
                   END-IF
               END-PERFORM
           END-IF.

       PROXIMO-ID-AULA.
           MOVE 0 TO WS-AULA-ID
           MOVE 'N' TO EOF-AULAS
