      *          pratica e do prazo do trabalho), com manutencao e
      *          listagem; a manutencao de notas do ARRAY_EX1
      *          consulta este ficheiro e trava o lancamento de uma
      *          componente antes da data marcada; a listagem de
      *          uma turma avisa quando ha alunos com prova adaptada
      *          em vigor (medida ADAP de medidas-apoio.txt) na data
      *          do teste
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'calendario-avaliacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-MEDIDAS
               ASSIGN TO 'medidas-apoio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 CAL-DATA-PRATICA PIC 9(8).
         05 FILLER           PIC X.
         05 CAL-DATA-TRAB    PIC 9(8).
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

       WORKING-STORAGE SECTION.
       01 WS-CALENDARIO-STATUS PIC XX.
       01 I PIC 9(2).
       01 WS-ACHADA PIC 9(2).
       01 WS-TOTAL-ENTRADAS PIC 9(2) VALUE 0.
       01 WS-MEDIDAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 EOF-MEDIDAS PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-DATA-REFERENCIA PIC 9(8).
       01 WS-CONTA-ADAP PIC 9(3).
       01 WS-TEM-ADAP PIC 9(2).
       01 WS-LISTADAS PIC 9(2).
       01 P PIC 9(3).
      * Alunos com prova adaptada, com a turma de NOTAS.DAT
       01 WS-TOTAL-PAD PIC 9(3) VALUE 0.
       01 WS-TABELA-PAD.
         05 WS-PAD OCCURS 200 TIMES.
           10 WS-PAD-TURMA    PIC X(6).
           10 WS-PAD-DATA-INI PIC 9(8).
           10 WS-PAD-DATA-FIM PIC 9(8).
       01 WS-TABELA-CALENDARIO.
         05 WS-CAL OCCURS 60 TIMES.
           10 WS-CAL-TURMA        PIC X(6).

       LISTAR-CALENDARIO.
      * A listagem que o professor consulta para saber o que esta
      * marcado e para quando (data 0 = ainda sem marcacao); por
      * baixo de cada entrada vem o aviso das provas adaptadas a
      * preparar, contadas na data do teste (ou hoje, sem data)
           PERFORM CARREGA-CALENDARIO
           IF WS-TOTAL-ENTRADAS = 0
               DISPLAY "Calendario vazio"
           ELSE
               DISPLAY "TURMA (ENTER = todas): " WITH NO ADVANCING
               MOVE SPACES TO WS-TURMA
               ACCEPT WS-TURMA
               MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
               PERFORM CARREGA-PROVAS-ADAPTADAS
               MOVE 0 TO WS-LISTADAS
               DISPLAY "TURMA  DISC TESTE    PRATICA  TRABALHO"
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-ENTRADAS
                   IF WS-TURMA = SPACES OR
                       WS-CAL-TURMA(I) = WS-TURMA
                       ADD 1 TO WS-LISTADAS
                       DISPLAY WS-CAL-TURMA(I) " "
                           WS-CAL-DISCIPLINA(I) " "
                           WS-CAL-DATA-TESTE(I) " "
                           WS-CAL-DATA-PRATICA(I) " "
                           WS-CAL-DATA-TRAB(I)
                       PERFORM AVISA-PROVAS-ADAPTADAS
                   END-IF
               END-PERFORM
               IF WS-LISTADAS = 0
                   DISPLAY "Turma " WS-TURMA " sem entradas no"
                       " calendario"
               END-IF
           END-IF.

       CARREGA-PROVAS-ADAPTADAS.
      * Fichas com a medida ADAP; a turma vem de NOTAS.DAT pelo
      * numero do aluno
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-TOTAL-PAD
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE 'N' TO EOF-MEDIDAS
               OPEN INPUT FICHEIRO-MEDIDAS
               IF WS-MEDIDAS-STATUS = '00' OR
                   WS-MEDIDAS-STATUS = '05'
                   PERFORM UNTIL EOF-MEDIDAS = 'S'
                       READ FICHEIRO-MEDIDAS
                           AT END
                               MOVE 'S' TO EOF-MEDIDAS
                           NOT AT END
                               PERFORM GUARDA-PROVA-ADAPTADA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-MEDIDAS
               END-IF
               CLOSE FICHEIRO-NOTAS
           END-IF.

       GUARDA-PROVA-ADAPTADA.
           MOVE 0 TO WS-TEM-ADAP
           INSPECT MAP-MEDIDAS TALLYING WS-TEM-ADAP FOR ALL 'ADAP'
           IF WS-TEM-ADAP > 0 AND MAP-NUMERO IS NUMERIC AND
               MAP-DATA-INI IS NUMERIC AND MAP-DATA-FIM IS NUMERIC
               AND WS-TOTAL-PAD < 200
               MOVE MAP-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-PAD
                       MOVE REC-TURMA TO WS-PAD-TURMA(WS-TOTAL-PAD)
                       MOVE MAP-DATA-INI
                           TO WS-PAD-DATA-INI(WS-TOTAL-PAD)
                       MOVE MAP-DATA-FIM
                           TO WS-PAD-DATA-FIM(WS-TOTAL-PAD)
               END-READ
           END-IF.

       AVISA-PROVAS-ADAPTADAS.
           IF WS-CAL-DATA-TESTE(I) > 0
               MOVE WS-CAL-DATA-TESTE(I) TO WS-DATA-REFERENCIA
           ELSE
               MOVE WS-DATA TO WS-DATA-REFERENCIA
           END-IF
           MOVE 0 TO WS-CONTA-ADAP
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-PAD
               IF WS-PAD-TURMA(P) = WS-CAL-TURMA(I) AND
                   WS-PAD-DATA-INI(P) <= WS-DATA-REFERENCIA AND
                   (WS-PAD-DATA-FIM(P) = 0 OR
                    WS-PAD-DATA-FIM(P) >= WS-DATA-REFERENCIA)
                   ADD 1 TO WS-CONTA-ADAP
               END-IF
           END-PERFORM
           IF WS-CONTA-ADAP > 0
               DISPLAY "       AVISO: " WS-CONTA-ADAP " aluno(s) com"
                   " prova adaptada nesta turma"
           END-IF.

       ALTERAR-ENTRADA.
