      *          com manutencao e relatorio de ocupacao (inscritos em
      *          NOTAS.DAT contra a capacidade); acaba com o "TURMA A"
      *          / "TURMAA" / "A" todos a quererem dizer a mesma turma,
      *          porque a inscricao passa a validar contra este mestre;
      *          o professor titular e o codigo de professores.txt;
      *          o ano de escolaridade (nivel 5 a 12) liga a turma
      *          ao plano curricular desse ano (plano-curricular.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT FICHEIRO-OCUPACAO ASSIGN TO 'ocupacao-turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
         05 TUR-LIM-MB     PIC 9(2).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).

       FD FICHEIRO-NOTAS.
       01 NOTAS-REC.

       FD FICHEIRO-OCUPACAO.
       01 LINHA-OCUPACAO PIC X(80).
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X(100).

       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 EOF-TURMAS PIC X.
       01 EOF-PROFESSORES PIC X.
       01 WS-PROFESSOR-VALIDO PIC X.
       01 EOF-NOTAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
       01 WS-LIMITE-TEXTO PIC X(2).
       01 WS-POLO PIC X(2).
       01 WS-POLO-FILTRO PIC X(2).
       01 WS-NIVEL-TEXTO PIC X(2).
       01 I PIC 9(2).
       01 WS-ACHADA PIC 9(2).
       01 WS-VAGAS PIC S9(3).
           10 WS-TUR-LIM-BOM    PIC 9(2).
           10 WS-TUR-LIM-MB     PIC 9(2).
           10 WS-TUR-POLO       PIC X(2).
           10 WS-TUR-NIVEL      PIC 9(2).
           10 WS-TUR-INSCRITOS  PIC 9(3).

       PROCEDURE DIVISION.
               MOVE 18 TO WS-TUR-LIM-MB(WS-TOTAL-TURMAS)
           END-IF
           MOVE TUR-POLO TO WS-TUR-POLO(WS-TOTAL-TURMAS)
      * Sem ano de escolaridade gravado a turma fica com nivel 0,
      * que o plano curricular trata como desconhecido
           IF TUR-NIVEL IS NUMERIC
               MOVE TUR-NIVEL TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           ELSE
               MOVE 0 TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           END-IF
           MOVE 0 TO WS-TUR-INSCRITOS(WS-TOTAL-TURMAS).

       GRAVA-TURMAS.
               MOVE WS-TUR-LIM-BOM(I) TO TUR-LIM-BOM
               MOVE WS-TUR-LIM-MB(I) TO TUR-LIM-MB
               MOVE WS-TUR-POLO(I) TO TUR-POLO
               MOVE WS-TUR-NIVEL(I) TO TUR-NIVEL
               WRITE LINHA-TURMA
           END-PERFORM
           CLOSE FICHEIRO-TURMAS.
               MOVE FUNCTION UPPER-CASE(WS-POLO-FILTRO)
                   TO WS-POLO-FILTRO
               DISPLAY "CODIGO NOME                 ANO       "
                   "PROFESSOR            CAP ESC POLO NIV"
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-TURMAS
                   IF WS-POLO-FILTRO = SPACES OR
                           WS-TUR-PROFESSOR(I) " "
                           WS-TUR-CAPACIDADE(I) "  "
                           WS-TUR-ESCALA(I) "   "
                           WS-TUR-POLO(I) "   "
                           WS-TUR-NIVEL(I)
                   END-IF
               END-PERFORM
           END-IF.
                       MOVE 14 TO WS-TUR-LIM-BOM(WS-ACHADA)
                       MOVE 18 TO WS-TUR-LIM-MB(WS-ACHADA)
                       MOVE SPACES TO WS-TUR-POLO(WS-ACHADA)
                       MOVE 0 TO WS-TUR-NIVEL(WS-ACHADA)
                       DISPLAY "Turma nova " WS-CODIGO
                   END-IF
                   PERFORM PEDE-DADOS-TURMA
           IF WS-ANO NOT = SPACES
               MOVE WS-ANO TO WS-TUR-ANO(WS-ACHADA)
           END-IF
           DISPLAY "Ano de escolaridade atual: "
               WS-TUR-NIVEL(WS-ACHADA)
           DISPLAY "Novo ano de escolaridade (ex: 7, ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NIVEL-TEXTO
           ACCEPT WS-NIVEL-TEXTO
           IF WS-NIVEL-TEXTO NOT = SPACES
               COMPUTE WS-TUR-NIVEL(WS-ACHADA) =
                   FUNCTION NUMVAL(WS-NIVEL-TEXTO)
           END-IF
           DISPLAY "Professor atual: " WS-TUR-PROFESSOR(WS-ACHADA)
           DISPLAY "Novo professor (codigo, ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PROFESSOR
           ACCEPT WS-PROFESSOR
           MOVE FUNCTION UPPER-CASE(WS-PROFESSOR) TO WS-PROFESSOR
           IF WS-PROFESSOR NOT = SPACES
               PERFORM VALIDA-PROFESSOR
               IF WS-PROFESSOR-VALIDO = 'S'
                   MOVE WS-PROFESSOR TO WS-TUR-PROFESSOR(WS-ACHADA)
               ELSE
                   DISPLAY "Professor " WS-PROFESSOR
                       " nao existe em professores.txt, mantido "
                       WS-TUR-PROFESSOR(WS-ACHADA)
               END-IF
           END-IF
           DISPLAY "Capacidade atual: " WS-TUR-CAPACIDADE(WS-ACHADA)
           DISPLAY "Nova capacidade (ENTER = manter): "
                   FUNCTION NUMVAL(WS-LIMITE-TEXTO)
           END-IF.

       VALIDA-PROFESSOR.
      * Sem professores.txt (mestre ainda por criar) o codigo e
      * aceite com aviso, para nao bloquear a manutencao de turmas
           MOVE 'N' TO WS-PROFESSOR-VALIDO
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO = WS-PROFESSOR
                               MOVE 'S' TO WS-PROFESSOR-VALIDO
                               MOVE 'S' TO EOF-PROFESSORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           ELSE
               IF WS-PROFESSORES-STATUS = '05'
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
               DISPLAY "Aviso: professores.txt nao encontrado, codigo"
                   " aceite sem validacao"
               MOVE 'S' TO WS-PROFESSOR-VALIDO
           END-IF.

       CONTA-INSCRITOS.
      * Percorre NOTAS.DAT uma vez e acumula os inscritos por turma;
      * registos com turma fora do mestre contam num aviso a parte
