      ******************************************************************
      * Author:
      * Date:
      * Purpose: Medidas de apoio a aprendizagem por aluno
      *          (medidas-apoio.txt, um registo por numero de aluno:
      *          ate quatro codigos de medida - tempo suplementar,
      *          prova adaptada, sala a parte, leitura dos
      *          enunciados -, datas de inicio e de fim e o tecnico
      *          responsavel); a grelha de notas, o boletim, o
      *          calendario de avaliacoes e o plano dos exames de
      *          recurso leem este ficheiro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIDAS-APOIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD FICHEIRO-MEDIDAS.
       01 LINHA-MEDIDA.
         05 MAP-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 MAP-MEDIDAS OCCURS 4 TIMES.
           10 MAP-MEDIDA   PIC X(4).
           10 FILLER       PIC X.
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
       01 WS-MEDIDAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 EOF-MEDIDAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-CODIGOS-TEXTO PIC X(20).
       01 WS-CODIGOS-LIDOS.
         05 WS-COD-LIDO PIC X(4) OCCURS 4 TIMES.
       01 WS-CODIGOS-OK PIC X.
       01 WS-CODIGO-OK PIC X.
       01 WS-TECNICO PIC X(20).
       01 WS-ESTADO PIC X(8).
       01 WS-CONFIRMA PIC X.
       01 WS-MEDIDAS-CHEIA PIC X VALUE 'N'.
       01 I PIC 9(3).
       01 K PIC 9(3).
       01 M PIC 9.
       01 WS-ACHADO PIC 9(3).
      * Medidas de apoio conhecidas
       01 WS-APOIOS-CONHECIDOS.
         05 FILLER PIC X(34)
             VALUE 'TEMPTEMPO SUPLEMENTAR NAS PROVAS  '.
         05 FILLER PIC X(34)
             VALUE 'ADAPPROVA ADAPTADA                '.
         05 FILLER PIC X(34)
             VALUE 'SALAPROVA EM SALA A PARTE         '.
         05 FILLER PIC X(34)
             VALUE 'LEITLEITURA DOS ENUNCIADOS        '.
       01 FILLER REDEFINES WS-APOIOS-CONHECIDOS.
         05 WS-APO OCCURS 4 TIMES.
           10 WS-APO-CODIGO    PIC X(4).
           10 WS-APO-DESCRICAO PIC X(30).
       01 WS-TOTAL-MAP PIC 9(3) VALUE 0.
       01 WS-TABELA-MAP.
         05 WS-MAP OCCURS 500 TIMES.
           10 WS-MAP-NUMERO   PIC 9(5).
           10 WS-MAP-MEDIDA   PIC X(4) OCCURS 4 TIMES.
           10 WS-MAP-DATA-INI PIC 9(8).
           10 WS-MAP-DATA-FIM PIC 9(8).
           10 WS-MAP-TECNICO  PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "MEDIDAS DE APOIO"
               DISPLAY "1 - LISTAR MEDIDAS"
               DISPLAY "2 - CRIAR/ALTERAR MEDIDAS DE UM ALUNO"
               DISPLAY "3 - REMOVER MEDIDAS DE UM ALUNO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-MEDIDAS
                   WHEN 2
                       PERFORM ALTERAR-MEDIDAS
                   WHEN 3
                       PERFORM REMOVER-MEDIDAS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-MEDIDAS.
           MOVE 0 TO WS-TOTAL-MAP
           MOVE 'N' TO WS-MEDIDAS-CHEIA
           MOVE 'N' TO EOF-MEDIDAS
           OPEN INPUT FICHEIRO-MEDIDAS
           IF WS-MEDIDAS-STATUS = '00' OR WS-MEDIDAS-STATUS = '05'
               PERFORM UNTIL EOF-MEDIDAS = 'S'
                   READ FICHEIRO-MEDIDAS
                       AT END
                           MOVE 'S' TO EOF-MEDIDAS
                       NOT AT END
                           IF MAP-NUMERO IS NUMERIC
                               IF WS-TOTAL-MAP < 500
                                   ADD 1 TO WS-TOTAL-MAP
                                   PERFORM GUARDA-MEDIDA-LIDA
                               ELSE
                                   MOVE 'S' TO WS-MEDIDAS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MEDIDAS
           END-IF
           IF WS-MEDIDAS-CHEIA = 'S'
               DISPLAY "Aviso: mais de 500 alunos com medidas,"
                   " ficheiro nao sera regravado"
           END-IF.

       GUARDA-MEDIDA-LIDA.
           MOVE MAP-NUMERO TO WS-MAP-NUMERO(WS-TOTAL-MAP)
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 4
               MOVE MAP-MEDIDA(M) TO WS-MAP-MEDIDA(WS-TOTAL-MAP, M)
           END-PERFORM
           IF MAP-DATA-INI IS NUMERIC
               MOVE MAP-DATA-INI TO WS-MAP-DATA-INI(WS-TOTAL-MAP)
           ELSE
               MOVE 0 TO WS-MAP-DATA-INI(WS-TOTAL-MAP)
           END-IF
           IF MAP-DATA-FIM IS NUMERIC
               MOVE MAP-DATA-FIM TO WS-MAP-DATA-FIM(WS-TOTAL-MAP)
           ELSE
               MOVE 0 TO WS-MAP-DATA-FIM(WS-TOTAL-MAP)
           END-IF
           MOVE MAP-TECNICO TO WS-MAP-TECNICO(WS-TOTAL-MAP).

       GRAVA-MEDIDAS.
           OPEN OUTPUT FICHEIRO-MEDIDAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MAP
               MOVE SPACES TO LINHA-MEDIDA
               MOVE WS-MAP-NUMERO(I) TO MAP-NUMERO
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 4
                   MOVE WS-MAP-MEDIDA(I, M) TO MAP-MEDIDA(M)
               END-PERFORM
               MOVE WS-MAP-DATA-INI(I) TO MAP-DATA-INI
               MOVE WS-MAP-DATA-FIM(I) TO MAP-DATA-FIM
               MOVE WS-MAP-TECNICO(I) TO MAP-TECNICO
               WRITE LINHA-MEDIDA
           END-PERFORM
           CLOSE FICHEIRO-MEDIDAS.

       PROCURA-MEDIDAS-ALUNO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MAP
               IF WS-MAP-NUMERO(I) = WS-NUMERO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       PEDE-ALUNO.
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
                       MOVE 'S' TO WS-ALUNO-OK
                       MOVE REC-NOME TO WS-NOME
                       MOVE REC-TURMA TO WS-TURMA
                       DISPLAY "ALUNO " WS-NUMERO " " WS-NOME
                           " TURMA " WS-TURMA
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       LISTAR-MEDIDAS.
      * Todas as fichas, com a indicacao de estarem ou nao em vigor
      * na data de hoje (fim 0 = sem data de fim)
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CARREGA-MEDIDAS
           IF WS-TOTAL-MAP = 0
               DISPLAY "Nenhum aluno com medidas de apoio"
           ELSE
               DISPLAY "ALUNO MEDIDAS              INICIO   FIM      "
                   "TECNICO              ESTADO"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MAP
                   IF WS-MAP-DATA-INI(I) <= WS-DATA AND
                       (WS-MAP-DATA-FIM(I) = 0 OR
                        WS-MAP-DATA-FIM(I) >= WS-DATA)
                       MOVE "EM VIGOR" TO WS-ESTADO
                   ELSE
                       MOVE "INATIVA" TO WS-ESTADO
                   END-IF
                   DISPLAY WS-MAP-NUMERO(I) " "
                       WS-MAP-MEDIDA(I, 1) " " WS-MAP-MEDIDA(I, 2) " "
                       WS-MAP-MEDIDA(I, 3) " " WS-MAP-MEDIDA(I, 4) " "
                       WS-MAP-DATA-INI(I) " " WS-MAP-DATA-FIM(I) " "
                       WS-MAP-TECNICO(I) " " WS-ESTADO
               END-PERFORM
               DISPLAY "CODIGOS:"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   DISPLAY "  " WS-APO-CODIGO(K) " "
                       WS-APO-DESCRICAO(K)
               END-PERFORM
           END-IF.

       ALTERAR-MEDIDAS.
           PERFORM CARREGA-MEDIDAS
           IF WS-MEDIDAS-CHEIA = 'S'
               DISPLAY "Manutencao bloqueada ate o ficheiro ser"
                   " revisto"
           ELSE
               PERFORM PEDE-ALUNO
               IF WS-ALUNO-OK = 'S'
                   PERFORM PROCURA-MEDIDAS-ALUNO
                   IF WS-ACHADO = 0 AND WS-TOTAL-MAP >= 500
                       DISPLAY "Tabela de medidas cheia, nada criado"
                   ELSE
                       PERFORM PEDE-DADOS-MEDIDAS
                   END-IF
               END-IF
           END-IF.

       PEDE-DADOS-MEDIDAS.
      * ENTER mantem o valor atual, como nas outras manutencoes;
      * um aluno novo comeca hoje e sem data de fim
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           IF WS-ACHADO = 0
               ADD 1 TO WS-TOTAL-MAP
               MOVE WS-TOTAL-MAP TO WS-ACHADO
               MOVE WS-NUMERO TO WS-MAP-NUMERO(WS-ACHADO)
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 4
                   MOVE SPACES TO WS-MAP-MEDIDA(WS-ACHADO, M)
               END-PERFORM
               MOVE WS-DATA TO WS-MAP-DATA-INI(WS-ACHADO)
               MOVE 0 TO WS-MAP-DATA-FIM(WS-ACHADO)
               MOVE SPACES TO WS-MAP-TECNICO(WS-ACHADO)
               DISPLAY "Ficha nova para o aluno " WS-NUMERO
           END-IF
           DISPLAY "CODIGOS:"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               DISPLAY "  " WS-APO-CODIGO(K) " " WS-APO-DESCRICAO(K)
           END-PERFORM
           DISPLAY "Medidas atuais: " WS-MAP-MEDIDA(WS-ACHADO, 1) " "
               WS-MAP-MEDIDA(WS-ACHADO, 2) " "
               WS-MAP-MEDIDA(WS-ACHADO, 3) " "
               WS-MAP-MEDIDA(WS-ACHADO, 4)
           DISPLAY "Novas medidas (ex: TEMP ADAP, ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGOS-TEXTO
           ACCEPT WS-CODIGOS-TEXTO
           MOVE 'S' TO WS-CODIGOS-OK
           IF WS-CODIGOS-TEXTO NOT = SPACES
               PERFORM VALIDA-CODIGOS
           END-IF
           IF WS-CODIGOS-OK = 'N'
               DISPLAY "Medidas nao alteradas"
           ELSE
               IF WS-CODIGOS-TEXTO NOT = SPACES
                   PERFORM VARYING M FROM 1 BY 1 UNTIL M > 4
                       MOVE WS-COD-LIDO(M)
                           TO WS-MAP-MEDIDA(WS-ACHADO, M)
                   END-PERFORM
               END-IF
           END-IF
           DISPLAY "Inicio atual: " WS-MAP-DATA-INI(WS-ACHADO)
           DISPLAY "Nova data (AAAAMMDD, ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-MAP-DATA-INI(WS-ACHADO) =
                   FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF
           DISPLAY "Fim atual (0 = sem fim): "
               WS-MAP-DATA-FIM(WS-ACHADO)
           DISPLAY "Nova data (AAAAMMDD, 0 = sem fim, ENTER = "
               "manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-MAP-DATA-FIM(WS-ACHADO) =
                   FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF
           DISPLAY "Tecnico atual: " WS-MAP-TECNICO(WS-ACHADO)
           DISPLAY "Novo tecnico responsavel (ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TECNICO
           ACCEPT WS-TECNICO
           IF WS-TECNICO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TECNICO)
                   TO WS-MAP-TECNICO(WS-ACHADO)
           END-IF
           IF WS-MAP-MEDIDA(WS-ACHADO, 1) = SPACES OR
               WS-MAP-TECNICO(WS-ACHADO) = SPACES OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-MAP-DATA-INI(WS-ACHADO))
                   NOT = 0 OR
               (WS-MAP-DATA-FIM(WS-ACHADO) NOT = 0 AND
                WS-MAP-DATA-FIM(WS-ACHADO) <
                    WS-MAP-DATA-INI(WS-ACHADO))
               DISPLAY "Ficha incompleta ou datas invalidas, nada"
                   " gravado"
           ELSE
               PERFORM GRAVA-MEDIDAS
               DISPLAY "Medidas do aluno " WS-NUMERO " gravadas"
           END-IF.

       VALIDA-CODIGOS.
      * Ate quatro codigos separados por espacos, todos da tabela
      * e sem repeticoes
           MOVE SPACES TO WS-CODIGOS-LIDOS
           MOVE FUNCTION UPPER-CASE(WS-CODIGOS-TEXTO)
               TO WS-CODIGOS-TEXTO
           UNSTRING WS-CODIGOS-TEXTO DELIMITED BY ALL SPACES
               INTO WS-COD-LIDO(1) WS-COD-LIDO(2)
                    WS-COD-LIDO(3) WS-COD-LIDO(4)
           END-UNSTRING
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 4
               IF WS-COD-LIDO(M) NOT = SPACES
                   MOVE 'N' TO WS-CODIGO-OK
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                       IF WS-APO-CODIGO(K) = WS-COD-LIDO(M)
                           MOVE 'S' TO WS-CODIGO-OK
                       END-IF
                   END-PERFORM
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K >= M
                       IF WS-COD-LIDO(K) = WS-COD-LIDO(M)
                           MOVE 'N' TO WS-CODIGO-OK
                       END-IF
                   END-PERFORM
                   IF WS-CODIGO-OK = 'N'
                       DISPLAY "Codigo '" WS-COD-LIDO(M)
                           "' desconhecido ou repetido"
                       MOVE 'N' TO WS-CODIGOS-OK
                   END-IF
               END-IF
           END-PERFORM.

       REMOVER-MEDIDAS.
      * Para terminar uma medida basta por a data de fim; remover
      * apaga a ficha do aluno (ex: ficha criada por engano)
           PERFORM CARREGA-MEDIDAS
           IF WS-MEDIDAS-CHEIA = 'S'
               DISPLAY "Manutencao bloqueada ate o ficheiro ser"
                   " revisto"
           ELSE
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-TEXTO
               ACCEPT WS-NUM-TEXTO
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
               PERFORM PROCURA-MEDIDAS-ALUNO
               IF WS-ACHADO = 0
                   DISPLAY "Aluno " WS-NUMERO " sem medidas"
               ELSE
                   DISPLAY "Remover as medidas do aluno " WS-NUMERO
                       "? (S/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                       MOVE WS-MAP(WS-TOTAL-MAP) TO WS-MAP(WS-ACHADO)
                       SUBTRACT 1 FROM WS-TOTAL-MAP
                       PERFORM GRAVA-MEDIDAS
                       DISPLAY "Medidas do aluno " WS-NUMERO
                           " removidas"
                   ELSE
                       DISPLAY "Nada removido"
                   END-IF
               END-IF
           END-IF.

       END PROGRAM MEDIDAS-APOIO.
