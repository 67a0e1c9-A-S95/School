      ******************************************************************
      * Author:
      * Date:
      * Purpose: Plano curricular por ano de escolaridade
      *          (plano-curricular.txt: ano, disciplina, horas
      *          semanais e obrigatoria/facultativa), ligado as
      *          turmas pelo ano de escolaridade de turmas.txt, com
      *          manutencao e a verificacao dos alunos contra o plano
      *          (falta de obrigatoria, disciplina fora do ano e nota
      *          em branco) que o fecho de termo tambem corre antes
      *          de congelar a pauta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO-CURRICULAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-PLANO
               ASSIGN TO 'plano-curricular.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
           SELECT OPTIONAL FICHEIRO-DISCIPLINAS
               ASSIGN TO 'disciplinas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIPLINAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-PLANO.
       01 LINHA-PLANO.
         05 PLC-NIVEL      PIC 9(2).
         05 FILLER         PIC X.
         05 PLC-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 PLC-HORAS      PIC 9(2).
         05 FILLER         PIC X.
         05 PLC-TIPO       PIC X.
       FD FICHEIRO-DISCIPLINAS.
       01 LINHA-DISCIPLINA.
         05 DSC-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 DSC-NOME   PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PLANO-STATUS PIC XX.
       01 WS-DISCIPLINAS-STATUS PIC XX.
       01 EOF-PLANO PIC X.
       01 EOF-DISCIPLINAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-NIVEL-TEXTO PIC X(2).
       01 WS-NIVEL PIC 9(2).
       01 WS-NIVEL-LISTA PIC 9(2).
       01 WS-DISCIPLINA PIC X(4).
       01 WS-DISCIPLINA-VALIDA PIC X.
       01 WS-NOME-DISCIPLINA PIC X(20).
       01 WS-HORAS-TEXTO PIC X(2).
       01 WS-TIPO PIC X.
       01 WS-TOTAL-HORAS PIC 9(3).
       01 WS-LINHAS-NIVEL PIC 9(3).
       01 WS-VP-PROBLEMAS PIC 9(5).
       01 WS-VP-PLANO-DEFINIDO PIC X.
       01 I PIC 9(3).
       01 WS-ACHADO PIC 9(3).
       01 WS-TOTAL-PLANO PIC 9(3) VALUE 0.
       01 WS-TABELA-PLANO.
         05 WS-PLC OCCURS 150 TIMES.
           10 WS-PLC-NIVEL      PIC 9(2).
           10 WS-PLC-DISCIPLINA PIC X(4).
           10 WS-PLC-HORAS      PIC 9(2).
           10 WS-PLC-TIPO       PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "PLANO CURRICULAR (plano-curricular.txt)"
               DISPLAY "1 - LISTAR PLANO"
               DISPLAY "2 - CRIAR/ALTERAR DISCIPLINA NO PLANO"
               DISPLAY "3 - REMOVER DISCIPLINA DO PLANO"
               DISPLAY "4 - VERIFICAR ALUNOS CONTRA O PLANO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-PLANO
                   WHEN 2
                       PERFORM ALTERAR-PLANO
                   WHEN 3
                       PERFORM REMOVER-PLANO
                   WHEN 4
                       PERFORM VERIFICAR-ALUNOS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-PLANO.
           MOVE 0 TO WS-TOTAL-PLANO
           MOVE 'N' TO EOF-PLANO
           OPEN INPUT FICHEIRO-PLANO
           IF WS-PLANO-STATUS = '00' OR WS-PLANO-STATUS = '05'
               PERFORM UNTIL EOF-PLANO = 'S'
                   READ FICHEIRO-PLANO
                       AT END
                           MOVE 'S' TO EOF-PLANO
                       NOT AT END
                           IF PLC-DISCIPLINA NOT = SPACES AND
                               PLC-NIVEL IS NUMERIC AND
                               WS-TOTAL-PLANO < 150
                               ADD 1 TO WS-TOTAL-PLANO
                               PERFORM GUARDA-PLANO-LIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PLANO
           END-IF.

       GUARDA-PLANO-LIDO.
           MOVE PLC-NIVEL TO WS-PLC-NIVEL(WS-TOTAL-PLANO)
           MOVE PLC-DISCIPLINA TO WS-PLC-DISCIPLINA(WS-TOTAL-PLANO)
           IF PLC-HORAS IS NUMERIC
               MOVE PLC-HORAS TO WS-PLC-HORAS(WS-TOTAL-PLANO)
           ELSE
               MOVE 0 TO WS-PLC-HORAS(WS-TOTAL-PLANO)
           END-IF
           IF PLC-TIPO = 'F'
               MOVE 'F' TO WS-PLC-TIPO(WS-TOTAL-PLANO)
           ELSE
               MOVE 'O' TO WS-PLC-TIPO(WS-TOTAL-PLANO)
           END-IF.

       GRAVA-PLANO.
           OPEN OUTPUT FICHEIRO-PLANO
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-PLANO
               MOVE SPACES TO LINHA-PLANO
               MOVE WS-PLC-NIVEL(I) TO PLC-NIVEL
               MOVE WS-PLC-DISCIPLINA(I) TO PLC-DISCIPLINA
               MOVE WS-PLC-HORAS(I) TO PLC-HORAS
               MOVE WS-PLC-TIPO(I) TO PLC-TIPO
               WRITE LINHA-PLANO
           END-PERFORM
           CLOSE FICHEIRO-PLANO.

       PEDE-NIVEL.
           DISPLAY "ANO DE ESCOLARIDADE (1 a 12): " WITH NO ADVANCING
           MOVE SPACES TO WS-NIVEL-TEXTO
           ACCEPT WS-NIVEL-TEXTO
           IF WS-NIVEL-TEXTO = SPACES
               MOVE 0 TO WS-NIVEL
           ELSE
               COMPUTE WS-NIVEL = FUNCTION NUMVAL(WS-NIVEL-TEXTO)
           END-IF.

       PEDE-DISCIPLINA.
           DISPLAY "CODIGO DA DISCIPLINA (ex: MAT): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DISCIPLINA
           ACCEPT WS-DISCIPLINA
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA.

       PROCURA-PLANO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-PLANO
               IF WS-PLC-NIVEL(I) = WS-NIVEL AND
                   WS-PLC-DISCIPLINA(I) = WS-DISCIPLINA
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       LISTAR-PLANO.
           PERFORM CARREGA-PLANO
           IF WS-TOTAL-PLANO = 0
               DISPLAY "Plano curricular vazio"
           ELSE
               DISPLAY "ANO DE ESCOLARIDADE (ENTER = todos): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-NIVEL-TEXTO
               ACCEPT WS-NIVEL-TEXTO
               IF WS-NIVEL-TEXTO = SPACES
                   PERFORM LISTA-NIVEL VARYING WS-NIVEL-LISTA
                       FROM 1 BY 1 UNTIL WS-NIVEL-LISTA > 12
               ELSE
                   COMPUTE WS-NIVEL-LISTA =
                       FUNCTION NUMVAL(WS-NIVEL-TEXTO)
                   PERFORM LISTA-NIVEL
                   IF WS-LINHAS-NIVEL = 0
                       DISPLAY "Sem plano para o " WS-NIVEL-LISTA
                           ". ano"
                   END-IF
               END-IF
           END-IF.

       LISTA-NIVEL.
           MOVE 0 TO WS-LINHAS-NIVEL
           MOVE 0 TO WS-TOTAL-HORAS
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-PLANO
               IF WS-PLC-NIVEL(I) = WS-NIVEL-LISTA
                   IF WS-LINHAS-NIVEL = 0
                       DISPLAY WS-NIVEL-LISTA ". ANO   DISC HORAS TIPO"
                   END-IF
                   ADD 1 TO WS-LINHAS-NIVEL
                   ADD WS-PLC-HORAS(I) TO WS-TOTAL-HORAS
                   IF WS-PLC-TIPO(I) = 'F'
                       DISPLAY "         " WS-PLC-DISCIPLINA(I) " "
                           WS-PLC-HORAS(I) "    FACULTATIVA"
                   ELSE
                       DISPLAY "         " WS-PLC-DISCIPLINA(I) " "
                           WS-PLC-HORAS(I) "    OBRIGATORIA"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINHAS-NIVEL > 0
               DISPLAY "         TOTAL " WS-TOTAL-HORAS
                   " HORAS SEMANAIS"
           END-IF.

       ALTERAR-PLANO.
           PERFORM CARREGA-PLANO
           PERFORM PEDE-NIVEL
           IF WS-NIVEL < 1 OR WS-NIVEL > 12
               DISPLAY "Ano de escolaridade invalido, nada alterado"
           ELSE
               PERFORM PEDE-DISCIPLINA
               PERFORM VALIDA-DISCIPLINA
               IF WS-DISCIPLINA-VALIDA = 'N'
                   DISPLAY "Disciplina " WS-DISCIPLINA
                       " nao existe em disciplinas.txt, nada alterado"
               ELSE
                   PERFORM PROCURA-PLANO
                   IF WS-ACHADO = 0 AND WS-TOTAL-PLANO >= 150
                       DISPLAY "Plano curricular cheio, nada criado"
                   ELSE
                       IF WS-ACHADO = 0
                           ADD 1 TO WS-TOTAL-PLANO
                           MOVE WS-TOTAL-PLANO TO WS-ACHADO
                           MOVE WS-NIVEL TO WS-PLC-NIVEL(WS-ACHADO)
                           MOVE WS-DISCIPLINA
                               TO WS-PLC-DISCIPLINA(WS-ACHADO)
                           MOVE 0 TO WS-PLC-HORAS(WS-ACHADO)
                           MOVE 'O' TO WS-PLC-TIPO(WS-ACHADO)
                           DISPLAY "Disciplina " WS-DISCIPLINA
                               " nova no " WS-NIVEL ". ano ("
                               WS-NOME-DISCIPLINA ")"
                       END-IF
                       PERFORM PEDE-DADOS-PLANO
                       PERFORM GRAVA-PLANO
                       DISPLAY "Plano do " WS-NIVEL ". ano gravado"
                   END-IF
               END-IF
           END-IF.

       PEDE-DADOS-PLANO.
      * ENTER em qualquer campo mantem o valor atual, como na
      * manutencao de turmas
           DISPLAY "Horas semanais atuais: " WS-PLC-HORAS(WS-ACHADO)
           DISPLAY "Novas horas semanais (ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-HORAS-TEXTO
           ACCEPT WS-HORAS-TEXTO
           IF WS-HORAS-TEXTO NOT = SPACES
               COMPUTE WS-PLC-HORAS(WS-ACHADO) =
                   FUNCTION NUMVAL(WS-HORAS-TEXTO)
           END-IF
           DISPLAY "Tipo atual: " WS-PLC-TIPO(WS-ACHADO)
               " (O=obrigatoria, F=facultativa)"
           DISPLAY "Novo tipo (O/F, ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TIPO
           ACCEPT WS-TIPO
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           IF WS-TIPO = 'O' OR WS-TIPO = 'F'
               MOVE WS-TIPO TO WS-PLC-TIPO(WS-ACHADO)
           END-IF.

       REMOVER-PLANO.
           PERFORM CARREGA-PLANO
           PERFORM PEDE-NIVEL
           PERFORM PEDE-DISCIPLINA
           PERFORM PROCURA-PLANO
           IF WS-ACHADO = 0
               DISPLAY "Disciplina " WS-DISCIPLINA " nao esta no plano"
                   " do " WS-NIVEL ". ano"
           ELSE
               MOVE WS-PLC(WS-TOTAL-PLANO) TO WS-PLC(WS-ACHADO)
               SUBTRACT 1 FROM WS-TOTAL-PLANO
               PERFORM GRAVA-PLANO
               DISPLAY "Disciplina " WS-DISCIPLINA " removida do plano"
                   " do " WS-NIVEL ". ano"
           END-IF.

       VALIDA-DISCIPLINA.
      * Sem disciplinas.txt (mestre ainda por criar) o codigo e
      * aceite com aviso, como na manutencao de turmas
           MOVE 'N' TO WS-DISCIPLINA-VALIDA
           MOVE SPACES TO WS-NOME-DISCIPLINA
           MOVE 'N' TO EOF-DISCIPLINAS
           IF WS-DISCIPLINA = SPACES
               MOVE 'S' TO EOF-DISCIPLINAS
           END-IF
           OPEN INPUT FICHEIRO-DISCIPLINAS
           IF WS-DISCIPLINAS-STATUS = '00'
               PERFORM UNTIL EOF-DISCIPLINAS = 'S'
                   READ FICHEIRO-DISCIPLINAS
                       AT END
                           MOVE 'S' TO EOF-DISCIPLINAS
                       NOT AT END
                           IF DSC-CODIGO = WS-DISCIPLINA
                               MOVE 'S' TO WS-DISCIPLINA-VALIDA
                               MOVE DSC-NOME TO WS-NOME-DISCIPLINA
                               MOVE 'S' TO EOF-DISCIPLINAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISCIPLINAS
           ELSE
               IF WS-DISCIPLINAS-STATUS = '05'
                   CLOSE FICHEIRO-DISCIPLINAS
               END-IF
               IF WS-DISCIPLINA NOT = SPACES
                   DISPLAY "Aviso: disciplinas.txt nao encontrado,"
                       " codigo aceite sem validacao"
                   MOVE 'S' TO WS-DISCIPLINA-VALIDA
               END-IF
           END-IF.

       VERIFICAR-ALUNOS.
      * A verificacao vive no modulo VERIFICA-PLANO, o mesmo que o
      * fecho de termo chama antes de congelar a pauta
           CALL 'VERIFICA-PLANO' USING WS-VP-PROBLEMAS
               WS-VP-PLANO-DEFINIDO
               ON EXCEPTION
                   DISPLAY "Modulo VERIFICA-PLANO por compilar;"
                       " verificacao nao feita"
               NOT ON EXCEPTION
                   IF WS-VP-PLANO-DEFINIDO = 'N'
                       DISPLAY "Plano curricular vazio, nada a"
                           " verificar"
                   ELSE
                       DISPLAY "Problemas em aberto: "
                           WS-VP-PROBLEMAS
                   END-IF
                   DISPLAY "Relatorio gravado em"
                       " verificacao-plano.txt"
           END-CALL.

       END PROGRAM PLANO-CURRICULAR.
