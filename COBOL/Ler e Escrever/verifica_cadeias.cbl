      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao das cadeias dos ficheiros de prova:
      *          percorre cada ficheiro encadeado desde a base
      *          guardada em cadeias-estado.txt, recalcula o elo de
      *          cada linha e diz qual e a primeira linha em que a
      *          cadeia parte (linha alterada, apagada, inserida ou
      *          sem elo depois de a cadeia comecar), confere as
      *          ancoras diarias de cadeias-ancoras.txt que ainda
      *          caem dentro do ficheiro e o fim da cadeia contra o
      *          estado (linhas cortadas no fim); RETURN-CODE 8
      *          quando alguma cadeia esta partida, para a porta
      *          do fim de dia travar a cadeia noturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CADEIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ESTADO
               ASSIGN TO 'cadeias-estado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.
           SELECT OPTIONAL FICHEIRO-ANCORAS
               ASSIGN TO 'cadeias-ancoras.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCORAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROVA ASSIGN TO WS-NOME-PROVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-ESTADO.
       01 LINHA-ESTADO.
         05 EST-FICHEIRO PIC X(30).
         05 FILLER       PIC X.
         05 EST-REGISTOS PIC 9(9).
         05 FILLER       PIC X.
         05 EST-ULTIMO   PIC 9(18).
         05 FILLER       PIC X.
         05 EST-BASE     PIC 9(18).
         05 FILLER       PIC X.
         05 EST-PURGADOS PIC 9(9).
       FD FICHEIRO-ANCORAS.
       01 LINHA-ANCORA.
         05 ANC-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 ANC-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 ANC-TIPO     PIC X(8).
         05 FILLER       PIC X.
         05 ANC-FICHEIRO PIC X(30).
         05 FILLER       PIC X.
         05 ANC-SEQ      PIC 9(9).
         05 FILLER       PIC X.
         05 ANC-ELO      PIC 9(18).
         05 FILLER       PIC X.
         05 ANC-OPERADOR PIC X(8).
       FD FICHEIRO-PROVA.
       01 LINHA-PROVA PIC X(240).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-STATUS PIC XX.
       01 WS-ANCORAS-STATUS PIC XX.
       01 WS-PROVA-STATUS PIC XX.
       01 EOF-ESTADO PIC X.
       01 EOF-ANCORAS PIC X.
       01 EOF-PROVA PIC X.
       01 WS-NOME-PROVA PIC X(30).
       01 WS-TAMANHO PIC 9(3).
       01 WS-PARTIDAS PIC 9(2) VALUE 0.
       01 WS-PARTIU PIC X.
       01 WS-COM-ELO PIC X.
       01 WS-LINHA-NUM PIC 9(9).
       01 WS-ABSOLUTA PIC 9(9).
       01 WS-GUARDADO PIC 9(18).
       01 WS-CORRENTE PIC 9(18).
       01 WS-ANCORAS-VISTAS PIC 9(5).
       01 F PIC 9.
       01 A PIC 9(4).
      * Os mesmos ficheiros e comprimentos de dados do modulo de
      * encadeamento
       01 WS-TABELA-CADEIAS-VAL.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC 9(3)  VALUE 187.
         05 FILLER PIC X(30) VALUE 'notas-historico.txt'.
         05 FILLER PIC 9(3)  VALUE 054.
         05 FILLER PIC X(30) VALUE 'ficheiro3-log.txt'.
         05 FILLER PIC 9(3)  VALUE 120.
         05 FILLER PIC X(30) VALUE 'acessos-log.txt'.
         05 FILLER PIC 9(3)  VALUE 070.
         05 FILLER PIC X(30) VALUE 'fecho-caixa-log.txt'.
         05 FILLER PIC 9(3)  VALUE 220.
       01 FILLER REDEFINES WS-TABELA-CADEIAS-VAL.
         05 WS-CAD OCCURS 5 TIMES.
           10 WS-CAD-FICHEIRO PIC X(30).
           10 WS-CAD-TAMANHO  PIC 9(3).
       01 WS-ACHOU-ESTADO PIC X.
       01 WS-EST-REGISTOS PIC 9(9).
       01 WS-EST-ULTIMO PIC 9(18).
       01 WS-EST-BASE PIC 9(18).
       01 WS-EST-PURGADOS PIC 9(9).
      * Ancoras diarias do ficheiro desde o ultimo recadeamento (as
      * de antes ja nao podem bater, e o recadeamento fica a vista)
       01 WS-TOTAL-ANCORAS PIC 9(4) VALUE 0.
       01 WS-TABELA-ANCORAS.
         05 WS-ANC OCCURS 400 TIMES.
           10 WS-ANC-DATA PIC 9(8).
           10 WS-ANC-SEQ  PIC 9(9).
           10 WS-ANC-ELO  PIC 9(18).
       01 WS-ELO-ENTRADA PIC 9(18).
       01 FILLER REDEFINES WS-ELO-ENTRADA.
         05 WS-ELO-ENT-1 PIC 9(9).
         05 WS-ELO-ENT-2 PIC 9(9).
       01 WS-ELO-SAIDA PIC 9(18).
       01 FILLER REDEFINES WS-ELO-SAIDA.
         05 WS-ELO-SAI-1 PIC 9(9).
         05 WS-ELO-SAI-2 PIC 9(9).
       01 WS-DADOS PIC X(240).
       01 WS-SOMA-1 PIC 9(12) COMP.
       01 WS-SOMA-2 PIC 9(12) COMP.
       01 WS-CARACTER PIC 9(3) COMP.
       01 WS-POS PIC 9(3) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "VERIFICACAO DAS CADEIAS DOS FICHEIROS DE PROVA"
           MOVE 0 TO WS-PARTIDAS
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
               MOVE WS-CAD-FICHEIRO(F) TO WS-NOME-PROVA
               MOVE WS-CAD-TAMANHO(F) TO WS-TAMANHO
               PERFORM VERIFICA-UM-FICHEIRO
           END-PERFORM
           IF WS-PARTIDAS = 0
               DISPLAY "Todas as cadeias estao inteiras"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY WS-PARTIDAS " cadeia(s) partida(s)"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       VERIFICA-UM-FICHEIRO.
           PERFORM LE-ESTADO
           IF WS-ACHOU-ESTADO = 'N'
               DISPLAY FUNCTION TRIM(WS-NOME-PROVA)
                   " : ainda sem cadeia (nenhuma linha acrescentada"
                   " desde o arranque)"
           ELSE
               PERFORM CARREGA-ANCORAS
               PERFORM PERCORRE-FICHEIRO
           END-IF.

       LE-ESTADO.
           MOVE 'N' TO WS-ACHOU-ESTADO
           MOVE 'N' TO EOF-ESTADO
           OPEN INPUT FICHEIRO-ESTADO
           IF WS-ESTADO-STATUS = '00' OR
               WS-ESTADO-STATUS = '05'
               PERFORM UNTIL EOF-ESTADO = 'S'
                   READ FICHEIRO-ESTADO
                       AT END
                           MOVE 'S' TO EOF-ESTADO
                       NOT AT END
                           IF EST-FICHEIRO = WS-NOME-PROVA
                               MOVE 'S' TO WS-ACHOU-ESTADO
                               MOVE EST-REGISTOS TO WS-EST-REGISTOS
                               MOVE EST-ULTIMO TO WS-EST-ULTIMO
                               MOVE EST-BASE TO WS-EST-BASE
                               MOVE EST-PURGADOS TO WS-EST-PURGADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ESTADO
           END-IF.

       CARREGA-ANCORAS.
           MOVE 0 TO WS-TOTAL-ANCORAS
           MOVE 'N' TO EOF-ANCORAS
           OPEN INPUT FICHEIRO-ANCORAS
           IF WS-ANCORAS-STATUS = '00' OR
               WS-ANCORAS-STATUS = '05'
               PERFORM UNTIL EOF-ANCORAS = 'S'
                   READ FICHEIRO-ANCORAS
                       AT END
                           MOVE 'S' TO EOF-ANCORAS
                       NOT AT END
                           IF ANC-FICHEIRO = WS-NOME-PROVA
                               PERFORM GUARDA-ANCORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ANCORAS
           END-IF.

       GUARDA-ANCORA.
           EVALUATE ANC-TIPO
               WHEN 'RECADEIA'
                   MOVE 0 TO WS-TOTAL-ANCORAS
                   DISPLAY FUNCTION TRIM(WS-NOME-PROVA)
                       " : recadeado em " ANC-DATA "-" ANC-HORA
                       " por " ANC-OPERADOR
               WHEN 'INICIO'
                   MOVE 0 TO WS-TOTAL-ANCORAS
               WHEN 'DIARIA'
                   IF WS-TOTAL-ANCORAS < 400 AND
                       ANC-SEQ IS NUMERIC AND ANC-ELO IS NUMERIC
                       ADD 1 TO WS-TOTAL-ANCORAS
                       MOVE ANC-DATA TO WS-ANC-DATA(WS-TOTAL-ANCORAS)
                       MOVE ANC-SEQ TO WS-ANC-SEQ(WS-TOTAL-ANCORAS)
                       MOVE ANC-ELO TO WS-ANC-ELO(WS-TOTAL-ANCORAS)
                   END-IF
           END-EVALUATE.

       PERCORRE-FICHEIRO.
      * Linhas sem elo so sao aceites antes da primeira com elo
      * (linhas de antes de a cadeia existir); depois disso uma
      * linha sem elo e uma linha metida a mao
           MOVE 'N' TO WS-PARTIU
           MOVE 'N' TO WS-COM-ELO
           MOVE 0 TO WS-LINHA-NUM
           MOVE 0 TO WS-ANCORAS-VISTAS
           MOVE WS-EST-BASE TO WS-CORRENTE
           MOVE WS-EST-PURGADOS TO WS-ABSOLUTA
           PERFORM CONFERE-ANCORAS
           MOVE 'N' TO EOF-PROVA
           OPEN INPUT FICHEIRO-PROVA
           IF WS-PROVA-STATUS = '00' OR
               WS-PROVA-STATUS = '05'
               PERFORM UNTIL EOF-PROVA = 'S' OR WS-PARTIU = 'S'
                   READ FICHEIRO-PROVA
                       AT END
                           MOVE 'S' TO EOF-PROVA
                       NOT AT END
                           ADD 1 TO WS-LINHA-NUM
                           ADD 1 TO WS-ABSOLUTA
                           PERFORM VERIFICA-LINHA
                           IF WS-PARTIU = 'N'
                               PERFORM CONFERE-ANCORAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROVA
           END-IF
           IF WS-PARTIU = 'N'
               IF WS-LINHA-NUM NOT = WS-EST-REGISTOS OR
                   WS-CORRENTE NOT = WS-EST-ULTIMO
                   MOVE 'S' TO WS-PARTIU
                   DISPLAY FUNCTION TRIM(WS-NOME-PROVA)
                       " : PARTIDA no fim - o ficheiro tem "
                       WS-LINHA-NUM " linha(s) e a cadeia conhece "
                       WS-EST-REGISTOS " (linhas cortadas ou"
                       " acrescentadas sem elo no fim)"
               END-IF
           END-IF
           IF WS-PARTIU = 'S'
               ADD 1 TO WS-PARTIDAS
           ELSE
               DISPLAY FUNCTION TRIM(WS-NOME-PROVA) " : inteira, "
                   WS-LINHA-NUM " linha(s), " WS-ANCORAS-VISTAS
                   " ancora(s) conferida(s), ultimo elo "
                   WS-CORRENTE
           END-IF.

       VERIFICA-LINHA.
           MOVE WS-CORRENTE TO WS-ELO-ENTRADA
           MOVE SPACES TO WS-DADOS
           MOVE LINHA-PROVA(1 : WS-TAMANHO) TO WS-DADOS
           PERFORM CALCULA-ELO
           IF LINHA-PROVA(WS-TAMANHO + 2 : 18) IS NUMERIC
               MOVE 'S' TO WS-COM-ELO
               MOVE LINHA-PROVA(WS-TAMANHO + 2 : 18) TO WS-GUARDADO
               IF WS-GUARDADO NOT = WS-ELO-SAIDA
                   MOVE 'S' TO WS-PARTIU
                   DISPLAY FUNCTION TRIM(WS-NOME-PROVA)
                       " : PARTIDA na linha " WS-LINHA-NUM
                       " - o elo guardado nao corresponde a linha"
                       " nem a anterior"
                   DISPLAY "  " LINHA-PROVA(1 : 70)
               END-IF
           ELSE
               IF WS-COM-ELO = 'S'
                   MOVE 'S' TO WS-PARTIU
                   DISPLAY FUNCTION TRIM(WS-NOME-PROVA)
                       " : PARTIDA na linha " WS-LINHA-NUM
                       " - linha sem elo depois do inicio da cadeia"
                   DISPLAY "  " LINHA-PROVA(1 : 70)
               END-IF
           END-IF
           MOVE WS-ELO-SAIDA TO WS-CORRENTE.

       CONFERE-ANCORAS.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANCORAS
               IF WS-ANC-SEQ(A) = WS-ABSOLUTA
                   ADD 1 TO WS-ANCORAS-VISTAS
                   IF WS-ANC-ELO(A) NOT = WS-CORRENTE
                       MOVE 'S' TO WS-PARTIU
                       DISPLAY FUNCTION TRIM(WS-NOME-PROVA)
                           " : PARTIDA - a ancora de "
                           WS-ANC-DATA(A) " (linha "
                           WS-ANC-SEQ(A) ") nao confere"
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-ELO.
           MOVE WS-ELO-ENT-1 TO WS-SOMA-1
           MOVE WS-ELO-ENT-2 TO WS-SOMA-2
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TAMANHO
               COMPUTE WS-CARACTER =
                   FUNCTION ORD(WS-DADOS(WS-POS : 1))
               COMPUTE WS-SOMA-1 = FUNCTION MOD(
                   WS-SOMA-1 * 257 + WS-CARACTER, 999999937)
               COMPUTE WS-SOMA-2 = FUNCTION MOD(
                   WS-SOMA-2 * 263 + WS-CARACTER + WS-POS,
                   999999929)
           END-PERFORM
           COMPUTE WS-SOMA-1 = FUNCTION MOD(
               WS-SOMA-1 * 31 + WS-SOMA-2, 999999937)
           COMPUTE WS-SOMA-2 = FUNCTION MOD(
               WS-SOMA-2 * 37 + WS-SOMA-1, 999999929)
           MOVE WS-SOMA-1 TO WS-ELO-SAI-1
           MOVE WS-SOMA-2 TO WS-ELO-SAI-2.

       END PROGRAM VERIFICA-CADEIAS.
