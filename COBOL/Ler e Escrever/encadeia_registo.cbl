      ******************************************************************
      * Author:
      * Date:
      * Purpose: Elo encadeado dos ficheiros de prova (diario do
      *          ficheiro0, historico de notas, log do ficheiro3,
      *          registo de acessos e log do fecho de caixa): cada
      *          linha acrescentada leva, depois dos dados, o elo
      *          calculado sobre o elo da linha anterior e os dados
      *          da propria linha, de modo que mexer numa linha
      *          parte a cadeia dai para a frente; o ultimo elo e o
      *          numero de linhas de cada ficheiro ficam em
      *          cadeias-estado.txt e os acontecimentos (inicio,
      *          purga da retencao, recadeamento) em
      *          cadeias-ancoras.txt, onde o resumo de fim de dia
      *          deixa tambem a ancora diaria; chamado por quem
      *          escreve nesses ficheiros, pela retencao e pelas
      *          regravacoes autorizadas (apagamento e renumeracao)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADEIA-REGISTO.
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
           SELECT FICHEIRO-TEMP ASSIGN TO 'cadeia-temp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

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
       FD FICHEIRO-TEMP.
       01 LINHA-TEMP PIC X(240).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-STATUS PIC XX.
       01 WS-ANCORAS-STATUS PIC XX.
       01 WS-PROVA-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-ESTADO PIC X.
       01 EOF-PROVA PIC X.
       01 EOF-TEMP PIC X.
       01 WS-NOME-PROVA PIC X(30).
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-TAMANHO PIC 9(3).
       01 WS-FIC PIC 9(2).
       01 WS-EST PIC 9(2).
       01 WS-ELO-ANTIGO PIC 9(18).
       01 WS-ANC-TIPO PIC X(8).
       01 WS-ANC-SEQ PIC 9(9).
       01 WS-ANC-ELO PIC 9(18).
       01 I PIC 9(2).
      * Ficheiros encadeados e comprimento dos dados de cada linha;
      * o elo fica a seguir, depois de um espaco, em 18 digitos
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
       01 WS-TOTAL-ESTADOS PIC 9(2) VALUE 0.
       01 WS-TABELA-ESTADOS.
         05 WS-EST-ENT OCCURS 10 TIMES.
           10 WS-EST-FICHEIRO PIC X(30).
           10 WS-EST-REGISTOS PIC 9(9).
           10 WS-EST-ULTIMO   PIC 9(18).
           10 WS-EST-BASE     PIC 9(18).
           10 WS-EST-PURGADOS PIC 9(9).
      * Calculo do elo: duas somas polinomiais modulo dois primos
      * grandes, partindo das duas metades do elo anterior
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
       01 WS-LINHAS PIC 9(9).
       01 WS-CORRENTE PIC 9(18).

       LINKAGE SECTION.
       01 LC-OPERACAO PIC X.
       01 LC-FICHEIRO PIC X(30).
       01 LC-REGISTO PIC X(240).
       01 LC-QUANTAS PIC 9(9).

       PROCEDURE DIVISION USING LC-OPERACAO LC-FICHEIRO LC-REGISTO
           LC-QUANTAS.
       MAIN-PROCEDURE.
      * A = acrescentar: calcula o elo da linha em LC-REGISTO e
      *     poe-no a seguir aos dados (o chamador faz o WRITE);
      * P = purga: a linha em LC-REGISTO saiu do inicio do ficheiro
      *     pela retencao; a base da cadeia passa a ser o seu elo;
      * R = recadear: o ficheiro foi regravado por um programa
      *     autorizado; todos os elos sao recalculados a partir da
      *     base e o acontecimento fica nas ancoras;
      * E = so garantir o estado (quem vai mexer no ficheiro a
      *     seguir chama antes, para o estado partir do ficheiro
      *     ainda inteiro).
      * Um ficheiro fora da tabela e ignorado; LC-QUANTAS devolve
      * as linhas que a cadeia conhece no ficheiro
           MOVE 0 TO LC-QUANTAS
           MOVE 0 TO WS-FIC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               IF WS-CAD-FICHEIRO(I) = LC-FICHEIRO
                   MOVE I TO WS-FIC
               END-IF
           END-PERFORM
           IF WS-FIC > 0
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-CAD-TAMANHO(WS-FIC) TO WS-TAMANHO
               MOVE WS-CAD-FICHEIRO(WS-FIC) TO WS-NOME-PROVA
               PERFORM LE-OPERADOR-SESSAO
               PERFORM CARREGA-ESTADOS
               PERFORM PROCURA-ESTADO
               EVALUATE LC-OPERACAO
                   WHEN 'A'
                       PERFORM ACRESCENTA-ELO
                   WHEN 'P'
                       PERFORM PURGA-ELO
                   WHEN 'R'
                       PERFORM RECADEIA-FICHEIRO
                   WHEN 'E'
                       CONTINUE
               END-EVALUATE
               PERFORM GRAVA-ESTADOS
               MOVE WS-EST-REGISTOS(WS-EST) TO LC-QUANTAS
           END-IF
           GOBACK.

       LE-OPERADOR-SESSAO.
           OPEN INPUT FICHEIRO-SESSAO
           IF WS-SESSAO-STATUS = '00' OR WS-SESSAO-STATUS = '05'
               READ FICHEIRO-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE FICHEIRO-SESSAO
           END-IF.

       CARREGA-ESTADOS.
           MOVE 0 TO WS-TOTAL-ESTADOS
           MOVE 'N' TO EOF-ESTADO
           OPEN INPUT FICHEIRO-ESTADO
           IF WS-ESTADO-STATUS = '00' OR
               WS-ESTADO-STATUS = '05'
               PERFORM UNTIL EOF-ESTADO = 'S'
                   READ FICHEIRO-ESTADO
                       AT END
                           MOVE 'S' TO EOF-ESTADO
                       NOT AT END
                           IF EST-FICHEIRO NOT = SPACES AND
                               WS-TOTAL-ESTADOS < 10
                               ADD 1 TO WS-TOTAL-ESTADOS
                               MOVE EST-FICHEIRO TO
                                   WS-EST-FICHEIRO(WS-TOTAL-ESTADOS)
                               MOVE EST-REGISTOS TO
                                   WS-EST-REGISTOS(WS-TOTAL-ESTADOS)
                               MOVE EST-ULTIMO TO
                                   WS-EST-ULTIMO(WS-TOTAL-ESTADOS)
                               MOVE EST-BASE TO
                                   WS-EST-BASE(WS-TOTAL-ESTADOS)
                               MOVE EST-PURGADOS TO
                                   WS-EST-PURGADOS(WS-TOTAL-ESTADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ESTADO
           END-IF.

       PROCURA-ESTADO.
      * Sem estado (primeira vez, ou cadeias-estado.txt perdido) o
      * ficheiro e percorrido uma vez: as linhas sem elo, de antes
      * da cadeia, entram no calculo tal como estao e as que ja
      * tem elo dao o seu
           MOVE 0 TO WS-EST
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-ESTADOS
               IF WS-EST-FICHEIRO(I) = WS-NOME-PROVA
                   MOVE I TO WS-EST
               END-IF
           END-PERFORM
           IF WS-EST = 0
               ADD 1 TO WS-TOTAL-ESTADOS
               MOVE WS-TOTAL-ESTADOS TO WS-EST
               MOVE WS-NOME-PROVA TO WS-EST-FICHEIRO(WS-EST)
               MOVE 0 TO WS-EST-BASE(WS-EST)
               MOVE 0 TO WS-EST-PURGADOS(WS-EST)
               MOVE 0 TO WS-CORRENTE
               MOVE 0 TO WS-LINHAS
               MOVE 'N' TO EOF-PROVA
               OPEN INPUT FICHEIRO-PROVA
               IF WS-PROVA-STATUS = '00' OR
                   WS-PROVA-STATUS = '05'
                   PERFORM UNTIL EOF-PROVA = 'S'
                       READ FICHEIRO-PROVA
                           AT END
                               MOVE 'S' TO EOF-PROVA
                           NOT AT END
                               ADD 1 TO WS-LINHAS
                               PERFORM DOBRA-LINHA-PROVA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-PROVA
               END-IF
               MOVE WS-LINHAS TO WS-EST-REGISTOS(WS-EST)
               MOVE WS-CORRENTE TO WS-EST-ULTIMO(WS-EST)
               MOVE 'INICIO' TO WS-ANC-TIPO
               MOVE WS-LINHAS TO WS-ANC-SEQ
               MOVE WS-CORRENTE TO WS-ANC-ELO
               PERFORM REGISTA-ANCORA
           END-IF.

       DOBRA-LINHA-PROVA.
           IF LINHA-PROVA(WS-TAMANHO + 2 : 18) IS NUMERIC
               MOVE LINHA-PROVA(WS-TAMANHO + 2 : 18) TO WS-CORRENTE
           ELSE
               MOVE WS-CORRENTE TO WS-ELO-ENTRADA
               MOVE LINHA-PROVA TO WS-DADOS
               PERFORM CALCULA-ELO
               MOVE WS-ELO-SAIDA TO WS-CORRENTE
           END-IF.

       ACRESCENTA-ELO.
           MOVE WS-EST-ULTIMO(WS-EST) TO WS-ELO-ENTRADA
           MOVE SPACES TO WS-DADOS
           MOVE LC-REGISTO(1 : WS-TAMANHO) TO WS-DADOS
           PERFORM CALCULA-ELO
           MOVE SPACE TO LC-REGISTO(WS-TAMANHO + 1 : 1)
           MOVE WS-ELO-SAIDA TO LC-REGISTO(WS-TAMANHO + 2 : 18)
           MOVE WS-ELO-SAIDA TO WS-EST-ULTIMO(WS-EST)
           ADD 1 TO WS-EST-REGISTOS(WS-EST).

       PURGA-ELO.
      * As linhas saem pela ordem do ficheiro; a base fica no elo
      * da ultima que saiu, e a primeira que ficou continua a
      * verificar contra ela
           MOVE SPACES TO LINHA-PROVA
           MOVE LC-REGISTO TO LINHA-PROVA
           MOVE WS-EST-BASE(WS-EST) TO WS-CORRENTE
           PERFORM DOBRA-LINHA-PROVA
           MOVE WS-CORRENTE TO WS-EST-BASE(WS-EST)
           ADD 1 TO WS-EST-PURGADOS(WS-EST)
           IF WS-EST-REGISTOS(WS-EST) > 0
               SUBTRACT 1 FROM WS-EST-REGISTOS(WS-EST)
           END-IF
           IF WS-EST-REGISTOS(WS-EST) = 0
               MOVE WS-CORRENTE TO WS-EST-ULTIMO(WS-EST)
           END-IF.

       RECADEIA-FICHEIRO.
      * Regravacao autorizada: recalcula todos os elos a partir da
      * base, pelo temporario, e deixa nas ancoras o elo final de
      * antes e o de depois
           MOVE WS-EST-ULTIMO(WS-EST) TO WS-ELO-ANTIGO
           MOVE WS-EST-BASE(WS-EST) TO WS-CORRENTE
           MOVE 0 TO WS-LINHAS
           MOVE 'N' TO EOF-PROVA
           OPEN INPUT FICHEIRO-PROVA
           IF WS-PROVA-STATUS = '00' OR
               WS-PROVA-STATUS = '05'
               OPEN OUTPUT FICHEIRO-TEMP
               PERFORM UNTIL EOF-PROVA = 'S'
                   READ FICHEIRO-PROVA
                       AT END
                           MOVE 'S' TO EOF-PROVA
                       NOT AT END
                           ADD 1 TO WS-LINHAS
                           MOVE WS-CORRENTE TO WS-ELO-ENTRADA
                           MOVE SPACES TO WS-DADOS
                           MOVE LINHA-PROVA(1 : WS-TAMANHO)
                               TO WS-DADOS
                           PERFORM CALCULA-ELO
                           MOVE WS-ELO-SAIDA TO WS-CORRENTE
                           MOVE SPACES TO LINHA-TEMP
                           MOVE WS-DADOS(1 : WS-TAMANHO)
                               TO LINHA-TEMP
                           MOVE WS-ELO-SAIDA
                               TO LINHA-TEMP(WS-TAMANHO + 2 : 18)
                           WRITE LINHA-TEMP
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROVA
               CLOSE FICHEIRO-TEMP
               PERFORM REPOE-DO-TEMPORARIO
           END-IF
           MOVE WS-LINHAS TO WS-EST-REGISTOS(WS-EST)
           MOVE WS-CORRENTE TO WS-EST-ULTIMO(WS-EST)
           MOVE 'ANTES' TO WS-ANC-TIPO
           COMPUTE WS-ANC-SEQ = WS-EST-PURGADOS(WS-EST) + WS-LINHAS
           MOVE WS-ELO-ANTIGO TO WS-ANC-ELO
           PERFORM REGISTA-ANCORA
           MOVE 'RECADEIA' TO WS-ANC-TIPO
           COMPUTE WS-ANC-SEQ = WS-EST-PURGADOS(WS-EST) + WS-LINHAS
           MOVE WS-CORRENTE TO WS-ANC-ELO
           PERFORM REGISTA-ANCORA.

       REPOE-DO-TEMPORARIO.
           MOVE 'N' TO EOF-TEMP
           OPEN INPUT FICHEIRO-TEMP
           OPEN OUTPUT FICHEIRO-PROVA
           PERFORM UNTIL EOF-TEMP = 'S'
               READ FICHEIRO-TEMP
                   AT END
                       MOVE 'S' TO EOF-TEMP
                   NOT AT END
                       MOVE LINHA-TEMP TO LINHA-PROVA
                       WRITE LINHA-PROVA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-PROVA
           CLOSE FICHEIRO-TEMP.

       CALCULA-ELO.
      * Elo = f(elo anterior, dados da linha): cada caracter entra
      * nas duas somas com a sua posicao, e no fim as metades
      * misturam-se para que nenhuma dependa so de si
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

       REGISTA-ANCORA.
           OPEN EXTEND FICHEIRO-ANCORAS
           MOVE SPACES TO LINHA-ANCORA
           MOVE WS-DATA TO ANC-DATA
           MOVE WS-HORA TO ANC-HORA
           MOVE WS-ANC-TIPO TO ANC-TIPO
           MOVE WS-NOME-PROVA TO ANC-FICHEIRO
           MOVE WS-ANC-SEQ TO ANC-SEQ
           MOVE WS-ANC-ELO TO ANC-ELO
           MOVE WS-OPERADOR TO ANC-OPERADOR
           WRITE LINHA-ANCORA
           CLOSE FICHEIRO-ANCORAS.

       GRAVA-ESTADOS.
           OPEN OUTPUT FICHEIRO-ESTADO
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-ESTADOS
               MOVE SPACES TO LINHA-ESTADO
               MOVE WS-EST-FICHEIRO(I) TO EST-FICHEIRO
               MOVE WS-EST-REGISTOS(I) TO EST-REGISTOS
               MOVE WS-EST-ULTIMO(I) TO EST-ULTIMO
               MOVE WS-EST-BASE(I) TO EST-BASE
               MOVE WS-EST-PURGADOS(I) TO EST-PURGADOS
               WRITE LINHA-ESTADO
           END-PERFORM
           CLOSE FICHEIRO-ESTADO.

       END PROGRAM ENCADEIA-REGISTO.
