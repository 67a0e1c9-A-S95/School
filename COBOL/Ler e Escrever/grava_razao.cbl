      ******************************************************************
      * Author:
      * Date:
      * Purpose: Razao indexado RAZAO.DAT: cada linha escrita em
      *          ficheiro3.txt entra tambem aqui, com numero de
      *          movimento proprio (chave principal, contador em
      *          razao-numero.txt), data e hora reais de lancamento
      *          e numero de aluno (chaves alternativas), data
      *          valor, documento de suporte e operador; o que o
      *          programa que chama nao souber (zeros ou espacos) e
      *          tirado da descricao ("ALUNO nnnnn", "EM aaaammdd",
      *          "MES aaaamm", recibo, fatura, nota de credito, lote
      *          SDD, visita); data de lancamento a zeros e a de
      *          hoje, operador em branco e o da sessao; chamado
      *          dentro do lock de ficheiro3, logo a seguir ao WRITE
      *          da linha, pela conversao das linhas antigas e
      *          pela recuperacao de lancamentos (linhas sem
      *          movimento no razao); devolve o numero dado ao
      *          movimento, ou zero se o RAZAO.DAT o recusar (quem
      *          chama avisa e deixa a linha no log do ficheiro3)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-RAZAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT OPTIONAL FICHEIRO-CONTADOR
               ASSIGN TO 'razao-numero.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-RAZAO.
       01 REGISTO-RAZAO.
         05 RAZ-NUMERO      PIC 9(8).
         05 RAZ-DATA-LANC   PIC 9(8).
         05 RAZ-HORA-LANC   PIC 9(6).
         05 RAZ-ALUNO       PIC 9(5).
         05 RAZ-DATA-VALOR  PIC 9(8).
         05 RAZ-DOCUMENTO   PIC X(16).
         05 RAZ-OPERADOR    PIC X(8).
         05 RAZ-LINHA-F3.
           10 RAZ-CODIGO      PIC X(4).
           10 FILLER          PIC X.
           10 RAZ-SINAL       PIC X.
           10 RAZ-VALOR       PIC 9(7)V99.
           10 FILLER          PIC X.
           10 RAZ-DESCRICAO   PIC X(50).
           10 FILLER          PIC X.
           10 RAZ-RUN         PIC 9(4).
           10 FILLER          PIC X.
           10 RAZ-POLO        PIC X(2).
           10 RAZ-LANCAMENTO  PIC X(6).
       FD FICHEIRO-CONTADOR.
       01 LINHA-CONTADOR.
         05 CNT-ULTIMO PIC 9(8).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-CONTADOR-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-ULTIMO PIC 9(8).
       01 WS-GRAVADO PIC X.
       01 WS-TENTATIVAS PIC 9(4).
       01 WS-OPERADOR PIC X(8).
       01 WS-DESCRICAO PIC X(50).
       01 WS-MES-TEXTO PIC X(8).
       01 WS-FIM PIC 9(2).
       01 P PIC 9(2).

       LINKAGE SECTION.
       01 LC-LINHA-F3 PIC X(80).
       01 LC-ALUNO PIC 9(5).
       01 LC-DATA-LANC PIC 9(8).
       01 LC-DATA-VALOR PIC 9(8).
       01 LC-DOCUMENTO PIC X(16).
       01 LC-OPERADOR PIC X(8).
       01 LC-NUMERO PIC 9(8).

       PROCEDURE DIVISION USING LC-LINHA-F3 LC-ALUNO LC-DATA-LANC
           LC-DATA-VALOR LC-DOCUMENTO LC-OPERADOR LC-NUMERO.
       MAIN-PROCEDURE.
           MOVE 0 TO LC-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
           INITIALIZE REGISTO-RAZAO
           MOVE LC-LINHA-F3 TO RAZ-LINHA-F3
           MOVE LC-LINHA-F3(16 : 50) TO WS-DESCRICAO
           IF LC-DATA-LANC = 0
               MOVE WS-DATA TO RAZ-DATA-LANC
               MOVE WS-HORA TO RAZ-HORA-LANC
           ELSE
               MOVE LC-DATA-LANC TO RAZ-DATA-LANC
               MOVE 0 TO RAZ-HORA-LANC
           END-IF
           MOVE LC-ALUNO TO RAZ-ALUNO
           IF RAZ-ALUNO = 0
               PERFORM TIRA-ALUNO-DA-DESCRICAO
           END-IF
           MOVE LC-DATA-VALOR TO RAZ-DATA-VALOR
           IF RAZ-DATA-VALOR = 0
               PERFORM TIRA-DATA-VALOR-DA-DESCRICAO
           END-IF
           IF RAZ-DATA-VALOR = 0
               MOVE RAZ-DATA-LANC TO RAZ-DATA-VALOR
           END-IF
           MOVE LC-DOCUMENTO TO RAZ-DOCUMENTO
           IF RAZ-DOCUMENTO = SPACES
               PERFORM TIRA-DOCUMENTO-DA-DESCRICAO
           END-IF
           MOVE LC-OPERADOR TO RAZ-OPERADOR
           IF RAZ-OPERADOR = SPACES
               PERFORM LE-OPERADOR-SESSAO
               MOVE WS-OPERADOR TO RAZ-OPERADOR
           END-IF
           PERFORM ABRE-RAZAO
           IF WS-RAZAO-STATUS = '00'
               PERFORM GRAVA-MOVIMENTO
               CLOSE FICHEIRO-RAZAO
           ELSE
               DISPLAY "ERRO AO ABRIR RAZAO.DAT: " WS-RAZAO-STATUS
           END-IF
           GOBACK.

       ABRE-RAZAO.
           OPEN I-O FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '35'
               OPEN OUTPUT FICHEIRO-RAZAO
               IF WS-RAZAO-STATUS = '00'
                   CLOSE FICHEIRO-RAZAO
                   OPEN I-O FICHEIRO-RAZAO
               END-IF
           END-IF.

       GRAVA-MOVIMENTO.
      * Numero seguinte ao do contador; se ja existir (contador
      * reposto de uma copia antiga) avanca ate haver lugar
           PERFORM LE-CONTADOR
           MOVE 'N' TO WS-GRAVADO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM UNTIL WS-GRAVADO = 'S' OR WS-TENTATIVAS > 999
               ADD 1 TO WS-ULTIMO
               ADD 1 TO WS-TENTATIVAS
               MOVE WS-ULTIMO TO RAZ-NUMERO
               WRITE REGISTO-RAZAO
                   INVALID KEY
                       IF WS-RAZAO-STATUS NOT = '22'
                           MOVE 1000 TO WS-TENTATIVAS
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WS-GRAVADO
               END-WRITE
           END-PERFORM
           IF WS-GRAVADO = 'S'
               MOVE WS-ULTIMO TO LC-NUMERO
               PERFORM GRAVA-CONTADOR
           ELSE
               DISPLAY "ERRO AO GRAVAR EM RAZAO.DAT: " WS-RAZAO-STATUS
           END-IF.

       LE-CONTADOR.
           MOVE 0 TO WS-ULTIMO
           OPEN INPUT FICHEIRO-CONTADOR
           IF WS-CONTADOR-STATUS = '00' OR WS-CONTADOR-STATUS = '05'
               READ FICHEIRO-CONTADOR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNT-ULTIMO IS NUMERIC
                           MOVE CNT-ULTIMO TO WS-ULTIMO
                       END-IF
               END-READ
               CLOSE FICHEIRO-CONTADOR
           END-IF.

       GRAVA-CONTADOR.
           OPEN OUTPUT FICHEIRO-CONTADOR
           IF WS-CONTADOR-STATUS = '00'
               MOVE WS-ULTIMO TO CNT-ULTIMO
               WRITE LINHA-CONTADOR
               CLOSE FICHEIRO-CONTADOR
           END-IF.

       TIRA-ALUNO-DA-DESCRICAO.
           PERFORM VARYING P FROM 1 BY 1
               UNTIL P > 39 OR RAZ-ALUNO NOT = 0
               IF WS-DESCRICAO(P : 6) = 'ALUNO '
                   IF WS-DESCRICAO(P + 6 : 5) IS NUMERIC
                       MOVE WS-DESCRICAO(P + 6 : 5) TO RAZ-ALUNO
                   END-IF
               END-IF
           END-PERFORM.

       TIRA-DATA-VALOR-DA-DESCRICAO.
      * "EM aaaammdd" (dia do pagamento ou do consumo) ou
      * "MES aaaamm" (primeiro dia do mes debitado)
           PERFORM VARYING P FROM 1 BY 1
               UNTIL P > 39 OR RAZ-DATA-VALOR NOT = 0
               IF WS-DESCRICAO(P : 4) = ' EM '
                   IF WS-DESCRICAO(P + 4 : 8) IS NUMERIC
                       MOVE WS-DESCRICAO(P + 4 : 8) TO RAZ-DATA-VALOR
                   END-IF
               END-IF
               IF WS-DESCRICAO(P : 5) = ' MES '
                   IF WS-DESCRICAO(P + 5 : 6) IS NUMERIC
                       MOVE SPACES TO WS-MES-TEXTO
                       STRING WS-DESCRICAO(P + 5 : 6) '01'
                           DELIMITED BY SIZE INTO WS-MES-TEXTO
                       MOVE WS-MES-TEXTO TO RAZ-DATA-VALOR
                   END-IF
               END-IF
           END-PERFORM.

       TIRA-DOCUMENTO-DA-DESCRICAO.
           EVALUATE TRUE
               WHEN WS-DESCRICAO(1 : 3) = 'NC '
                   MOVE WS-DESCRICAO(1 : 9) TO RAZ-DOCUMENTO
               WHEN WS-DESCRICAO(1 : 5) = 'SDD L'
                   MOVE WS-DESCRICAO(1 : 9) TO RAZ-DOCUMENTO
               WHEN WS-DESCRICAO(1 : 7) = 'VISITA '
                   MOVE WS-DESCRICAO(1 : 11) TO RAZ-DOCUMENTO
               WHEN OTHER
                   PERFORM VARYING P FROM 1 BY 1
                       UNTIL P > 38 OR RAZ-DOCUMENTO NOT = SPACES
                       IF WS-DESCRICAO(P : 7) = 'RECIBO '
                           MOVE WS-DESCRICAO(P : 13) TO RAZ-DOCUMENTO
                       END-IF
                       IF WS-DESCRICAO(P : 5) = ' FAT '
                           PERFORM TIRA-FATURA
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       TIRA-FATURA.
      * "FAT numero EM aaaammdd": o numero vai ate ao " EM "
           PERFORM VARYING WS-FIM FROM P BY 1
               UNTIL WS-FIM > 46 OR WS-DESCRICAO(WS-FIM : 4) = ' EM '
               CONTINUE
           END-PERFORM
           IF WS-FIM > P + 1
               MOVE WS-DESCRICAO(P + 1 : WS-FIM - P - 1)
                   TO RAZ-DOCUMENTO
           END-IF.

       LE-OPERADOR-SESSAO.
           MOVE 'N/D' TO WS-OPERADOR
           OPEN INPUT FICHEIRO-SESSAO
           IF WS-SESSAO-STATUS = '00' OR WS-SESSAO-STATUS = '05'
               READ FICHEIRO-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHA-SESSAO(1 : 8) NOT = SPACES
                           MOVE LINHA-SESSAO(1 : 8) TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE FICHEIRO-SESSAO
           END-IF.
