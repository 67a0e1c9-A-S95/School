      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chave unica dos lancamentos automaticos em
      *          ficheiro3.txt: cada movimento das corridas de debito
      *          (cantina, clubes, transportes, juros de mora), dos
      *          pagamentos Multibanco e por debito direto e das
      *          devolucoes, das amortizacoes, dos pagamentos a
      *          fornecedores, das visitas de estudo e das propinas
      *          de matricula leva a chave programa de origem +
      *          registo de origem + data, registada em
      *          lancamentos-chaves.txt com um
      *          numero de lancamento que vai tambem nas colunas
      *          75 a 80 da linha de ficheiro3; antes de escrever, o
      *          programa pergunta aqui se a chave ja tem movimento
      *          (em ficheiro3.txt ou nos arquivos dele listados em
      *          arquivos-index.txt), e uma corrida repetida depois
      *          de uma falha salta o que ja entrou em vez de o
      *          lancar duas vezes; operacoes: I (carrega as chaves
      *          do programa e o ultimo numero), L (reserva a chave
      *          e diz se a linha se escreve: N = escrever, J = ja
      *          tem movimento) e C (so consulta: N = sem chave,
      *          J = com movimento, P = chave sem movimento, com a
      *          linha registada devolvida); e chamado dentro do
      *          lock de ficheiro3, por isso a numeracao nao colide
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAVE-LANCAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CHAVES
               ASSIGN TO 'lancamentos-chaves.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAVES-STATUS.
           SELECT OPTIONAL FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICE
               ASSIGN TO 'arquivos-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT OPTIONAL FICHEIRO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CHAVES.
       01 LINHA-CHAVE.
         05 CHV-NUMERO   PIC 9(6).
         05 FILLER       PIC X.
         05 CHV-PROGRAMA PIC X(16).
         05 FILLER       PIC X.
         05 CHV-REGISTO  PIC X(20).
         05 FILLER       PIC X.
         05 CHV-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 CHV-MOMENTO  PIC 9(14).
         05 FILLER       PIC X.
         05 CHV-LINHA-F3 PIC X(80).
       FD FICHEIRO-3.
       01 LINHA-FICHEIRO PIC X(80).
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
         05 FILLER PIC X.
         05 IDX-REGISTOS PIC 9(5).
       FD FICHEIRO-ARQUIVO.
       01 LINHA-ARQUIVO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CHAVES-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-ARQUIVO-STATUS PIC XX.
       01 EOF-CHAVES PIC X.
       01 EOF-FICHEIRO-3 PIC X.
       01 EOF-INDICE PIC X.
       01 EOF-ARQUIVO PIC X.
       01 WS-NOME-ARQUIVO PIC X(40).
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUMERO PIC 9(6).
       01 WS-NUMERO-TEXTO REDEFINES WS-NUMERO PIC X(6).
       01 WS-ACHADO PIC 9(4).
       01 WS-NO-REGISTO PIC X.
       01 WS-TEM-MOVIMENTO PIC X.
       01 WS-LINHA-REGISTADA PIC X(80).
       01 K PIC 9(4).
      * Estado guardado entre chamadas: o programa cujas chaves
      * estao na tabela e o ultimo numero atribuido
       01 WS-INICIADO PIC X VALUE 'N'.
       01 WS-PROGRAMA-CARREGADO PIC X(16) VALUE SPACES.
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
      * Chaves do programa; com a tabela cheia as que ficaram de
      * fora procuram-se no proprio ficheiro
       01 WS-TOTAL-CHV PIC 9(4) VALUE 0.
       01 WS-CHV-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CHAVES.
         05 WS-CHV OCCURS 3000 TIMES.
           10 WS-CHV-REGISTO PIC X(20).
           10 WS-CHV-DATA    PIC 9(8).
           10 WS-CHV-NUMERO  PIC 9(6).
           10 WS-CHV-SESSAO  PIC X.

       LINKAGE SECTION.
       01 LC-OPERACAO PIC X.
       01 LC-PROGRAMA PIC X(16).
       01 LC-REGISTO PIC X(20).
       01 LC-DATA PIC 9(8).
       01 LC-LINHA-F3 PIC X(80).
       01 LC-RESULTADO PIC X.

       PROCEDURE DIVISION USING LC-OPERACAO LC-PROGRAMA LC-REGISTO
           LC-DATA LC-LINHA-F3 LC-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'N' TO LC-RESULTADO
           EVALUATE LC-OPERACAO
               WHEN 'I'
                   PERFORM CARREGA-CHAVES
               WHEN 'L'
                   IF WS-INICIADO = 'N' OR
                       WS-PROGRAMA-CARREGADO NOT = LC-PROGRAMA
                       PERFORM CARREGA-CHAVES
                   END-IF
                   PERFORM RESERVA-CHAVE
               WHEN 'C'
                   PERFORM CONSULTA-CHAVE
           END-EVALUATE
           GOBACK.

       CARREGA-CHAVES.
      * Uma leitura do registo inteiro: o maior numero ja dado e
      * as chaves do programa que chamou
           MOVE 0 TO WS-ULTIMO-NUMERO
           MOVE 0 TO WS-TOTAL-CHV
           MOVE 'N' TO WS-CHV-CHEIA
           MOVE 'N' TO EOF-CHAVES
           OPEN INPUT FICHEIRO-CHAVES
           IF WS-CHAVES-STATUS = '00' OR WS-CHAVES-STATUS = '05'
               PERFORM UNTIL EOF-CHAVES = 'S'
                   READ FICHEIRO-CHAVES
                       AT END
                           MOVE 'S' TO EOF-CHAVES
                       NOT AT END
                           IF CHV-NUMERO IS NUMERIC
                               PERFORM GUARDA-CHAVE-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CHAVES
           END-IF
           MOVE LC-PROGRAMA TO WS-PROGRAMA-CARREGADO
           MOVE 'S' TO WS-INICIADO.

       GUARDA-CHAVE-LIDA.
           IF CHV-NUMERO > WS-ULTIMO-NUMERO
               MOVE CHV-NUMERO TO WS-ULTIMO-NUMERO
           END-IF
           IF CHV-PROGRAMA = LC-PROGRAMA
               IF WS-TOTAL-CHV < 3000
                   ADD 1 TO WS-TOTAL-CHV
                   MOVE CHV-REGISTO TO WS-CHV-REGISTO(WS-TOTAL-CHV)
                   MOVE CHV-DATA TO WS-CHV-DATA(WS-TOTAL-CHV)
                   MOVE CHV-NUMERO TO WS-CHV-NUMERO(WS-TOTAL-CHV)
                   MOVE 'N' TO WS-CHV-SESSAO(WS-TOTAL-CHV)
               ELSE
                   MOVE 'S' TO WS-CHV-CHEIA
               END-IF
           END-IF.

       RESERVA-CHAVE.
      * Chave nova: numero seguinte, linha no registo antes da
      * linha de ficheiro3 (uma falha entre as duas deixa a chave
      * sem movimento, e a corrida seguinte escreve-a); chave
      * conhecida: so se escreve se o movimento nao existir
           PERFORM PROCURA-CHAVE-NA-TABELA
           MOVE 'N' TO WS-NO-REGISTO
           IF WS-ACHADO = 0 AND WS-CHV-CHEIA = 'S'
               PERFORM PROCURA-CHAVE-NO-REGISTO
           END-IF
           EVALUATE TRUE
               WHEN WS-ACHADO > 0
                   MOVE WS-CHV-NUMERO(WS-ACHADO) TO WS-NUMERO
                   MOVE WS-NUMERO-TEXTO TO LC-LINHA-F3(75 : 6)
                   IF WS-CHV-SESSAO(WS-ACHADO) = 'S'
                       MOVE 'J' TO LC-RESULTADO
                   ELSE
                       PERFORM PROCURA-MOVIMENTO
                       IF WS-TEM-MOVIMENTO = 'S'
                           MOVE 'J' TO LC-RESULTADO
                       END-IF
                       MOVE 'S' TO WS-CHV-SESSAO(WS-ACHADO)
                   END-IF
               WHEN WS-NO-REGISTO = 'S'
                   MOVE WS-NUMERO-TEXTO TO LC-LINHA-F3(75 : 6)
                   PERFORM PROCURA-MOVIMENTO
                   IF WS-TEM-MOVIMENTO = 'S'
                       MOVE 'J' TO LC-RESULTADO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ULTIMO-NUMERO
                   MOVE WS-ULTIMO-NUMERO TO WS-NUMERO
                   MOVE WS-NUMERO-TEXTO TO LC-LINHA-F3(75 : 6)
                   PERFORM REGISTA-CHAVE
           END-EVALUATE.

       PROCURA-CHAVE-NA-TABELA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-CHV OR WS-ACHADO > 0
               IF WS-CHV-REGISTO(K) = LC-REGISTO AND
                   WS-CHV-DATA(K) = LC-DATA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM.

       PROCURA-CHAVE-NO-REGISTO.
      * Tambem serve a consulta: devolve o numero e a linha de
      * ficheiro3 registada com a chave
           MOVE 'N' TO WS-NO-REGISTO
           MOVE 'N' TO EOF-CHAVES
           OPEN INPUT FICHEIRO-CHAVES
           IF WS-CHAVES-STATUS = '00' OR WS-CHAVES-STATUS = '05'
               PERFORM UNTIL EOF-CHAVES = 'S'
                   READ FICHEIRO-CHAVES
                       AT END
                           MOVE 'S' TO EOF-CHAVES
                       NOT AT END
                           IF CHV-NUMERO IS NUMERIC AND
                               CHV-PROGRAMA = LC-PROGRAMA AND
                               CHV-REGISTO = LC-REGISTO AND
                               CHV-DATA = LC-DATA
                               MOVE 'S' TO WS-NO-REGISTO
                               MOVE 'S' TO EOF-CHAVES
                               MOVE CHV-NUMERO TO WS-NUMERO
                               MOVE CHV-LINHA-F3
                                   TO WS-LINHA-REGISTADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CHAVES
           END-IF.

       REGISTA-CHAVE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-CHAVES
           MOVE SPACES TO LINHA-CHAVE
           MOVE WS-NUMERO TO CHV-NUMERO
           MOVE LC-PROGRAMA TO CHV-PROGRAMA
           MOVE LC-REGISTO TO CHV-REGISTO
           MOVE LC-DATA TO CHV-DATA
           MOVE WS-DATA-HORA TO CHV-MOMENTO
           MOVE LC-LINHA-F3 TO CHV-LINHA-F3
           WRITE LINHA-CHAVE
           CLOSE FICHEIRO-CHAVES
           IF WS-TOTAL-CHV < 3000
               ADD 1 TO WS-TOTAL-CHV
               MOVE LC-REGISTO TO WS-CHV-REGISTO(WS-TOTAL-CHV)
               MOVE LC-DATA TO WS-CHV-DATA(WS-TOTAL-CHV)
               MOVE WS-NUMERO TO WS-CHV-NUMERO(WS-TOTAL-CHV)
               MOVE 'S' TO WS-CHV-SESSAO(WS-TOTAL-CHV)
           ELSE
               MOVE 'S' TO WS-CHV-CHEIA
           END-IF.

       CONSULTA-CHAVE.
           PERFORM PROCURA-CHAVE-NO-REGISTO
           IF WS-NO-REGISTO = 'S'
               MOVE WS-LINHA-REGISTADA TO LC-LINHA-F3
               MOVE WS-NUMERO-TEXTO TO LC-LINHA-F3(75 : 6)
               PERFORM PROCURA-MOVIMENTO
               IF WS-TEM-MOVIMENTO = 'S'
                   MOVE 'J' TO LC-RESULTADO
               ELSE
                   MOVE 'P' TO LC-RESULTADO
               END-IF
           END-IF.

      ******************************************************************
      * Movimento com o numero de lancamento, em ficheiro3.txt ou
      * num arquivo dele (o arquivo do Exercicio8 esvazia o original)
      ******************************************************************
       PROCURA-MOVIMENTO.
           MOVE 'N' TO WS-TEM-MOVIMENTO
           MOVE 'N' TO EOF-FICHEIRO-3
           OPEN INPUT FICHEIRO-3
           IF WS-FICHEIRO-3-STATUS = '00' OR
               WS-FICHEIRO-3-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO-3 = 'S'
                   READ FICHEIRO-3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO-3
                       NOT AT END
                           IF LINHA-FICHEIRO(75 : 6) = WS-NUMERO-TEXTO
                               MOVE 'S' TO WS-TEM-MOVIMENTO
                               MOVE 'S' TO EOF-FICHEIRO-3
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-3
           END-IF
           IF WS-TEM-MOVIMENTO = 'N'
               PERFORM PROCURA-NOS-ARQUIVOS
           END-IF.

       PROCURA-NOS-ARQUIVOS.
           MOVE 'N' TO EOF-INDICE
           OPEN INPUT FICHEIRO-INDICE
           IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
               PERFORM UNTIL EOF-INDICE = 'S'
                   READ FICHEIRO-INDICE
                       AT END
                           MOVE 'S' TO EOF-INDICE
                       NOT AT END
                           IF IDX-NOME(1 : 10) = 'ficheiro3-'
                               MOVE IDX-NOME TO WS-NOME-ARQUIVO
                               PERFORM PROCURA-NUM-ARQUIVO
                               IF WS-TEM-MOVIMENTO = 'S'
                                   MOVE 'S' TO EOF-INDICE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICE
           END-IF.

       PROCURA-NUM-ARQUIVO.
           MOVE 'N' TO EOF-ARQUIVO
           OPEN INPUT FICHEIRO-ARQUIVO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM UNTIL EOF-ARQUIVO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-ARQUIVO
                       NOT AT END
                           IF LINHA-ARQUIVO(75 : 6) = WS-NUMERO-TEXTO
                               MOVE 'S' TO WS-TEM-MOVIMENTO
                               MOVE 'S' TO EOF-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           ELSE
               IF WS-ARQUIVO-STATUS = '05'
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
           END-IF.

       END PROGRAM CHAVE-LANCAMENTO.
