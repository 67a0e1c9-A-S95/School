      * Purpose: Apagamento de um titular em todo o sistema: procura
      *          o nome (com a mesma comparacao por sub-cadeia do
      *          PROCURAR-NOME) em ficheiro0.txt, NOTAS.DAT,
      *          ficheiro1.txt, ficheiro3.txt, RAZAO.DAT,
      *          ficheiro-geral.txt, na reciclagem e no diario do
      *          ficheiro0 e nos
      *          arquivos datados do indice, mostra o que encontrou
      *          e, depois de confirmado, remove cada ocorrencia,
      *          emitindo um certificado de apagamento com os
      *          ficheiros tocados e as contagens; o diario
      *          regravado tem a cadeia de elos recalculada e
      *          registada nas ancoras
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT FICHEIRO-TEXTO ASSIGN TO WS-NOME-TEXTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXTO-STATUS.
         05 REC-PESO-TESTE   PIC 9(3).
         05 REC-PESO-PRATICA PIC 9(3).
         05 REC-PESO-TRAB    PIC 9(3).
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
       FD FICHEIRO-TEXTO.
       01 LINHA-TEXTO PIC X(240).
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
       01 LINHA-CERTIFICADO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-TEXTO-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 EOF-FICHEIRO PIC X.
       01 WS-TOTAL-NUMEROS PIC 9(3).
       01 WS-NUMEROS-A-APAGAR.
         05 WS-NUMERO-APAGAR PIC 9(5) OCCURS 100 TIMES.
       01 WS-TOTAL-MOVIMENTOS PIC 9(3).
       01 WS-MOVIMENTOS-A-APAGAR.
         05 WS-MOVIMENTO-APAGAR PIC 9(8) OCCURS 100 TIMES.
       01 WS-TOTAL-LINHAS PIC 9(3).
       01 WS-LINHAS-EXCESSO PIC X.
       01 WS-LINHAS-DADOS PIC 9(6).
           10 WS-IDX-NOME     PIC X(40).
           10 WS-IDX-REGISTOS PIC 9(5).
       01 WS-TABELA-LINHAS.
         05 WS-LINHA PIC X(240) OCCURS 400 TIMES.
       01 WS-DOBRA-TEXTO       PIC X(200).
       01 WS-DOBRA-POS         PIC 9(3).
       01 WS-DOBRA-IND         PIC 9(2).
           PERFORM TRATA-FICHEIRO-DE-LINHAS
           MOVE 'ficheiro3.txt' TO WS-NOME-TEXTO
           PERFORM TRATA-FICHEIRO-DE-LINHAS
           PERFORM TRATA-RAZAO
           MOVE 'ficheiro-geral.txt' TO WS-NOME-TEXTO
           PERFORM TRATA-FICHEIRO-DE-LINHAS
           MOVE 'ficheiro0-apagados.txt' TO WS-NOME-TEXTO
               END-IF
           END-IF.

       TRATA-RAZAO.
      * O razao leva a mesma linha do ficheiro3: o termo procura-se
      * nela e o registo sai pela chave do movimento
           MOVE 0 TO WS-OCORRENCIAS
           MOVE 0 TO WS-TOTAL-MOVIMENTOS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE SPACES TO WS-DOBRA-TEXTO
                           MOVE RAZ-LINHA-F3 TO WS-DOBRA-TEXTO
                           PERFORM TESTA-TERMO
                           IF WS-ENCONTROU = 'S'
                               ADD 1 TO WS-OCORRENCIAS
                               IF WS-TOTAL-MOVIMENTOS < 100
                                   ADD 1 TO WS-TOTAL-MOVIMENTOS
                                   MOVE RAZ-NUMERO TO
                                       WS-MOVIMENTO-APAGAR(
                                           WS-TOTAL-MOVIMENTOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
               PERFORM RESUMO-OU-APAGA-RAZAO
           END-IF.

       RESUMO-OU-APAGA-RAZAO.
           IF WS-MODO = 'M'
               ADD WS-OCORRENCIAS TO WS-TOTAL-ENCONTRADAS
               DISPLAY "RAZAO.DAT              : " WS-OCORRENCIAS
                   " registo(s)"
           ELSE
               IF WS-TOTAL-MOVIMENTOS > 0
                   OPEN I-O FICHEIRO-RAZAO
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-MOVIMENTOS
                       MOVE WS-MOVIMENTO-APAGAR(K) TO RAZ-NUMERO
                       READ FICHEIRO-RAZAO KEY IS RAZ-NUMERO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE FICHEIRO-RAZAO RECORD
                               ADD 1 TO WS-TOTAL-REMOVIDAS
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-RAZAO
                   MOVE 'RAZAO.DAT' TO WS-NOME-TEXTO
                   MOVE WS-TOTAL-MOVIMENTOS TO WS-OCORRENCIAS
                   PERFORM ESCREVE-LINHA-CERTIFICADO
               END-IF
           END-IF.

       TRATA-FICHEIRO-DE-LINHAS.
      * Ficheiros de linhas: no modo A as linhas com o nome sao
      * retiradas e o ficheiro regravado sem elas
                           PERFORM REGRAVA-UMA-LINHA
                       END-PERFORM
                       CLOSE FICHEIRO-TEXTO
      * O diario tem cadeia de elos: a regravacao autorizada
      * recalcula-a e fica registada nas ancoras
                       MOVE 'R' TO WS-CADEIA-OPERACAO
                       MOVE WS-NOME-TEXTO TO WS-CADEIA-FICHEIRO
                       CALL 'ENCADEIA-REGISTO' USING
                           WS-CADEIA-OPERACAO WS-CADEIA-FICHEIRO
                           LINHA-TEXTO WS-CADEIA-QUANTAS
                       ADD WS-OCORRENCIAS TO WS-TOTAL-REMOVIDAS
                       PERFORM ESCREVE-LINHA-CERTIFICADO
                   END-IF
