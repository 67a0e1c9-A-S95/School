      * Date:
      * Purpose: Fecho diario da caixa: soma os recibos do dia por
      *          tipo de pagamento (recibos.txt) e compara com a
      *          soma dos movimentos PROP lancados nesse dia no
      *          razao RAZAO.DAT (lidos pela chave da data de
      *          lancamento, sem percorrer o razao todo); uma
      *          diferenca so passa com uma explicacao escrita do
      *          operador, e o fecho aceite fica registado em
      *          fecho-caixa-log.txt com o relatorio do dia em
      *          fecho-caixa.txt; os reembolsos aprovados no dia
      *          (notas-credito.txt) sao conferidos com os
      *          movimentos REEM do dia e os pagos em numerario
      *          saem do numerario liquido da caixa; as vendas da
      *          papelaria pagas com recibo (movimentos PAPE com
      *          recibo como documento) e os carregamentos da
      *          carteira pre-paga (movimentos CART com recibo)
      *          somam-se aos PROP do dia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT OPTIONAL FICHEIRO-NOTAS-CREDITO
               ASSIGN TO 'notas-credito.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT FICHEIRO-RELATORIO ASSIGN TO 'fecho-caixa.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-LOG
         05 RCB-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 RCB-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 RCB-ORIGEM   PIC X(4).
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
       FD FICHEIRO-NOTAS-CREDITO.
       01 LINHA-NOTA-CREDITO.
         05 NC-NUMERO       PIC 9(6).
         05 FILLER          PIC X.
         05 NC-TIPO         PIC X(4).
         05 FILLER          PIC X.
         05 NC-ALUNO        PIC 9(5).
         05 FILLER          PIC X.
         05 NC-VALOR        PIC 9(7)V99.
         05 FILLER          PIC X.
         05 NC-METODO       PIC X(4).
         05 FILLER          PIC X(32).
         05 NC-ESTADO       PIC X(9).
         05 FILLER          PIC X(28).
         05 NC-DATA-APROV   PIC 9(8).
         05 FILLER          PIC X(5).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(80).
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(239).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 EOF-NC PIC X.
       01 EOF-RECIBOS PIC X.
       01 EOF-RAZAO PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
       01 WS-DATA-FECHO PIC 9(8).
       01 WS-TOTAL-RECIBOS PIC 9(8)V99.
       01 WS-TOTAL-PROP PIC 9(8)V99.
       01 WS-TOTAL-PAPE PIC 9(8)V99.
       01 WS-TOTAL-CART PIC 9(8)V99.
       01 WS-TOTAL-REEMB PIC 9(8)V99.
       01 WS-TOTAL-REEMB-NUM PIC 9(8)V99.
       01 WS-TOTAL-REEM-F3 PIC 9(8)V99.
       01 WS-NUMERARIO-LIQ PIC S9(8)V99.
       01 WS-DIFERENCA PIC S9(8)V99.
       01 WS-EXPLICACAO PIC X(60).
       01 WS-CONTA-RECIBOS PIC 9(4).
       01 I PIC 9(2).
       01 WS-ACHADO PIC 9(2).
           END-IF
           PERFORM SOMA-RECIBOS-DO-DIA
           PERFORM SOMA-PROP-DO-DIA
           PERFORM SOMA-REEMBOLSOS-DO-DIA
           PERFORM CALCULA-NUMERARIO-LIQUIDO
           COMPUTE WS-DIFERENCA =
               WS-TOTAL-RECIBOS - WS-TOTAL-PROP - WS-TOTAL-PAPE
               - WS-TOTAL-CART
               - WS-TOTAL-REEMB + WS-TOTAL-REEM-F3
           PERFORM MOSTRA-RESUMO
           IF WS-DIFERENCA = 0
               MOVE 'SEM DIFERENCA' TO WS-EXPLICACAO
           END-IF.

       SOMA-PROP-DO-DIA.
      * Os movimentos lancados no dia do fecho, pela chave da data
      * de lancamento do razao; a venda da papelaria paga no ato e
      * o carregamento da carteira sao os que tem recibo como
      * documento
           MOVE 0 TO WS-TOTAL-PROP
           MOVE 0 TO WS-TOTAL-PAPE
           MOVE 0 TO WS-TOTAL-CART
           MOVE 0 TO WS-TOTAL-REEM-F3
           MOVE 'N' TO EOF-RAZAO
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               MOVE WS-DATA-FECHO TO RAZ-DATA-LANC
               START FICHEIRO-RAZAO KEY = RAZ-DATA-LANC
                   INVALID KEY
                       MOVE 'S' TO EOF-RAZAO
               END-START
               PERFORM UNTIL EOF-RAZAO = 'S'
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-RAZAO
                       NOT AT END
                           IF RAZ-DATA-LANC NOT = WS-DATA-FECHO
                               MOVE 'S' TO EOF-RAZAO
                           ELSE
                               PERFORM SOMA-MOVIMENTO-DO-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
           END-IF.

       SOMA-MOVIMENTO-DO-DIA.
           EVALUATE TRUE
               WHEN RAZ-CODIGO = 'PROP'
                   ADD RAZ-VALOR TO WS-TOTAL-PROP
               WHEN RAZ-CODIGO = 'PAPE' AND
                   RAZ-DOCUMENTO(1 : 6) = 'RECIBO'
                   ADD RAZ-VALOR TO WS-TOTAL-PAPE
               WHEN RAZ-CODIGO = 'CART' AND RAZ-SINAL = '+' AND
                   RAZ-DOCUMENTO(1 : 6) = 'RECIBO'
                   ADD RAZ-VALOR TO WS-TOTAL-CART
               WHEN RAZ-CODIGO = 'REEM'
                   ADD RAZ-VALOR TO WS-TOTAL-REEM-F3
           END-EVALUATE.

       SOMA-REEMBOLSOS-DO-DIA.
      * O reembolso e pago no dia em que o segundo operador o
      * aprova; so o numerario sai da gaveta da caixa
           MOVE 0 TO WS-TOTAL-REEMB
           MOVE 0 TO WS-TOTAL-REEMB-NUM
           MOVE 'N' TO EOF-NC
           OPEN INPUT FICHEIRO-NOTAS-CREDITO
           IF WS-NC-STATUS = '00' OR WS-NC-STATUS = '05'
               PERFORM UNTIL EOF-NC = 'S'
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END
                           MOVE 'S' TO EOF-NC
                       NOT AT END
                           IF NC-TIPO = 'REEM' AND
                               NC-ESTADO = 'APROVADA' AND
                               NC-DATA-APROV = WS-DATA-FECHO AND
                               NC-VALOR IS NUMERIC
                               ADD NC-VALOR TO WS-TOTAL-REEMB
                               IF NC-METODO = 'NUM'
                                   ADD NC-VALOR
                                       TO WS-TOTAL-REEMB-NUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF.

       CALCULA-NUMERARIO-LIQUIDO.
           MOVE 0 TO WS-NUMERARIO-LIQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-TIPOS
               IF WS-TIP-CODIGO(I) = 'NUM'
                   MOVE WS-TIP-TOTAL(I) TO WS-NUMERARIO-LIQ
               END-IF
           END-PERFORM
           SUBTRACT WS-TOTAL-REEMB-NUM FROM WS-NUMERARIO-LIQ.

       MOSTRA-RESUMO.
           DISPLAY "FECHO DE " WS-DATA-FECHO ":"
           DISPLAY "  Recibos do dia : " WS-CONTA-RECIBOS
           DISPLAY "  Total recibos  : " WS-VALOR-ED
           MOVE WS-TOTAL-PROP TO WS-VALOR-ED
           DISPLAY "  Total PROP f3  : " WS-VALOR-ED
           MOVE WS-TOTAL-PAPE TO WS-VALOR-ED
           DISPLAY "  Total PAPE f3  : " WS-VALOR-ED
           MOVE WS-TOTAL-CART TO WS-VALOR-ED
           DISPLAY "  Total CART f3  : " WS-VALOR-ED
           MOVE WS-TOTAL-REEMB TO WS-VALOR-ED
           DISPLAY "  Reembolsos     : " WS-VALOR-ED
           MOVE WS-TOTAL-REEMB-NUM TO WS-VALOR-ED
           DISPLAY "    NUM  : " WS-VALOR-ED
           MOVE WS-TOTAL-REEM-F3 TO WS-VALOR-ED
           DISPLAY "  Total REEM f3  : " WS-VALOR-ED
           MOVE WS-NUMERARIO-LIQ TO WS-VALOR-ED
           DISPLAY "  Numerario liq. : " WS-VALOR-ED
           MOVE WS-DIFERENCA TO WS-VALOR-ED
           DISPLAY "  Diferenca      : " WS-VALOR-ED.

                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM
           MOVE WS-TOTAL-PAPE TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  PAPELARIA      : " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-CART TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  CARTEIRAS      : " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-REEMB-NUM TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  REEMBOLSOS NUM : " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-REEMB TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  REEMBOLSOS     : " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-NUMERARIO-LIQ TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "NUMERARIO LIQUIDO " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-DIFERENCA TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIFERENCA " WS-VALOR-ED " : "
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " FECHO " WS-DATA-FECHO " RECIBOS="
               WS-TOTAL-RECIBOS " PROP=" WS-TOTAL-PROP
               " DIF=" WS-DIFERENCA " REEMB=" WS-TOTAL-REEMB
               " PAPE=" WS-TOTAL-PAPE
               " CART=" WS-TOTAL-CART
               " : "
               FUNCTION TRIM(WS-EXPLICACAO)
               DELIMITED BY SIZE INTO LINHA-LOG
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'fecho-caixa-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG WS-CADEIA-QUANTAS
           WRITE LINHA-LOG
           CLOSE FICHEIRO-LOG
           DISPLAY "Fecho de caixa aceite e registado".
