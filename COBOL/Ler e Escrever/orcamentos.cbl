      * Date:
      * Purpose: Orcamentos anuais por codigo de razao e por mes
      *          (orcamentos.txt), com manutencao e relatorio mensal
      *          de desvios: orcamento contra real do razao
      *          RAZAO.DAT (so os debitos lancados do inicio do ano
      *          ao fim do mes pedido, lidos pela chave da data de
      *          lancamento; cada execucao chega ao codigo de razao
      *          pela marca RUN das linhas e pelo log
      *          ficheiro3-log.txt, como no resumo de razoes),
      *          posicao acumulada do ano e bandeira nos codigos
      *          mais de ALERTA-PERC-ORC por cento acima do
      *          orcamento; as faturas de fornecedores registadas e
      *          ainda por pagar (faturas-fornecedores.txt) contam
      *          como compromisso no mes da fatura, e o desvio e o
      *          alerta medem real mais comprometido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-LOG ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT OPTIONAL FICHEIRO-FATURAS
               ASSIGN TO 'faturas-fornecedores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'orcamentos-desvios.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
         05 FILLER     PIC X.
         05 ORC-VALOR  PIC 9(7)V99.
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).
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
       FD FICHEIRO-FATURAS.
       01 LINHA-FATURA.
         05 FTF-NUMERO     PIC 9(6).
         05 FILLER         PIC X.
         05 FTF-FORNECEDOR PIC X(6).
         05 FILLER         PIC X.
         05 FTF-DOCUMENTO  PIC X(20).
         05 FILLER         PIC X.
         05 FTF-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 FTF-DATA-VENC  PIC 9(8).
         05 FILLER         PIC X.
         05 FTF-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 FTF-RAZAO      PIC X(4).
         05 FILLER         PIC X.
         05 FTF-POLO       PIC X(2).
         05 FILLER         PIC X.
         05 FTF-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 FTF-DATA-PAG   PIC 9(8).
         05 FILLER         PIC X.
         05 FTF-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 FTF-OPERADOR   PIC X(8).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD FICHEIRO-PARAMETROS.
       WORKING-STORAGE SECTION.
       01 WS-ORCAMENTOS-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-FATURAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-ORCAMENTOS PIC X.
       01 EOF-LOG PIC X.
       01 EOF-RAZAO PIC X.
       01 EOF-PARAMETROS PIC X.
       01 EOF-FATURAS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-ALERTA-PERC PIC 9(3) VALUE 10.
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-ANO PIC 9(4).
       01 WS-MES-LANC PIC 9(6).
       01 WS-LANC-DESDE PIC 9(8).
       01 WS-LANC-ATE PIC 9(8).
       01 WS-VALOR-TEXTO PIC X(12).
       01 I PIC 9(3).
       01 K PIC 9(3).
       01 WS-ORC-ED PIC -(7)9.99.
       01 WS-YTD-ORC PIC 9(8)V99.
       01 WS-YTD-REAL PIC 9(8)V99.
       01 WS-YTD-COMPR PIC 9(8)V99.
       01 WS-COMPR-MES PIC 9(8)V99.
       01 WS-COMPR-ED PIC -(7)9.99.
       01 WS-TOTAL-ORC PIC 9(3) VALUE 0.
       01 WS-TABELA-ORC.
         05 WS-ORC OCCURS 240 TIMES.
           10 WS-REA-CODIGO PIC X(4).
           10 WS-REA-MES    PIC 9(6).
           10 WS-REA-VALOR  PIC 9(7)V99.
      * Comprometido por codigo e mes: faturas de fornecedores
      * registadas e ainda por pagar
       01 WS-TOTAL-CMP PIC 9(3) VALUE 0.
       01 WS-TABELA-COMPROMISSOS.
         05 WS-CMP OCCURS 240 TIMES.
           10 WS-CMP-CODIGO PIC X(4).
           10 WS-CMP-MES    PIC 9(6).
           10 WS-CMP-VALOR  PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

       CARREGA-RUNS.
      * Mesma leitura do resumo de razoes: o codigo sai da marca
      * RAZAO= e o numero da execucao da marca RUN=, que liga os
      * movimentos ao codigo; so interessam as execucoes do ano
           MOVE 0 TO WS-TOTAL-RUNS
           MOVE 'N' TO EOF-LOG
           OPEN INPUT FICHEIRO-LOG
                       NOT AT END
                           IF LINHA-LOG(36 : 7) = " RAZAO=" AND
                               LINHA-LOG(52 : 4) IS NUMERIC AND
                               LINHA-LOG(1 : 4) = WS-ANO AND
                               WS-TOTAL-RUNS < 300
                               ADD 1 TO WS-TOTAL-RUNS
                               MOVE LINHA-LOG(52 : 4) TO
           END-IF.

       ACUMULA-REAIS.
      * Real = debitos lancados no razao do inicio do ano ao fim do
      * mes do relatorio, com o codigo de razao do RUN no log e o
      * mes da data de lancamento; sem RUN mapeado contam no
      * codigo ????
           MOVE 0 TO WS-TOTAL-REAIS
           COMPUTE WS-LANC-DESDE = WS-ANO * 10000 + 101
           COMPUTE WS-LANC-ATE = WS-MES * 100 + 31
           MOVE 'N' TO EOF-RAZAO
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               MOVE WS-LANC-DESDE TO RAZ-DATA-LANC
               START FICHEIRO-RAZAO KEY >= RAZ-DATA-LANC
                   INVALID KEY
                       MOVE 'S' TO EOF-RAZAO
               END-START
               PERFORM UNTIL EOF-RAZAO = 'S'
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-RAZAO
                       NOT AT END
                           IF RAZ-DATA-LANC > WS-LANC-ATE
                               MOVE 'S' TO EOF-RAZAO
                           ELSE
                               IF RAZ-SINAL = '-'
                                   PERFORM ACUMULA-UM-DEBITO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
           END-IF.

       ACUMULA-UM-DEBITO.
           MOVE '????' TO WS-CODIGO
           MOVE RAZ-DATA-LANC(1 : 6) TO WS-MES-LANC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RUNS
               IF RAZ-RUN IS NUMERIC AND
                   WS-RUN-NUMERO(K) = RAZ-RUN
                   MOVE WS-RUN-CODIGO(K) TO WS-CODIGO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-REAIS
               IF WS-REA-CODIGO(K) = WS-CODIGO AND
                   WS-REA-MES(K) = WS-MES-LANC
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
               ADD 1 TO WS-TOTAL-REAIS
               MOVE WS-TOTAL-REAIS TO WS-ACHADO
               MOVE WS-CODIGO TO WS-REA-CODIGO(WS-ACHADO)
               MOVE WS-MES-LANC TO WS-REA-MES(WS-ACHADO)
               MOVE 0 TO WS-REA-VALOR(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               ADD RAZ-VALOR TO WS-REA-VALOR(WS-ACHADO)
           END-IF.

       ACUMULA-COMPROMISSOS.
      * Faturas de fornecedores PENDENTE: o dinheiro ainda nao saiu
      * mas ja esta gasto; entram no mes da fatura com o codigo de
      * razao da fatura e deixam de contar quando o pagamento as
      * passa para o real
           MOVE 0 TO WS-TOTAL-CMP
           MOVE 'N' TO EOF-FATURAS
           OPEN INPUT FICHEIRO-FATURAS
           IF WS-FATURAS-STATUS = '00' OR WS-FATURAS-STATUS = '05'
               PERFORM UNTIL EOF-FATURAS = 'S'
                   READ FICHEIRO-FATURAS
                       AT END
                           MOVE 'S' TO EOF-FATURAS
                       NOT AT END
                           IF FTF-ESTADO = 'PENDENTE' AND
                               FTF-DATA IS NUMERIC AND
                               FTF-VALOR IS NUMERIC
                               PERFORM ACUMULA-UM-COMPROMISSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FATURAS
           END-IF.

       ACUMULA-UM-COMPROMISSO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CMP
               IF WS-CMP-CODIGO(K) = FTF-RAZAO AND
                   WS-CMP-MES(K) = FTF-DATA(1 : 6)
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-CMP < 240
               ADD 1 TO WS-TOTAL-CMP
               MOVE WS-TOTAL-CMP TO WS-ACHADO
               MOVE FTF-RAZAO TO WS-CMP-CODIGO(WS-ACHADO)
               MOVE FTF-DATA(1 : 6) TO WS-CMP-MES(WS-ACHADO)
               MOVE 0 TO WS-CMP-VALOR(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               ADD FTF-VALOR TO WS-CMP-VALOR(WS-ACHADO)
           END-IF.

       RELATORIO-DESVIOS.
               PERFORM CARREGA-ORCAMENTOS
               PERFORM CARREGA-RUNS
               PERFORM ACUMULA-REAIS
               PERFORM ACUMULA-COMPROMISSOS
               OPEN OUTPUT FICHEIRO-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "DESVIOS ORCAMENTAIS DE " WS-MES
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CODIGO ORCAMENTO   REAL        COMPROMET"
                   "   DESVIO      YTD-ORC     YTD-REAL    YTD-COMPR"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING I FROM 1 BY 1
           MOVE 0 TO WS-DESVIO
           MOVE 0 TO WS-YTD-ORC
           MOVE 0 TO WS-YTD-REAL
           MOVE 0 TO WS-YTD-COMPR
           MOVE 0 TO WS-COMPR-MES
           MOVE WS-ORC-CODIGO(I) TO WS-CODIGO
      * Real do mes
           MOVE 0 TO WS-ACHADO
               COMPUTE WS-DESVIO = 0 - WS-ORC-VALOR(I)
               MOVE 0 TO WS-VALOR-ED
           END-IF
      * Comprometido do mes: conta no desvio como se ja fosse real
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CMP
               IF WS-CMP-CODIGO(K) = WS-CODIGO AND
                   WS-CMP-MES(K) = WS-MES
                   ADD WS-CMP-VALOR(K) TO WS-COMPR-MES
               END-IF
               IF WS-CMP-CODIGO(K) = WS-CODIGO AND
                   WS-CMP-MES(K) >= WS-ANO * 100 + 1 AND
                   WS-CMP-MES(K) <= WS-MES
                   ADD WS-CMP-VALOR(K) TO WS-YTD-COMPR
               END-IF
           END-PERFORM
           ADD WS-COMPR-MES TO WS-DESVIO
           MOVE WS-COMPR-MES TO WS-COMPR-ED
      * Posicao acumulada do ano ate ao mes pedido
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ORC
               IF WS-ORC-CODIGO(K) = WS-CODIGO AND
           MOVE WS-ORC-VALOR(I) TO WS-ORC-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-CODIGO "   " WS-ORC-ED " " WS-VALOR-ED
               " " WS-COMPR-ED
               " " WS-DESVIO " " WS-YTD-ORC " " WS-YTD-REAL
               " " WS-YTD-COMPR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-ORC-VALOR(I) > 0 AND WS-DESVIO > 0
