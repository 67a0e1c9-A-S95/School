      * Author:
      * Date:
      * Purpose: Exportacao mensal do razao para o gabinete de
      *          contabilidade: os movimentos do razao RAZAO.DAT
      *          lancados no mes pedido (lidos pela chave da data de
      *          lancamento; o codigo de razao vem da marca RUN e do
      *          log, como no resumo de razoes) saem agrupados pelo
      *          numero de conta do plano do contabilista, mapeado
      *          do codigo de razao em mapa-contas.txt, com
      *          debito/credito derivado do sinal, cabecalho com o
      *          periodo e trailer com contagem e totais para o lado
      *          de la conferir a carga; acaba com a redigitacao
      *          trimestral
      * Tectonics: cobc
      ******************************************************************
               ASSIGN TO 'mapa-contas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT FICHEIRO-LOG ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
         05 MAP-RAZAO PIC X(4).
         05 FILLER    PIC X.
         05 MAP-CONTA PIC 9(8).
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
       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).
       FD FICHEIRO-EXPORT.
       01 LINHA-EXPORT PIC X(70).
       01 REGISTO-CABECALHO REDEFINES LINHA-EXPORT.

       WORKING-STORAGE SECTION.
       01 WS-MAPA-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 EOF-MAPA PIC X.
       01 EOF-RAZAO PIC X.
       01 EOF-LOG PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
       01 WS-CONTA-TEXTO PIC X(8).
       01 WS-CONTA PIC 9(8).
       01 WS-MES-MOV PIC 9(6).
       01 WS-LANC-DESDE PIC 9(8).
       01 WS-LANC-ATE PIC 9(8).
       01 WS-CONTAGEM PIC 9(6).
       01 WS-DEBITOS PIC 9(9)V99.
       01 WS-CREDITOS PIC 9(9)V99.
                       NOT AT END
                           IF LINHA-LOG(36 : 7) = " RAZAO=" AND
                               LINHA-LOG(52 : 4) IS NUMERIC AND
                               LINHA-LOG(1 : 6) = WS-MES AND
                               WS-TOTAL-RUNS < 300
                               ADD 1 TO WS-TOTAL-RUNS
                               MOVE LINHA-LOG(52 : 4) TO
           MOVE 0 TO WS-DEBITOS
           MOVE 0 TO WS-CREDITOS
           MOVE 0 TO WS-SEM-MAPA
           COMPUTE WS-LANC-DESDE = WS-MES * 100 + 1
           COMPUTE WS-LANC-ATE = WS-MES * 100 + 31
           MOVE 'N' TO EOF-RAZAO
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS NOT = '00'
               DISPLAY "RAZAO.DAT nao encontrado"
           ELSE
               OPEN OUTPUT FICHEIRO-EXPORT
               MOVE SPACES TO LINHA-EXPORT
               MOVE WS-MES TO CAB-PERIODO
               MOVE WS-DATA TO CAB-DATA
               WRITE LINHA-EXPORT
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
                               PERFORM EXPORTA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
               MOVE SPACES TO LINHA-EXPORT
               MOVE 'T' TO TRL-TIPO
               MOVE WS-CONTAGEM TO TRL-CONTAGEM

       EXPORTA-MOVIMENTO.
           MOVE SPACES TO WS-CODIGO
           MOVE RAZ-DATA-LANC(1 : 6) TO WS-MES-MOV
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RUNS
               IF RAZ-RUN IS NUMERIC AND
                   WS-RUN-NUMERO(K) = RAZ-RUN
                   MOVE WS-RUN-CODIGO(K) TO WS-CODIGO
               END-IF
           END-PERFORM
           IF WS-MES-MOV = WS-MES
                   MOVE SPACES TO LINHA-EXPORT
                   MOVE 'D' TO DET-TIPO
                   MOVE WS-MAP-CONTA(WS-ACHADO) TO DET-CONTA
                   IF RAZ-SINAL = '-'
                       MOVE 'D' TO DET-DC
                       ADD RAZ-VALOR TO WS-DEBITOS
                   ELSE
                       MOVE 'C' TO DET-DC
                       ADD RAZ-VALOR TO WS-CREDITOS
                   END-IF
                   MOVE RAZ-VALOR TO DET-VALOR
                   MOVE RAZ-DESCRICAO(1 : 30) TO DET-DESCRICAO
                   WRITE LINHA-EXPORT
               END-IF
           END-IF.
