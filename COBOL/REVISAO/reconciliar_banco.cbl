      * Author:
      * Date:
      * Purpose: Reconciliacao do extrato bancario com os movimentos
      *          do razao RAZAO.DAT: importa extrato-banco.txt (data,
      *          valor e referencia por linha), le so os movimentos
      *          lancados entre a primeira e a ultima data do
      *          extrato (com folga de uma semana) pela chave da
      *          data de lancamento, casa primeiro automaticamente
      *          por valor exato e data valor proxima (ate 3 dias),
      *          depois sugere candidatos do mesmo valor para o
      *          operador confirmar; os pares ficam em
      *          conciliacao.txt pelo numero do movimento no razao e
      *          pela posicao da linha no extrato, e o relatorio
      *          lista os casados, as linhas do banco sem movimento
      *          e os movimentos sem linha do banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-BANCO ASSIGN TO 'extrato-banco.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT OPTIONAL FICHEIRO-CONCILIACAO
               ASSIGN TO 'conciliacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
         05 BNK-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 BNK-REFERENCIA PIC X(30).
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
       FD FICHEIRO-CONCILIACAO.
       01 LINHA-CONCILIACAO.
         05 CNC-MOVIMENTO PIC 9(8).
         05 FILLER        PIC X.
         05 CNC-BNK-LINHA PIC 9(6).
         05 FILLER        PIC X.

       WORKING-STORAGE SECTION.
       01 WS-BANCO-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-CONCILIACAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-BANCO PIC X.
       01 EOF-RAZAO PIC X.
       01 EOF-CONCILIACAO PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
       01 WS-TOTAL-TRN PIC 9(3) VALUE 0.
       01 WS-TABELA-TRN.
         05 WS-TRN OCCURS 500 TIMES.
           10 WS-TRN-NUMERO    PIC 9(8).
           10 WS-TRN-DATA      PIC 9(8).
           10 WS-TRN-VALOR     PIC 9(7)V99.
           10 WS-TRN-DESCRICAO PIC X(50).
           10 WS-TRN-CASADA    PIC X.
       01 WS-LINHA-F3 PIC 9(6).
      * Datas de lancamento a ler do razao: do primeiro ao ultimo
      * dia do extrato, com uma semana de folga para cada lado
       01 WS-BANCO-DESDE PIC 9(8).
       01 WS-BANCO-ATE PIC 9(8).
       01 WS-LANC-DESDE PIC 9(8).
       01 WS-LANC-ATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CARREGA-BANCO.
           MOVE 0 TO WS-TOTAL-BANCO
           MOVE 0 TO WS-LINHA-F3
           MOVE 99999999 TO WS-BANCO-DESDE
           MOVE 0 TO WS-BANCO-ATE
           MOVE 'N' TO EOF-BANCO
           OPEN INPUT FICHEIRO-BANCO
           IF WS-BANCO-STATUS = '00'
                                       (WS-TOTAL-BANCO)
                               MOVE 'N' TO
                                   WS-BNK-CASADA(WS-TOTAL-BANCO)
                               IF BNK-DATA < WS-BANCO-DESDE
                                   MOVE BNK-DATA TO WS-BANCO-DESDE
                               END-IF
                               IF BNK-DATA > WS-BANCO-ATE
                                   MOVE BNK-DATA TO WS-BANCO-ATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CARREGA-MOVIMENTOS.
      * So os movimentos a credito interessam ao extrato; o razao
      * e lido pela chave da data de lancamento, so no periodo do
      * extrato, e a data a comparar e a data valor
           MOVE 0 TO WS-TOTAL-TRN
           COMPUTE WS-LANC-DESDE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BANCO-DESDE) - 7)
           COMPUTE WS-LANC-ATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BANCO-ATE) + 7)
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
                               PERFORM GUARDA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
           END-IF.

       GUARDA-MOVIMENTO.
           IF RAZ-SINAL = '+' AND WS-TOTAL-TRN < 500
               ADD 1 TO WS-TOTAL-TRN
               MOVE RAZ-NUMERO TO WS-TRN-NUMERO(WS-TOTAL-TRN)
               MOVE RAZ-DATA-VALOR TO WS-TRN-DATA(WS-TOTAL-TRN)
               MOVE RAZ-VALOR TO WS-TRN-VALOR(WS-TOTAL-TRN)
               MOVE RAZ-DESCRICAO TO
                   WS-TRN-DESCRICAO(WS-TOTAL-TRN)
               MOVE 'N' TO WS-TRN-CASADA(WS-TOTAL-TRN)
           END-IF.

       MARCA-JA-CONCILIADOS.

       MARCA-PAR-CONCILIADO.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TOTAL-TRN
               IF WS-TRN-NUMERO(T) = CNC-MOVIMENTO
                   MOVE 'S' TO WS-TRN-CASADA(T)
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-TRN-CASADA(T)
           ADD 1 TO WS-CASADOS
           PERFORM GRAVA-PAR
           DISPLAY "AUTO: banco linha " WS-BNK-LINHA(B) " <-> razao"
               " movimento " WS-TRN-NUMERO(T) " valor "
               WS-BNK-VALOR(B).

       CASAMENTO-SUGERIDO.
                   DISPLAY "Banco " WS-BNK-DATA(B) " "
                       WS-VALOR-ED " "
                       WS-BNK-REFERENCIA(B)
                   DISPLAY "  <-> razao movimento " WS-TRN-NUMERO(K)
                       " " WS-TRN-DESCRICAO(K)(1 : 40)
                   DISPLAY "  Confirmar este par? (S/N): "
                       WITH NO ADVANCING
       GRAVA-PAR.
           OPEN EXTEND FICHEIRO-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO
           MOVE WS-TRN-NUMERO(T) TO CNC-MOVIMENTO
           MOVE WS-BNK-LINHA(B) TO CNC-BNK-LINHA
           MOVE WS-DATA TO CNC-DATA
           MOVE 'AUTO' TO CNC-MODO
       GRAVA-PAR-MANUAL.
           OPEN EXTEND FICHEIRO-CONCILIACAO
           MOVE SPACES TO LINHA-CONCILIACAO
           MOVE WS-TRN-NUMERO(T) TO CNC-MOVIMENTO
           MOVE WS-BNK-LINHA(B) TO CNC-BNK-LINHA
           MOVE WS-DATA TO CNC-DATA
           MOVE 'MAN' TO CNC-MODO
                   ADD 1 TO WS-SEM-BANCO
                   MOVE WS-TRN-VALOR(T) TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  movimento " WS-TRN-NUMERO(T) " "
                       WS-VALOR-ED " "
                       WS-TRN-DESCRICAO(T)(1 : 40)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
