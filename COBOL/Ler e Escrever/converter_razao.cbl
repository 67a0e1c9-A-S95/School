      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica das linhas existentes de ficheiro3
      *          (os arquivos listados em arquivos-index.txt, pela
      *          ordem em que foram feitos, e depois ficheiro3.txt)
      *          para o razao indexado RAZAO.DAT; a data e o
      *          operador de lancamento vem da linha do log do
      *          ficheiro3 com o mesmo RUN (sem ela: data valor da
      *          descricao, data do arquivo ou hoje, e operador
      *          MIGRACAO); so corre com o razao vazio e com o lock
      *          de ficheiro3 livre, e no fim regrava conciliacao.txt
      *          com o numero de movimento do razao no lugar da
      *          posicao da linha em ficheiro3.txt; a linha que o
      *          razao nao aceitar fica avisada, contada e escrita no
      *          log do ficheiro3 para a recuperacao de lancamentos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTER-RAZAO.
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
           SELECT OPTIONAL FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT OPTIONAL FICHEIRO-LOG-F3
               ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-F3-STATUS.
           SELECT FICHEIRO-LOCK-F3 ASSIGN TO 'ficheiro3.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICE
               ASSIGN TO 'arquivos-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT OPTIONAL FICHEIRO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT OPTIONAL FICHEIRO-CONCILIACAO
               ASSIGN TO 'conciliacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCILIACAO-STATUS.
           SELECT FICHEIRO-TEMP ASSIGN TO 'conciliacao-temp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
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
         05 RAZ-LINHA-F3    PIC X(80).
       FD FICHEIRO-3.
       01 LINHA-FICHEIRO.
         05 TRN-CODIGO    PIC X(4).
         05 FILLER        PIC X.
         05 TRN-SINAL     PIC X.
         05 TRN-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 TRN-DESCRICAO PIC X(50).
         05 FILLER        PIC X.
         05 TRN-RUN       PIC 9(4).
         05 FILLER        PIC X(9).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).
       FD FICHEIRO-LOCK-F3.
       01 LINHA-LOCK-F3.
         05 LCK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 LCK-DATA     PIC 9(8).
         05 LCK-HORA     PIC 9(6).
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
         05 FILLER PIC X.
         05 IDX-REGISTOS PIC 9(5).
       FD FICHEIRO-ARQUIVO.
       01 LINHA-ARQUIVO PIC X(80).
       FD FICHEIRO-CONCILIACAO.
       01 LINHA-CONCILIACAO.
         05 CNC-MOVIMENTO PIC 9(8).
         05 FILLER        PIC X.
         05 CNC-BNK-LINHA PIC 9(6).
         05 FILLER        PIC X.
         05 CNC-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 CNC-MODO      PIC X(4).
      * Formato antigo: posicao da linha em ficheiro3.txt
       01 LINHA-CONCILIACAO-ANTIGA.
         05 CNA-LINHA-F3  PIC X(6).
         05 FILLER        PIC X.
         05 CNA-BNK-LINHA PIC 9(6).
         05 FILLER        PIC X.
         05 CNA-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 CNA-MODO      PIC X(4).
       FD FICHEIRO-TEMP.
       01 LINHA-TEMP.
         05 TMP-MOVIMENTO PIC 9(8).
         05 FILLER        PIC X.
         05 TMP-BNK-LINHA PIC 9(6).
         05 FILLER        PIC X.
         05 TMP-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 TMP-MODO      PIC X(4).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-ARQUIVO-STATUS PIC XX.
       01 WS-CONCILIACAO-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-FICHEIRO PIC X.
       01 EOF-INDICE PIC X.
       01 EOF-ARQUIVO PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-RAZAO-VAZIO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-NOME-ARQUIVO PIC X(40).
       01 WS-DATA-ARQUIVO PIC 9(8).
       01 WS-LINHA PIC X(80).
       01 WS-LINHA-DEF REDEFINES WS-LINHA.
         05 WS-LIN-CODIGO    PIC X(4).
         05 FILLER           PIC X(11).
         05 WS-LIN-DESCRICAO PIC X(50).
         05 FILLER           PIC X.
         05 WS-LIN-RUN       PIC X(4).
         05 FILLER           PIC X(10).
       01 WS-RUN PIC 9(4).
       01 P PIC 9(3).
       01 WS-POSICAO PIC 9(6).
       01 WS-TOTAL-ARQUIVOS PIC 9(4) VALUE 0.
       01 WS-TOTAL-CONVERTIDAS PIC 9(8) VALUE 0.
       01 WS-SEM-LOG PIC 9(8) VALUE 0.
       01 WS-TOTAL-FALHADAS PIC 9(8) VALUE 0.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-TOTAL-PARES PIC 9(6) VALUE 0.
       01 WS-PARES-SEM-MOV PIC 9(6) VALUE 0.
       01 WS-CNC-LINHA PIC 9(6).
      * Parametros de GRAVA-RAZAO
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
      * Data e operador de cada RUN, tirados do log do ficheiro3
       01 WS-TABELA-RUNS.
         05 WS-RUN-INFO OCCURS 9999 TIMES.
           10 WS-RUN-DATA     PIC 9(8).
           10 WS-RUN-OPERADOR PIC X(8).
      * Numero de movimento dado a cada linha de ficheiro3.txt,
      * pela posicao, para regravar conciliacao.txt
       01 WS-TOTAL-POSICOES PIC 9(6) VALUE 0.
       01 WS-TABELA-POSICOES.
         05 WS-POS-NUMERO PIC 9(8) OCCURS 20000 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DE FICHEIRO3 PARA O RAZAO INDEXADO"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM LE-OPERADOR-SESSAO
           PERFORM VERIFICA-RAZAO-VAZIO
           PERFORM VERIFICA-LOCK-F3
           EVALUATE TRUE
               WHEN WS-RAZAO-VAZIO = 'N'
                   DISPLAY "RAZAO.DAT ja tem movimentos; a conversao"
                       " so se faz uma vez, com o razao vazio"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-F3-BLOQUEADO = 'S'
                   DISPLAY "ficheiro3.txt em uso por "
                       WS-LOCK-F3-DONO "; tente mais tarde"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Converter agora as linhas de ficheiro3"
                       " e dos arquivos? (S/N): " WITH NO ADVANCING
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                       PERFORM CRIAR-LOCK-F3
                       PERFORM CONVERTE-TUDO
                       PERFORM REMOVER-LOCK-F3
                       IF WS-TOTAL-FALHADAS > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   ELSE
                       DISPLAY "Conversao cancelada"
                       MOVE 0 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           GOBACK.

       CONVERTE-TUDO.
           PERFORM CARREGA-RUNS
           PERFORM CONVERTE-ARQUIVOS
           PERFORM CONVERTE-FICHEIRO-3
           PERFORM REGRAVA-CONCILIACAO
           DISPLAY "Arquivos convertidos: " WS-TOTAL-ARQUIVOS
           DISPLAY "Movimentos no razao : " WS-TOTAL-CONVERTIDAS
           DISPLAY "Sem linha no log    : " WS-SEM-LOG
               " (data valor/arquivo, operador MIGRACAO)"
           DISPLAY "Nao aceites no razao: " WS-TOTAL-FALHADAS
               " (no log do ficheiro3; recuperacao de lancamentos)"
           DISPLAY "Pares de conciliacao: " WS-TOTAL-PARES
               "  sem movimento: " WS-PARES-SEM-MOV.

       VERIFICA-RAZAO-VAZIO.
           MOVE 'S' TO WS-RAZAO-VAZIO
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               READ FICHEIRO-RAZAO NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO WS-RAZAO-VAZIO
               END-READ
               CLOSE FICHEIRO-RAZAO
           END-IF.

       CARREGA-RUNS.
      * "aaaammdd-hhmmss operador ... RUN=nnnn ..." por cada
      * escrita; fica a primeira linha de cada RUN
           INITIALIZE WS-TABELA-RUNS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-LOG-F3
           IF WS-LOG-F3-STATUS = '00' OR WS-LOG-F3-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-LOG-F3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           PERFORM GUARDA-RUN-DO-LOG
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOG-F3
           END-IF.

       GUARDA-RUN-DO-LOG.
           MOVE 0 TO WS-RUN
           IF LINHA-LOG-F3(1 : 8) IS NUMERIC
               PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 120 OR WS-RUN > 0
                   IF LINHA-LOG-F3(P : 4) = 'RUN='
                       IF LINHA-LOG-F3(P + 4 : 4) IS NUMERIC
                           MOVE LINHA-LOG-F3(P + 4 : 4) TO WS-RUN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RUN > 0
               IF WS-RUN-DATA(WS-RUN) = 0
                   MOVE LINHA-LOG-F3(1 : 8) TO WS-RUN-DATA(WS-RUN)
                   MOVE LINHA-LOG-F3(17 : 8)
                       TO WS-RUN-OPERADOR(WS-RUN)
               END-IF
           END-IF.

       CONVERTE-ARQUIVOS.
           MOVE 'N' TO EOF-INDICE
           OPEN INPUT FICHEIRO-INDICE
           IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
               PERFORM UNTIL EOF-INDICE = 'S'
                   READ FICHEIRO-INDICE
                       AT END
                           MOVE 'S' TO EOF-INDICE
                       NOT AT END
                           IF IDX-NOME(1 : 10) = 'ficheiro3-'
                               PERFORM CONVERTE-UM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICE
           END-IF.

       CONVERTE-UM-ARQUIVO.
      * ficheiro3-aaaammdd-hhmmss.txt: a data do nome serve
      * quando o RUN da linha ja nao esta no log
           MOVE IDX-NOME TO WS-NOME-ARQUIVO
           MOVE 0 TO WS-DATA-ARQUIVO
           IF WS-NOME-ARQUIVO(11 : 8) IS NUMERIC
               MOVE WS-NOME-ARQUIVO(11 : 8) TO WS-DATA-ARQUIVO
           END-IF
           MOVE 'N' TO EOF-ARQUIVO
           OPEN INPUT FICHEIRO-ARQUIVO
           IF WS-ARQUIVO-STATUS = '00'
               ADD 1 TO WS-TOTAL-ARQUIVOS
               PERFORM UNTIL EOF-ARQUIVO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-ARQUIVO
                       NOT AT END
                           MOVE LINHA-ARQUIVO TO WS-LINHA
                           IF WS-LINHA NOT = SPACES
                               PERFORM CONVERTE-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           ELSE
               IF WS-ARQUIVO-STATUS = '05'
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
               DISPLAY "Arquivo em falta: " WS-NOME-ARQUIVO
           END-IF.

       CONVERTE-FICHEIRO-3.
           MOVE 0 TO WS-DATA-ARQUIVO
           MOVE 0 TO WS-POSICAO
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-3
           IF WS-FICHEIRO-3-STATUS = '00' OR
               WS-FICHEIRO-3-STATUS = '05'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           ADD 1 TO WS-POSICAO
                           MOVE LINHA-FICHEIRO TO WS-LINHA
                           MOVE 0 TO WS-RAZAO-NUMERO
                           IF WS-LINHA NOT = SPACES
                               PERFORM CONVERTE-LINHA
                           END-IF
                           IF WS-POSICAO <= 20000
                               MOVE WS-POSICAO TO WS-TOTAL-POSICOES
                               MOVE WS-RAZAO-NUMERO
                                   TO WS-POS-NUMERO(WS-POSICAO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-3
           END-IF.

       CONVERTE-LINHA.
           MOVE 0 TO WS-RAZAO-DATA-LANC
           MOVE 'MIGRACAO' TO WS-RAZAO-OPERADOR
           IF WS-LIN-RUN IS NUMERIC
               MOVE WS-LIN-RUN TO WS-RUN
               IF WS-RUN > 0
                   IF WS-RUN-DATA(WS-RUN) > 0
                       MOVE WS-RUN-DATA(WS-RUN) TO WS-RAZAO-DATA-LANC
                       IF WS-RUN-OPERADOR(WS-RUN) NOT = SPACES
                           MOVE WS-RUN-OPERADOR(WS-RUN)
                               TO WS-RAZAO-OPERADOR
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-RAZAO-DATA-LANC = 0
               ADD 1 TO WS-SEM-LOG
               PERFORM DATA-DA-DESCRICAO
           END-IF
           IF WS-RAZAO-DATA-LANC = 0
               MOVE WS-DATA-ARQUIVO TO WS-RAZAO-DATA-LANC
           END-IF
           IF WS-RAZAO-DATA-LANC = 0
               MOVE WS-DATA TO WS-RAZAO-DATA-LANC
           END-IF
           CALL 'GRAVA-RAZAO' USING WS-LINHA
               WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
               WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
               WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
           IF WS-RAZAO-NUMERO > 0
               ADD 1 TO WS-TOTAL-CONVERTIDAS
           ELSE
               ADD 1 TO WS-TOTAL-FALHADAS
               PERFORM AVISA-RAZAO-EM-FALTA
           END-IF.

       AVISA-RAZAO-EM-FALTA.
      * Linha que o RAZAO.DAT nao aceitou: avisa e deixa-a no log do
      * ficheiro3, para a recuperacao de lancamentos (opcao do
      * razao) a voltar a lancar depois de resolvida a causa
           DISPLAY "AVISO: linha " WS-POSICAO " (" WS-LIN-CODIGO
               ") nao ficou registada em RAZAO.DAT"
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " SEM RAZAO.DAT: " WS-LINHA
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

       DATA-DA-DESCRICAO.
           PERFORM VARYING P FROM 1 BY 1
               UNTIL P > 39 OR WS-RAZAO-DATA-LANC > 0
               IF WS-LIN-DESCRICAO(P : 4) = ' EM '
                   IF WS-LIN-DESCRICAO(P + 4 : 8) IS NUMERIC
                       MOVE WS-LIN-DESCRICAO(P + 4 : 8)
                           TO WS-RAZAO-DATA-LANC
                   END-IF
               END-IF
           END-PERFORM.

       REGRAVA-CONCILIACAO.
      * Linhas antigas: posicao em ficheiro3.txt (6), linha do
      * banco (6), data (8) e modo; passam a levar o numero do
      * movimento no razao (8)
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-CONCILIACAO
           IF WS-CONCILIACAO-STATUS = '00'
               OPEN OUTPUT FICHEIRO-TEMP
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-CONCILIACAO
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           PERFORM CONVERTE-PAR
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TEMP
               CLOSE FICHEIRO-CONCILIACAO
               PERFORM COPIA-TEMP-PARA-CONCILIACAO
           ELSE
               IF WS-CONCILIACAO-STATUS = '05'
                   CLOSE FICHEIRO-CONCILIACAO
               END-IF
           END-IF.

       CONVERTE-PAR.
           IF CNA-LINHA-F3 IS NUMERIC
               ADD 1 TO WS-TOTAL-PARES
               MOVE CNA-LINHA-F3 TO WS-CNC-LINHA
               MOVE SPACES TO LINHA-TEMP
               MOVE 0 TO TMP-MOVIMENTO
               IF WS-CNC-LINHA > 0 AND
                   WS-CNC-LINHA <= WS-TOTAL-POSICOES
                   MOVE WS-POS-NUMERO(WS-CNC-LINHA) TO TMP-MOVIMENTO
               END-IF
               IF TMP-MOVIMENTO = 0
                   ADD 1 TO WS-PARES-SEM-MOV
               END-IF
               MOVE CNA-BNK-LINHA TO TMP-BNK-LINHA
               MOVE CNA-DATA TO TMP-DATA
               MOVE CNA-MODO TO TMP-MODO
               WRITE LINHA-TEMP
           END-IF.

       COPIA-TEMP-PARA-CONCILIACAO.
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-TEMP
           OPEN OUTPUT FICHEIRO-CONCILIACAO
           PERFORM UNTIL EOF-FICHEIRO = 'S'
               READ FICHEIRO-TEMP
                   AT END
                       MOVE 'S' TO EOF-FICHEIRO
                   NOT AT END
                       MOVE LINHA-TEMP TO LINHA-CONCILIACAO
                       WRITE LINHA-CONCILIACAO
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-CONCILIACAO
           CLOSE FICHEIRO-TEMP.

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

       VERIFICA-LOCK-F3.
           MOVE 'N' TO WS-F3-BLOQUEADO
           OPEN INPUT FICHEIRO-LOCK-F3
           IF WS-LOCK-F3-STATUS = '00'
               READ FICHEIRO-LOCK-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-F3-BLOQUEADO
                       MOVE LCK-OPERADOR TO WS-LOCK-F3-DONO
               END-READ
               CLOSE FICHEIRO-LOCK-F3
           END-IF.

       CRIAR-LOCK-F3.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN OUTPUT FICHEIRO-LOCK-F3
           MOVE SPACES TO LINHA-LOCK-F3
           MOVE WS-OPERADOR TO LCK-OPERADOR
           MOVE WS-DATA TO LCK-DATA
           MOVE WS-HORA TO LCK-HORA
           WRITE LINHA-LOCK-F3
           CLOSE FICHEIRO-LOCK-F3.

       REMOVER-LOCK-F3.
           OPEN OUTPUT FICHEIRO-LOCK-F3
           CLOSE FICHEIRO-LOCK-F3.

       END PROGRAM CONVERTER-RAZAO.
