      ******************************************************************
      * Author:
      * Date:
      * Purpose: Percurso escolar de um aluno: segue o numero do
      *          aluno por todos os arquivos do fecho do ano
      *          registados em arquivos-index.txt (notas-*.txt e
      *          notas-disc-*.txt) e pelo ano corrente em NOTAS.DAT
      *          e notas-disc.dat; por ano mostra a turma, a nota
      *          final de cada disciplina, o recurso de
      *          recurso-notas.txt, o resultado (transitou/retido)
      *          e as transferencias de movimentos-turma.txt; sai
      *          pelo spooler e fica no registo de acessos como
      *          leitura de dados pessoais
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCURSO-ESCOLAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICE
               ASSIGN TO 'arquivos-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT FICHEIRO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT OPTIONAL FICHEIRO-RECURSO
               ASSIGN TO 'recurso-notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURSO-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'movimentos-turma.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT FICHEIRO-PERCURSO
               ASSIGN TO 'percurso-escolar.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-ACESSOS
               ASSIGN TO 'acessos-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-NOTAS.
       01 NOTAS-REC.
         05 REC-NUMERO PIC 9(5).
         05 REC-NOME   PIC X(20).
         05 REC-TURMA  PIC X(6).
         05 REC-NOTA   PIC S9(2)V9.
         05 REC-NOTA-TESTE   PIC S9(2)V9.
         05 REC-NOTA-PRATICA PIC S9(2)V9.
         05 REC-NOTA-TRAB    PIC S9(2)V9.
         05 REC-PESO-TESTE   PIC 9(3).
         05 REC-PESO-PRATICA PIC 9(3).
         05 REC-PESO-TRAB    PIC 9(3).
       FD FICHEIRO-DISC.
       01 DISC-REC.
         05 DIS-CHAVE.
           10 DIS-NUMERO     PIC 9(5).
           10 DIS-DISCIPLINA PIC X(4).
         05 DIS-NOTA         PIC S9(2)V9.
         05 DIS-NOTA-TESTE   PIC S9(2)V9.
         05 DIS-NOTA-PRATICA PIC S9(2)V9.
         05 DIS-NOTA-TRAB    PIC S9(2)V9.
         05 DIS-PESO-TESTE   PIC 9(3).
         05 DIS-PESO-PRATICA PIC 9(3).
         05 DIS-PESO-TRAB    PIC 9(3).
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
         05 FILLER   PIC X.
         05 IDX-REGISTOS PIC 9(5).
      * Os arquivos guardam o registo tal como estava no ficheiro
      * indexado: o de NOTAS.DAT ou o de notas-disc.dat
       FD FICHEIRO-ARQUIVO.
       01 LINHA-ARQUIVO PIC X(80).
       01 LINHA-ARQ-REC REDEFINES LINHA-ARQUIVO.
         05 ARQ-NUMERO PIC 9(5).
         05 ARQ-NOME   PIC X(20).
         05 ARQ-TURMA  PIC X(6).
         05 ARQ-NOTA   PIC S9(2)V9.
         05 FILLER     PIC X(46).
       01 LINHA-ARQ-DISC REDEFINES LINHA-ARQUIVO.
         05 ARD-NUMERO     PIC 9(5).
         05 ARD-DISCIPLINA PIC X(4).
         05 ARD-NOTA       PIC S9(2)V9.
         05 FILLER         PIC X(68).
       FD FICHEIRO-RECURSO.
       01 LINHA-RECURSO.
         05 RCU-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 RCU-NOTA   PIC S9(2)V9.
         05 FILLER     PIC X.
         05 RCU-DATA   PIC 9(8).
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MOV-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MOV-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MOV-DE     PIC X(6).
         05 FILLER     PIC X.
         05 MOV-PARA   PIC X(6).
         05 FILLER     PIC X.
         05 MOV-MOTIVO PIC X(30).
       FD FICHEIRO-PERCURSO.
       01 LINHA-PERCURSO PIC X(80).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
       FD FICHEIRO-ACESSOS.
       01 LINHA-ACESSO.
         05 ACE-DATA       PIC 9(8).
         05 ACE-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 ACE-OPERADOR   PIC X(8).
         05 FILLER         PIC X.
         05 ACE-PESSOA     PIC X(20).
         05 FILLER         PIC X.
         05 ACE-FINALIDADE PIC X(4).
         05 FILLER         PIC X.
         05 ACE-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ACE-ELO        PIC 9(18).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-ARQUIVO-STATUS PIC XX.
       01 WS-RECURSO-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-ACESSOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-INDICE PIC X.
       01 EOF-ARQUIVO PIC X.
       01 EOF-DISC PIC X.
       01 EOF-RECURSO PIC X.
       01 EOF-MOVIMENTOS PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NOME-ARQUIVO PIC X(40).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-LIMITE-TEXTO PIC X(6).
       01 WS-LIMITE-APROVACAO PIC S9(2)V9 VALUE 10.
       01 WS-NOTA-EDITADA PIC -Z9.9.
       01 WS-DATA-INICIO PIC 9(8).
       01 WS-RESULTADO PIC X(10).
       01 WS-ANOS-COM-ALUNO PIC 9(2).
       01 A PIC 9(2).
       01 D PIC 9(2).
       01 WS-ACHADO PIC 9(2).
      * Um ano por arquivo do fecho, mais o ano corrente no fim;
      * o ano acaba na data do fecho (a do nome do arquivo)
       01 WS-TOTAL-ANOS PIC 9(2) VALUE 0.
       01 WS-TABELA-ANOS.
         05 WS-ANO OCCURS 21 TIMES.
           10 WS-ANO-SUFIXO     PIC X(30).
           10 WS-ANO-ARQ-NOTAS  PIC X(40).
           10 WS-ANO-ARQ-DISC   PIC X(40).
           10 WS-ANO-FECHO      PIC 9(8).
           10 WS-ANO-TEM-ALUNO  PIC X.
           10 WS-ANO-TURMA      PIC X(6).
           10 WS-ANO-NOTA       PIC S9(2)V9.
           10 WS-ANO-TOTAL-DISC PIC 9(2).
           10 WS-ANO-DISC OCCURS 20 TIMES.
             15 WS-ANO-DISC-CODIGO PIC X(4).
             15 WS-ANO-DISC-NOTA   PIC S9(2)V9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM LE-OPERADOR-SESSAO
           DISPLAY "PERCURSO ESCOLAR DO ALUNO"
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           DISPLAY "NOTA MINIMA PARA TRANSITAR (ENTER = 10): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LIMITE-TEXTO
           ACCEPT WS-LIMITE-TEXTO
           IF WS-LIMITE-TEXTO NOT = SPACES
               COMPUTE WS-LIMITE-APROVACAO =
                   FUNCTION NUMVAL(WS-LIMITE-TEXTO)
           END-IF
           MOVE SPACES TO WS-NOME
           PERFORM CARREGA-ANOS-ARQUIVADOS
           PERFORM LE-ANOS-ARQUIVADOS
           PERFORM LE-ANO-CORRENTE
           MOVE 0 TO WS-ANOS-COM-ALUNO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
               IF WS-ANO-TEM-ALUNO(A) = 'S'
                   ADD 1 TO WS-ANOS-COM-ALUNO
               END-IF
           END-PERFORM
           IF WS-ANOS-COM-ALUNO = 0
               DISPLAY "Aluno " WS-NUMERO " nao encontrado em"
                   " nenhum ano"
           ELSE
               PERFORM ESCREVE-PERCURSO
               PERFORM REGISTA-ACESSO
               PERFORM REGISTA-SPOOL
               DISPLAY "Percurso de " WS-ANOS-COM-ALUNO " ano(s)"
                   " em percurso-escolar.txt"
           END-IF
           MOVE 0 TO RETURN-CODE
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

       CARREGA-ANOS-ARQUIVADOS.
      * O fecho do ano grava notas-<data>-<hora>.txt e a seguir
      * notas-disc-<data>-<hora>.txt com o mesmo sufixo; o indice
      * esta por ordem cronologica
           MOVE 0 TO WS-TOTAL-ANOS
           MOVE 'N' TO EOF-INDICE
           OPEN INPUT FICHEIRO-INDICE
           IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
               PERFORM UNTIL EOF-INDICE = 'S'
                   READ FICHEIRO-INDICE
                       AT END
                           MOVE 'S' TO EOF-INDICE
                       NOT AT END
                           PERFORM GUARDA-ARQUIVO-INDICE
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICE
           END-IF.

       GUARDA-ARQUIVO-INDICE.
           IF IDX-NOME(1 : 11) = 'notas-disc-'
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
                   IF WS-ANO-SUFIXO(A) = IDX-NOME(12 : 29)
                       MOVE A TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO > 0
                   MOVE IDX-NOME TO WS-ANO-ARQ-DISC(WS-ACHADO)
               END-IF
           ELSE
               IF IDX-NOME(1 : 6) = 'notas-'
                   IF WS-TOTAL-ANOS >= 20
                       DISPLAY "Aviso: mais de 20 arquivos, os"
                           " restantes ficam fora do percurso"
                   ELSE
                       ADD 1 TO WS-TOTAL-ANOS
                       PERFORM INICIA-ANO
                       MOVE IDX-NOME(7 : 34)
                           TO WS-ANO-SUFIXO(WS-TOTAL-ANOS)
                       MOVE IDX-NOME TO WS-ANO-ARQ-NOTAS(WS-TOTAL-ANOS)
                       IF IDX-NOME(7 : 8) IS NUMERIC
                           MOVE IDX-NOME(7 : 8)
                               TO WS-ANO-FECHO(WS-TOTAL-ANOS)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INICIA-ANO.
           MOVE SPACES TO WS-ANO-SUFIXO(WS-TOTAL-ANOS)
           MOVE SPACES TO WS-ANO-ARQ-NOTAS(WS-TOTAL-ANOS)
           MOVE SPACES TO WS-ANO-ARQ-DISC(WS-TOTAL-ANOS)
           MOVE 0 TO WS-ANO-FECHO(WS-TOTAL-ANOS)
           MOVE 'N' TO WS-ANO-TEM-ALUNO(WS-TOTAL-ANOS)
           MOVE SPACES TO WS-ANO-TURMA(WS-TOTAL-ANOS)
           MOVE 0 TO WS-ANO-NOTA(WS-TOTAL-ANOS)
           MOVE 0 TO WS-ANO-TOTAL-DISC(WS-TOTAL-ANOS).

       LE-ANOS-ARQUIVADOS.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
               MOVE WS-ANO-ARQ-NOTAS(A) TO WS-NOME-ARQUIVO
               MOVE 'N' TO EOF-ARQUIVO
               OPEN INPUT FICHEIRO-ARQUIVO
               IF WS-ARQUIVO-STATUS NOT = '00'
                   DISPLAY "Arquivo " FUNCTION TRIM(WS-NOME-ARQUIVO)
                       " nao encontrado, ano sem dados"
               ELSE
                   PERFORM UNTIL EOF-ARQUIVO = 'S'
                       READ FICHEIRO-ARQUIVO
                           AT END
                               MOVE 'S' TO EOF-ARQUIVO
                           NOT AT END
                               IF ARQ-NUMERO IS NUMERIC AND
                                   ARQ-NUMERO = WS-NUMERO
                                   MOVE 'S' TO WS-ANO-TEM-ALUNO(A)
                                   MOVE ARQ-TURMA TO WS-ANO-TURMA(A)
                                   MOVE ARQ-NOTA TO WS-ANO-NOTA(A)
                                   MOVE ARQ-NOME TO WS-NOME
                                   MOVE 'S' TO EOF-ARQUIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
               IF WS-ANO-TEM-ALUNO(A) = 'S' AND
                   WS-ANO-ARQ-DISC(A) NOT = SPACES
                   PERFORM LE-DISCIPLINAS-ARQUIVADAS
               END-IF
           END-PERFORM.

       LE-DISCIPLINAS-ARQUIVADAS.
           MOVE WS-ANO-ARQ-DISC(A) TO WS-NOME-ARQUIVO
           MOVE 'N' TO EOF-ARQUIVO
           OPEN INPUT FICHEIRO-ARQUIVO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM UNTIL EOF-ARQUIVO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-ARQUIVO
                       NOT AT END
                           IF ARD-NUMERO IS NUMERIC AND
                               ARD-NUMERO = WS-NUMERO AND
                               WS-ANO-TOTAL-DISC(A) < 20
                               ADD 1 TO WS-ANO-TOTAL-DISC(A)
                               MOVE WS-ANO-TOTAL-DISC(A) TO D
                               MOVE ARD-DISCIPLINA
                                   TO WS-ANO-DISC-CODIGO(A, D)
                               MOVE ARD-NOTA
                                   TO WS-ANO-DISC-NOTA(A, D)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           END-IF.

       LE-ANO-CORRENTE.
      * O ano em curso ainda nao tem fecho: acaba hoje
           ADD 1 TO WS-TOTAL-ANOS
           PERFORM INICIA-ANO
           MOVE 'NOTAS.DAT' TO WS-ANO-ARQ-NOTAS(WS-TOTAL-ANOS)
           MOVE 99999999 TO WS-ANO-FECHO(WS-TOTAL-ANOS)
           MOVE WS-TOTAL-ANOS TO A
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ANO-TEM-ALUNO(A)
                       MOVE REC-TURMA TO WS-ANO-TURMA(A)
                       MOVE REC-NOTA TO WS-ANO-NOTA(A)
                       MOVE REC-NOME TO WS-NOME
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF
           IF WS-ANO-TEM-ALUNO(A) = 'S'
               OPEN INPUT FICHEIRO-DISC
               IF WS-DISC-STATUS = '00'
                   MOVE WS-NUMERO TO DIS-NUMERO
                   MOVE SPACES TO DIS-DISCIPLINA
                   MOVE 'N' TO EOF-DISC
                   START FICHEIRO-DISC KEY >= DIS-CHAVE
                       INVALID KEY
                           MOVE 'S' TO EOF-DISC
                   END-START
                   PERFORM UNTIL EOF-DISC = 'S'
                       READ FICHEIRO-DISC NEXT RECORD
                           AT END
                               MOVE 'S' TO EOF-DISC
                           NOT AT END
                               IF DIS-NUMERO NOT = WS-NUMERO
                                   MOVE 'S' TO EOF-DISC
                               ELSE
                                   PERFORM GUARDA-DISCIPLINA-CORRENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-DISC
               END-IF
           END-IF.

       GUARDA-DISCIPLINA-CORRENTE.
           IF WS-ANO-TOTAL-DISC(A) < 20
               ADD 1 TO WS-ANO-TOTAL-DISC(A)
               MOVE WS-ANO-TOTAL-DISC(A) TO D
               MOVE DIS-DISCIPLINA TO WS-ANO-DISC-CODIGO(A, D)
               MOVE DIS-NOTA TO WS-ANO-DISC-NOTA(A, D)
           END-IF.

       ESCREVE-PERCURSO.
           OPEN OUTPUT FICHEIRO-PERCURSO
           MOVE ALL "=" TO LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           MOVE SPACES TO LINHA-PERCURSO
           STRING "PERCURSO ESCOLAR - ALUNO " WS-NUMERO " " WS-NOME
               DELIMITED BY SIZE INTO LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           MOVE SPACES TO LINHA-PERCURSO
           STRING "EMITIDO EM " WS-DATA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           MOVE ALL "=" TO LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           MOVE 0 TO WS-DATA-INICIO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
               IF WS-ANO-TEM-ALUNO(A) = 'S'
                   PERFORM ESCREVE-ANO
               END-IF
               IF WS-ANO-FECHO(A) > 0
                   MOVE WS-ANO-FECHO(A) TO WS-DATA-INICIO
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-PERCURSO.

       ESCREVE-ANO.
      * O resultado de um ano fechado segue a regra do fecho do
      * ano (nota final contra o limite); o ano corrente fica
      * EM CURSO
           IF WS-ANO-FECHO(A) = 99999999
               MOVE "EM CURSO" TO WS-RESULTADO
           ELSE
               IF WS-ANO-NOTA(A) >= WS-LIMITE-APROVACAO
                   MOVE "TRANSITOU" TO WS-RESULTADO
               ELSE
                   MOVE "RETIDO" TO WS-RESULTADO
               END-IF
           END-IF
           MOVE ALL "-" TO LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           MOVE SPACES TO LINHA-PERCURSO
           IF WS-ANO-FECHO(A) = 99999999
               STRING "ANO CORRENTE (NOTAS.DAT)"
                   DELIMITED BY SIZE INTO LINHA-PERCURSO
           ELSE
               STRING "ANO FECHADO EM " WS-ANO-FECHO(A) " ("
                   FUNCTION TRIM(WS-ANO-ARQ-NOTAS(A)) ")"
                   DELIMITED BY SIZE INTO LINHA-PERCURSO
           END-IF
           WRITE LINHA-PERCURSO
           MOVE WS-ANO-NOTA(A) TO WS-NOTA-EDITADA
           MOVE SPACES TO LINHA-PERCURSO
           STRING "TURMA " WS-ANO-TURMA(A) "  NOTA FINAL "
               WS-NOTA-EDITADA "  RESULTADO: " WS-RESULTADO
               DELIMITED BY SIZE INTO LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           IF WS-ANO-TOTAL-DISC(A) = 0
               MOVE "  SEM NOTAS POR DISCIPLINA" TO LINHA-PERCURSO
               WRITE LINHA-PERCURSO
           ELSE
               PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > WS-ANO-TOTAL-DISC(A)
                   MOVE WS-ANO-DISC-NOTA(A, D) TO WS-NOTA-EDITADA
                   MOVE SPACES TO LINHA-PERCURSO
                   STRING "  " WS-ANO-DISC-CODIGO(A, D) " : "
                       WS-NOTA-EDITADA
                       DELIMITED BY SIZE INTO LINHA-PERCURSO
                   WRITE LINHA-PERCURSO
               END-PERFORM
           END-IF
           PERFORM ESCREVE-RECURSOS-ANO
           PERFORM ESCREVE-MOVIMENTOS-ANO.

       ESCREVE-RECURSOS-ANO.
      * Recursos lancados entre o fecho anterior e o deste ano
           MOVE 'N' TO EOF-RECURSO
           OPEN INPUT FICHEIRO-RECURSO
           IF WS-RECURSO-STATUS = '00' OR WS-RECURSO-STATUS = '05'
               PERFORM UNTIL EOF-RECURSO = 'S'
                   READ FICHEIRO-RECURSO
                       AT END
                           MOVE 'S' TO EOF-RECURSO
                       NOT AT END
                           IF RCU-NUMERO IS NUMERIC AND
                               RCU-NUMERO = WS-NUMERO AND
                               RCU-DATA IS NUMERIC AND
                               RCU-DATA > WS-DATA-INICIO AND
                               RCU-DATA <= WS-ANO-FECHO(A)
                               MOVE RCU-NOTA TO WS-NOTA-EDITADA
                               MOVE SPACES TO LINHA-PERCURSO
                               STRING "  RECURSO: " WS-NOTA-EDITADA
                                   " EM " RCU-DATA
                                   DELIMITED BY SIZE
                                   INTO LINHA-PERCURSO
                               WRITE LINHA-PERCURSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RECURSO
           END-IF.

       ESCREVE-MOVIMENTOS-ANO.
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-NUMERO IS NUMERIC AND
                               MOV-NUMERO = WS-NUMERO AND
                               MOV-DATA IS NUMERIC AND
                               MOV-DATA > WS-DATA-INICIO AND
                               MOV-DATA <= WS-ANO-FECHO(A)
                               MOVE SPACES TO LINHA-PERCURSO
                               STRING "  TRANSFERENCIA EM " MOV-DATA
                                   " DE " MOV-DE " PARA " MOV-PARA
                                   " " MOV-MOTIVO
                                   DELIMITED BY SIZE
                                   INTO LINHA-PERCURSO
                               WRITE LINHA-PERCURSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF.

       REGISTA-ACESSO.
      * O percurso e uma leitura de dados pessoais: fica no
      * registo de acessos com a finalidade fixa PERC
           OPEN EXTEND FICHEIRO-ACESSOS
           MOVE SPACES TO LINHA-ACESSO
           MOVE WS-DATA TO ACE-DATA
           MOVE WS-HORA TO ACE-HORA
           MOVE WS-OPERADOR TO ACE-OPERADOR
           MOVE WS-NOME TO ACE-PESSOA
           MOVE 'PERC' TO ACE-FINALIDADE
           MOVE 'PERCURSO-ESCOLAR' TO ACE-PROGRAMA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'acessos-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-ACESSO WS-CADEIA-QUANTAS
           WRITE LINHA-ACESSO
           CLOSE FICHEIRO-ACESSOS.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'percurso-escolar.txt' TO SPL-FICHEIRO
           MOVE 'PERCURSO ESCOLAR' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM PERCURSO-ESCOLAR.
