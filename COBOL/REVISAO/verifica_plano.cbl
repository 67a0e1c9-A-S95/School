      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao das notas por disciplina contra o plano
      *          curricular do ano de escolaridade da turma: lista em
      *          verificacao-plano.txt os alunos a quem falta uma
      *          disciplina obrigatoria, os que tem uma disciplina
      *          que nao pertence ao seu ano e as notas em branco, e
      *          devolve o numero de problemas em aberto; e chamado
      *          pelo ecra do plano curricular e pelo fecho de termo,
      *          que recusa congelar a pauta com problemas por
      *          resolver
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-PLANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-PLANO
               ASSIGN TO 'plano-curricular.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'verificacao-plano.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-PLANO.
       01 LINHA-PLANO.
         05 PLC-NIVEL      PIC 9(2).
         05 FILLER         PIC X.
         05 PLC-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 PLC-HORAS      PIC 9(2).
         05 FILLER         PIC X.
         05 PLC-TIPO       PIC X.
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X(67).
         05 TUR-NIVEL      PIC 9(2).
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
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(80).

       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-PLANO-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-PLANO PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-DISC PIC X.
       01 WS-DISC-ABERTO PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 I PIC 9(3).
       01 WS-NIVEL PIC 9(2).
       01 WS-NIVEL-COM-PLANO PIC X.
       01 WS-PLC-ACHADO PIC 9(3).
       01 WS-PROBLEMA PIC X(25).
       01 WS-DISC-PROBLEMA PIC X(4).
       01 WS-PROBLEMAS-ALUNO PIC 9(3).
       01 WS-TOTAL-PROBLEMAS PIC 9(5).
       01 WS-ALUNOS-LIDOS PIC 9(5).
       01 WS-ALUNOS-COM-PROBLEMAS PIC 9(5).
       01 WS-TOTAL-PLANO PIC 9(3) VALUE 0.
       01 WS-TABELA-PLANO.
         05 WS-PLC OCCURS 150 TIMES.
           10 WS-PLC-NIVEL      PIC 9(2).
           10 WS-PLC-DISCIPLINA PIC X(4).
           10 WS-PLC-TIPO       PIC X.
           10 WS-PLC-VISTA      PIC X.
       01 WS-TOTAL-TURMAS PIC 9(2) VALUE 0.
       01 WS-TABELA-TURMAS.
         05 WS-TUR OCCURS 20 TIMES.
           10 WS-TUR-CODIGO PIC X(6).
           10 WS-TUR-NIVEL  PIC 9(2).

       LINKAGE SECTION.
       01 VP-PROBLEMAS PIC 9(5).
       01 VP-PLANO-DEFINIDO PIC X.

       PROCEDURE DIVISION USING VP-PROBLEMAS VP-PLANO-DEFINIDO.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-TOTAL-PROBLEMAS
           MOVE 0 TO WS-ALUNOS-LIDOS
           MOVE 0 TO WS-ALUNOS-COM-PROBLEMAS
           PERFORM CARREGA-PLANO
           PERFORM CARREGA-TURMAS
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VERIFICACAO DO PLANO CURRICULAR EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
      * Sem plano definido nao ha nada contra que verificar: o
      * fecho de termo segue como antes da existencia do plano
           IF WS-TOTAL-PLANO = 0
               MOVE 'N' TO VP-PLANO-DEFINIDO
               MOVE "SEM PLANO CURRICULAR (plano-curricular.txt)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE 'S' TO VP-PLANO-DEFINIDO
               MOVE "ALUNO NOME                 TURMA  DISC PROBLEMA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VERIFICA-ALUNOS
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ALUNOS VERIFICADOS " WS-ALUNOS-LIDOS
               " COM PROBLEMAS " WS-ALUNOS-COM-PROBLEMAS
               " PROBLEMAS " WS-TOTAL-PROBLEMAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           PERFORM REGISTA-SPOOL
           MOVE WS-TOTAL-PROBLEMAS TO VP-PROBLEMAS
           GOBACK.

       CARREGA-PLANO.
           MOVE 0 TO WS-TOTAL-PLANO
           MOVE 'N' TO EOF-PLANO
           OPEN INPUT FICHEIRO-PLANO
           IF WS-PLANO-STATUS = '00' OR WS-PLANO-STATUS = '05'
               PERFORM UNTIL EOF-PLANO = 'S'
                   READ FICHEIRO-PLANO
                       AT END
                           MOVE 'S' TO EOF-PLANO
                       NOT AT END
                           IF PLC-DISCIPLINA NOT = SPACES AND
                               PLC-NIVEL IS NUMERIC AND
                               WS-TOTAL-PLANO < 150
                               ADD 1 TO WS-TOTAL-PLANO
                               MOVE PLC-NIVEL
                                   TO WS-PLC-NIVEL(WS-TOTAL-PLANO)
                               MOVE PLC-DISCIPLINA
                                   TO WS-PLC-DISCIPLINA(WS-TOTAL-PLANO)
                               MOVE PLC-TIPO
                                   TO WS-PLC-TIPO(WS-TOTAL-PLANO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PLANO
           END-IF.

       CARREGA-TURMAS.
           MOVE 0 TO WS-TOTAL-TURMAS
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO NOT = SPACES AND
                               WS-TOTAL-TURMAS < 20
                               ADD 1 TO WS-TOTAL-TURMAS
                               MOVE TUR-CODIGO
                                   TO WS-TUR-CODIGO(WS-TOTAL-TURMAS)
                               IF TUR-NIVEL IS NUMERIC
                                   MOVE TUR-NIVEL
                                       TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
                               ELSE
                                   MOVE 0
                                       TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       VERIFICA-ALUNOS.
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               MOVE "NOTAS.DAT nao encontrado, nada verificado"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
      * Sem notas-disc.dat todas as obrigatorias ficam em falta
               MOVE 'N' TO WS-DISC-ABERTO
               OPEN INPUT FICHEIRO-DISC
               IF WS-DISC-STATUS = '00'
                   MOVE 'S' TO WS-DISC-ABERTO
               END-IF
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           ADD 1 TO WS-ALUNOS-LIDOS
                           PERFORM VERIFICA-ALUNO
                   END-READ
               END-PERFORM
               IF WS-DISC-ABERTO = 'S'
                   CLOSE FICHEIRO-DISC
               END-IF
               CLOSE FICHEIRO-NOTAS
           END-IF.

       VERIFICA-ALUNO.
           MOVE 0 TO WS-PROBLEMAS-ALUNO
           MOVE 0 TO WS-NIVEL
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-TURMAS
               IF WS-TUR-CODIGO(I) = REC-TURMA
                   MOVE WS-TUR-NIVEL(I) TO WS-NIVEL
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-NIVEL-COM-PLANO
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-PLANO
               MOVE 'N' TO WS-PLC-VISTA(I)
               IF WS-PLC-NIVEL(I) = WS-NIVEL
                   MOVE 'S' TO WS-NIVEL-COM-PLANO
               END-IF
           END-PERFORM
      * Turma sem ano de escolaridade (ou fora do mestre) e ano sem
      * plano nao deixam verificar o aluno: contam como problema
           IF WS-NIVEL = 0
               MOVE SPACES TO WS-DISC-PROBLEMA
               MOVE "TURMA SEM ANO ESCOLAR" TO WS-PROBLEMA
               PERFORM ESCREVE-PROBLEMA
           ELSE
               IF WS-NIVEL-COM-PLANO = 'N'
                   MOVE SPACES TO WS-DISC-PROBLEMA
                   MOVE "ANO SEM PLANO CURRICULAR" TO WS-PROBLEMA
                   PERFORM ESCREVE-PROBLEMA
               ELSE
                   IF WS-DISC-ABERTO = 'S'
                       PERFORM VERIFICA-DISCIPLINAS-ALUNO
                   END-IF
                   PERFORM VERIFICA-OBRIGATORIAS
               END-IF
           END-IF
           IF WS-PROBLEMAS-ALUNO > 0
               ADD 1 TO WS-ALUNOS-COM-PROBLEMAS
           END-IF.

       VERIFICA-DISCIPLINAS-ALUNO.
           MOVE REC-NUMERO TO DIS-NUMERO
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
                       IF DIS-NUMERO NOT = REC-NUMERO
                           MOVE 'S' TO EOF-DISC
                       ELSE
                           PERFORM VERIFICA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICA-DISCIPLINA.
           MOVE 0 TO WS-PLC-ACHADO
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-PLANO
               IF WS-PLC-NIVEL(I) = WS-NIVEL AND
                   WS-PLC-DISCIPLINA(I) = DIS-DISCIPLINA
                   MOVE I TO WS-PLC-ACHADO
               END-IF
           END-PERFORM
           MOVE DIS-DISCIPLINA TO WS-DISC-PROBLEMA
           IF WS-PLC-ACHADO = 0
               MOVE "NAO PERTENCE AO ANO" TO WS-PROBLEMA
               PERFORM ESCREVE-PROBLEMA
           ELSE
               MOVE 'S' TO WS-PLC-VISTA(WS-PLC-ACHADO)
           END-IF
      * Nota em branco: campo por preencher (importacoes) ou
      * registo criado sem pesos, de onde nao sai nota nenhuma
           IF DIS-NOTA IS NOT NUMERIC
               OR (DIS-PESO-TESTE = 0 AND DIS-PESO-PRATICA = 0
                   AND DIS-PESO-TRAB = 0)
               MOVE "NOTA EM BRANCO" TO WS-PROBLEMA
               PERFORM ESCREVE-PROBLEMA
           END-IF.

       VERIFICA-OBRIGATORIAS.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-PLANO
               IF WS-PLC-NIVEL(I) = WS-NIVEL AND
                   WS-PLC-TIPO(I) = 'O' AND
                   WS-PLC-VISTA(I) = 'N'
                   MOVE WS-PLC-DISCIPLINA(I) TO WS-DISC-PROBLEMA
                   MOVE "FALTA OBRIGATORIA" TO WS-PROBLEMA
                   PERFORM ESCREVE-PROBLEMA
               END-IF
           END-PERFORM.

       ESCREVE-PROBLEMA.
           ADD 1 TO WS-PROBLEMAS-ALUNO
           ADD 1 TO WS-TOTAL-PROBLEMAS
           MOVE SPACES TO LINHA-RELATORIO
           STRING REC-NUMERO " " REC-NOME " " REC-TURMA " "
               WS-DISC-PROBLEMA " " WS-PROBLEMA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'verificacao-plano.txt' TO SPL-FICHEIRO
           MOVE 'VERIFICACAO PLANO' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM VERIFICA-PLANO.
