      *          seguinte ou marca-o como retido conforme a nota
      *          final, poe as componentes a zero para o ano novo
      *          mantendo as identidades, e grava um relatorio de
      *          promocoes/retencoes para o spool; com uma campanha
      *          de renovacao de matricula aberta (renovacoes.txt) so
      *          os alunos com renovacao CONFIRMADA passam ao ano
      *          novo, e os restantes ficam como estao e saem numa
      *          secao propria do relatorio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT OPTIONAL FICHEIRO-CAMPANHA
               ASSIGN TO 'renovacao-campanha.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPANHA-STATUS.
           SELECT OPTIONAL FICHEIRO-RENOVACOES
               ASSIGN TO 'renovacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENOVACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-CAMPANHA.
       01 LINHA-CAMPANHA.
         05 CAMP-ANO       PIC X(9).
         05 FILLER         PIC X.
         05 CAMP-ABERTURA  PIC 9(8).
         05 FILLER         PIC X.
         05 CAMP-PRAZO     PIC 9(8).
         05 FILLER         PIC X.
         05 CAMP-ESTADO    PIC X(7).
       FD FICHEIRO-RENOVACOES.
       01 LINHA-RENOVACAO.
         05 REN-NUMERO     PIC 9(5).
         05 FILLER         PIC X(29).
         05 REN-ESTADO     PIC X(10).
         05 FILLER         PIC X.
         05 REN-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 REN-VALOR      PIC 9(5)V99.
         05 FILLER         PIC X.
         05 REN-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 REN-OPERADOR   PIC X(8).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
       01 WS-INDICE-STATUS PIC XX.
       01 WS-FECHO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-CAMPANHA-STATUS PIC XX.
       01 WS-RENOVACOES-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-RENOVACOES PIC X.
       01 EOF-DISC PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
       01 WS-RESULTADO PIC X(9).
       01 WS-NOTA-EDITADA PIC -Z9.9.
       01 I PIC 9(2).
       01 K PIC 9(3).
      * Campanha de renovacao: com ela aberta so transita quem
      * confirmou; os restantes ficam guardados para a secao propria
      * do relatorio
       01 WS-COM-CAMPANHA PIC X VALUE 'N'.
       01 WS-CAMPANHA-ANO PIC X(9).
       01 WS-CAMPANHA-ABERTURA PIC 9(8).
       01 WS-CAMPANHA-PRAZO PIC 9(8).
       01 WS-ESTADO-RENOV PIC X(11).
       01 WS-TOTAL-NAO-RENOVADOS PIC 9(4).
       01 WS-TOTAL-REN PIC 9(3) VALUE 0.
       01 WS-REN-FORA PIC 9(5) VALUE 0.
       01 WS-TABELA-RENOVACOES.
         05 WS-REN OCCURS 500 TIMES.
           10 WS-REN-NUMERO PIC 9(5).
           10 WS-REN-ESTADO PIC X(10).
       01 WS-TOTAL-NR PIC 9(3) VALUE 0.
       01 WS-TABELA-NAO-RENOVADOS.
         05 WS-NR OCCURS 500 TIMES.
           10 WS-NR-LINHA PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Aviso: nao ha termo fechado; o normal e"
                   " fechar a pauta antes do fecho do ano"
           END-IF
           PERFORM CARREGA-RENOVACOES
           IF WS-REN-FORA > 0
               DISPLAY "Erro: renovacoes.txt tem mais de 500 alunos ("
                   WS-REN-FORA " a mais); fecho do ano cancelado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-COM-CAMPANHA = 'S'
               DISPLAY "Campanha de renovacao " WS-CAMPANHA-ANO
                   ": so transitam os alunos com renovacao"
                   " confirmada (" WS-TOTAL-REN " na campanha)"
           ELSE
               DISPLAY "Aviso: sem campanha de renovacao aberta;"
                   " todos os alunos passam ao ano novo"
           END-IF
           DISPLAY "NOTA MINIMA PARA TRANSITAR (ENTER = 10): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LIMITE-TEXTO
                   PERFORM ARQUIVAR-DISCIPLINAS
                   PERFORM PROMOVER-E-ZERAR
                   PERFORM ESVAZIAR-DISCIPLINAS
                   IF WS-COM-CAMPANHA = 'S'
                       PERFORM FECHA-CAMPANHA
                   END-IF
                   PERFORM REGISTA-SPOOL
                   MOVE 0 TO RETURN-CODE
               ELSE
               CLOSE FICHEIRO-FECHO
           END-IF.

       CARREGA-RENOVACOES.
      * So uma campanha ABERTA em renovacao-campanha.txt conta; sem
      * ela o fecho passa todos os alunos ao ano novo, como sempre
           MOVE 'N' TO WS-COM-CAMPANHA
           MOVE 0 TO WS-TOTAL-REN
           OPEN INPUT FICHEIRO-CAMPANHA
           IF WS-CAMPANHA-STATUS = '00' OR WS-CAMPANHA-STATUS = '05'
               READ FICHEIRO-CAMPANHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAMP-ESTADO = 'ABERTA'
                           MOVE 'S' TO WS-COM-CAMPANHA
                           MOVE CAMP-ANO TO WS-CAMPANHA-ANO
                           MOVE CAMP-ABERTURA
                               TO WS-CAMPANHA-ABERTURA
                           MOVE CAMP-PRAZO TO WS-CAMPANHA-PRAZO
                       END-IF
               END-READ
               CLOSE FICHEIRO-CAMPANHA
           END-IF
           IF WS-COM-CAMPANHA = 'S'
               MOVE 'N' TO EOF-RENOVACOES
               OPEN INPUT FICHEIRO-RENOVACOES
               IF WS-RENOVACOES-STATUS = '00' OR
                   WS-RENOVACOES-STATUS = '05'
                   PERFORM UNTIL EOF-RENOVACOES = 'S'
                       READ FICHEIRO-RENOVACOES
                           AT END
                               MOVE 'S' TO EOF-RENOVACOES
                           NOT AT END
                               IF REN-NUMERO IS NUMERIC
                                   PERFORM GUARDA-RENOVACAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-RENOVACOES
               END-IF
           END-IF.

       GUARDA-RENOVACAO.
      * Uma renovacao que nao cabe na tabela nao pode ficar de fora
      * em silencio: o aluno passaria a nao renovado no fecho
           IF WS-TOTAL-REN < 500
               ADD 1 TO WS-TOTAL-REN
               MOVE REN-NUMERO TO WS-REN-NUMERO(WS-TOTAL-REN)
               MOVE REN-ESTADO TO WS-REN-ESTADO(WS-TOTAL-REN)
           ELSE
               ADD 1 TO WS-REN-FORA
           END-IF.

       FECHA-CAMPANHA.
      * A campanha usada fica FECHADA; a do ano seguinte abre-se de
      * novo na renovacao de matricula
           OPEN OUTPUT FICHEIRO-CAMPANHA
           MOVE SPACES TO LINHA-CAMPANHA
           MOVE WS-CAMPANHA-ANO TO CAMP-ANO
           MOVE WS-CAMPANHA-ABERTURA TO CAMP-ABERTURA
           MOVE WS-CAMPANHA-PRAZO TO CAMP-PRAZO
           MOVE 'FECHADA' TO CAMP-ESTADO
           WRITE LINHA-CAMPANHA
           CLOSE FICHEIRO-CAMPANHA
           DISPLAY "Campanha de renovacao " WS-CAMPANHA-ANO
               " fechada".

       ARQUIVAR-NOTAS.
      * Copia integral de NOTAS.DAT para um arquivo com data, com a
      * linha de controlo e o registo no indice, como o Exercicio8
           MOVE 0 TO WS-TOTAL-PROMOVIDOS
           MOVE 0 TO WS-TOTAL-RETIDOS
           MOVE 0 TO WS-TOTAL-SEM-ANO
           MOVE 0 TO WS-TOTAL-NAO-RENOVADOS
           MOVE 0 TO WS-TOTAL-NR
           MOVE 'N' TO EOF-NOTAS
           OPEN I-O FICHEIRO-NOTAS
           OPEN OUTPUT FICHEIRO-RELATORIO
                   AT END
                       MOVE 'S' TO EOF-NOTAS
                   NOT AT END
                       PERFORM VERIFICA-RENOVACAO-ALUNO
                       IF WS-ESTADO-RENOV = 'CONFIRMADA'
                           PERFORM TRATA-ALUNO-FECHO
                       ELSE
                           PERFORM GUARDA-NAO-RENOVADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
               " SEM-ANO-NA-TURMA=" WS-TOTAL-SEM-ANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-COM-CAMPANHA = 'S'
               PERFORM ESCREVE-NAO-RENOVADOS
           END-IF
           CLOSE FICHEIRO-RELATORIO
           CLOSE FICHEIRO-NOTAS
           DISPLAY "Promovidos: " WS-TOTAL-PROMOVIDOS
               "  Retidos: " WS-TOTAL-RETIDOS
               "  Sem ano na turma: " WS-TOTAL-SEM-ANO
           IF WS-COM-CAMPANHA = 'S'
               DISPLAY "Sem renovacao confirmada (nao transitados): "
                   WS-TOTAL-NAO-RENOVADOS
           END-IF.

       VERIFICA-RENOVACAO-ALUNO.
      * Sem campanha todos contam como confirmados; com campanha, um
      * aluno que nao esteja em renovacoes.txt fica SEM REGISTO
           IF WS-COM-CAMPANHA = 'N'
               MOVE 'CONFIRMADA' TO WS-ESTADO-RENOV
           ELSE
               MOVE 'SEM REGISTO' TO WS-ESTADO-RENOV
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-REN
                   IF WS-REN-NUMERO(K) = REC-NUMERO
                       MOVE WS-REN-ESTADO(K) TO WS-ESTADO-RENOV
                   END-IF
               END-PERFORM
           END-IF.

       GUARDA-NAO-RENOVADO.
      * O registo fica como esta (turma e notas do ano fechado, que
      * o arquivo datado tambem guarda) para o secretariado decidir
           ADD 1 TO WS-TOTAL-NAO-RENOVADOS
           IF WS-TOTAL-NR < 500
               ADD 1 TO WS-TOTAL-NR
               MOVE REC-NOTA TO WS-NOTA-EDITADA
               MOVE SPACES TO WS-NR-LINHA(WS-TOTAL-NR)
               STRING REC-NUMERO " " REC-NOME " " WS-NOTA-EDITADA
                   "  " REC-TURMA " " WS-ESTADO-RENOV
                   DELIMITED BY SIZE INTO WS-NR-LINHA(WS-TOTAL-NR)
           END-IF.

       ESCREVE-NAO-RENOVADOS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEM RENOVACAO CONFIRMADA EM " WS-CAMPANHA-ANO
               " (NAO TRANSITADOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "NUM   NOME                 NOTA  TURMA  RENOVACAO"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-NR
               MOVE WS-NR-LINHA(K) TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL NAO-RENOVADOS=" WS-TOTAL-NAO-RENOVADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       TRATA-ALUNO-FECHO.
           MOVE REC-TURMA TO WS-TURMA-NOVA
