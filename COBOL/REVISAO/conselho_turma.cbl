      *          em deliberacoes.txt, exigindo justificacao sempre
      *          que a nota decidida difere da calculada; a decisao
      *          e gravada de imediato em NOTAS.DAT (com historico),
      *          por isso o fecho de pauta sela as notas
      *          deliberadas; a folha mostra ainda, por aluno, as
      *          ocorrencias disciplinares do periodo e a medida mais
      *          grave aplicada (ocorrencias.txt) e, no fim, as
      *          familias que nao tiveram nenhuma reuniao realizada
      *          com o diretor de turma desde o inicio do periodo
      *          (reunioes-ee.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT OPTIONAL FICHEIRO-OCORRENCIAS
               ASSIGN TO 'ocorrencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORRENCIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-REUNIOES
               ASSIGN TO 'reunioes-ee.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REUNIOES-STATUS.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
         05 HIS-NOTA-NOVA   PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-DISCIPLINA  PIC X(4).
         05 FILLER          PIC X.
         05 HIS-ELO         PIC 9(18).
       FD FICHEIRO-FECHO.
       01 LINHA-FECHO.
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-OCORRENCIAS.
       01 LINHA-OCORRENCIA.
         05 OCO-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 OCO-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 OCO-DATA       PIC 9(8).
         05 FILLER         PIC X(78).
         05 OCO-MEDIDA     PIC X(6).
         05 FILLER         PIC X.
         05 OCO-DIAS       PIC 9(2).
         05 FILLER         PIC X.
         05 OCO-CARTA      PIC 9(8).
       FD FICHEIRO-REUNIOES.
       01 LINHA-REUNIAO.
         05 REU-ID         PIC 9(5).
         05 FILLER         PIC X(8).
         05 REU-ALUNO      PIC 9(5).
         05 FILLER         PIC X(22).
         05 REU-DATA       PIC 9(8).
         05 FILLER         PIC X(6).
         05 REU-ESTADO     PIC X(9).
         05 FILLER         PIC X(140).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-PRESENCAS-STATUS PIC XX.
       01 WS-DELIBERACOES-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-PRESENCAS PIC X.
       01 WS-OCORRENCIAS-STATUS PIC XX.
       01 EOF-OCORRENCIAS PIC X.
       01 WS-REUNIOES-STATUS PIC XX.
       01 EOF-REUNIOES PIC X.
       01 WS-INICIO-PERIODO PIC 9(8).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-NIVEL-MEDIDA PIC 9.
       01 WS-OCO-CONTA-ED PIC Z9.
       01 WS-OCO-MEDIDA-ALUNO PIC X(6).
       01 M PIC 9.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-TURMA PIC X(6).
       01 WS-DATA-HORA.
           10 WS-ASS-NUMERO    PIC 9(5).
           10 WS-ASS-PRESENTES PIC 9(4).
           10 WS-ASS-AULAS     PIC 9(4).
      * Ocorrencias do periodo por aluno, com a medida mais grave
       01 WS-OCO-TOTAL PIC 9(3) VALUE 0.
       01 WS-OCO-ACHADO PIC 9(3).
       01 WS-TABELA-OCORRENCIAS.
         05 WS-OCA OCCURS 200 TIMES.
           10 WS-OCA-NUMERO PIC 9(5).
           10 WS-OCA-CONTA  PIC 9(3).
           10 WS-OCA-NIVEL  PIC 9.
      * Medidas disciplinares, da menos para a mais grave (as
      * mesmas do registo de ocorrencias)
       01 WS-MEDIDAS-ORDEM.
         05 FILLER PIC X(6) VALUE 'ADVERT'.
         05 FILLER PIC X(6) VALUE 'ORDSAI'.
         05 FILLER PIC X(6) VALUE 'TAREFA'.
         05 FILLER PIC X(6) VALUE 'SUSPEN'.
         05 FILLER PIC X(6) VALUE 'TRANSF'.
       01 FILLER REDEFINES WS-MEDIDAS-ORDEM.
         05 WS-MED-CODIGO PIC X(6) OCCURS 5 TIMES.
      * Alunos cuja familia ja teve reuniao realizada no periodo e
      * alunos da turma ainda sem nenhuma
       01 WS-REU-TOTAL PIC 9(4) VALUE 0.
       01 WS-REU-VISTA PIC X.
       01 WS-TABELA-REUNIOES.
         05 WS-REU-ALUNO PIC 9(5) OCCURS 1000 TIMES.
       01 WS-SEM-TOTAL PIC 9(3) VALUE 0.
       01 WS-TABELA-SEM-REUNIAO.
         05 WS-SEM OCCURS 200 TIMES.
           10 WS-SEM-NUMERO PIC 9(5).
           10 WS-SEM-NOME   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Turma obrigatoria, nada impresso"
           ELSE
               PERFORM CARREGA-ASSIDUIDADE
               DISPLAY "INICIO DO PERIODO (AAAAMMDD, ENTER = todo o"
                   " ano): " WITH NO ADVANCING
               MOVE SPACES TO WS-DATA-TEXTO
               ACCEPT WS-DATA-TEXTO
               MOVE 0 TO WS-INICIO-PERIODO
               IF WS-DATA-TEXTO NOT = SPACES
                   COMPUTE WS-INICIO-PERIODO =
                       FUNCTION NUMVAL(WS-DATA-TEXTO)
               END-IF
               PERFORM CARREGA-OCORRENCIAS
               PERFORM CARREGA-REUNIOES
               MOVE 0 TO WS-SEM-TOTAL
               MOVE 0 TO WS-TOTAL-FOLHA
               MOVE 'N' TO EOF-NOTAS
               OPEN INPUT FICHEIRO-NOTAS
                   WRITE LINHA-FOLHA
                   MOVE SPACES TO LINHA-FOLHA
                   STRING "NUM   NOME                 CALC  ASSID"
                       "  FINAL OC MEDIDA DECISAO/ASSINATURA"
                       DELIMITED BY SIZE INTO LINHA-FOLHA
                   WRITE LINHA-FOLHA
                   PERFORM UNTIL EOF-NOTAS = 'S'
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM ESCREVE-FAMILIAS-SEM-REUNIAO
                   CLOSE FICHEIRO-FOLHA
                   CLOSE FICHEIRO-NOTAS
                   PERFORM REGISTA-SPOOL
           PERFORM CALCULA-ASSIDUIDADE-ALUNO
           MOVE WS-NOTA-CALCULADA TO WS-CALC-EDITADA
           MOVE REC-NOTA TO WS-NOTA-EDITADA
           PERFORM OCORRENCIAS-DO-ALUNO
           MOVE SPACES TO LINHA-FOLHA
           STRING REC-NUMERO " " REC-NOME " " WS-CALC-EDITADA
               "  " WS-PERC-ASSID "%  " WS-NOTA-EDITADA
               " " WS-OCO-CONTA-ED " " WS-OCO-MEDIDA-ALUNO
               " ____________________"
               DELIMITED BY SIZE INTO LINHA-FOLHA
           WRITE LINHA-FOLHA
           PERFORM REUNIAO-DO-ALUNO.

       CARREGA-REUNIOES.
      * Reunioes com o diretor de turma realizadas desde o inicio
      * do periodo (as marcadas, anuladas ou faltadas nao contam)
           MOVE 0 TO WS-REU-TOTAL
           MOVE 'N' TO EOF-REUNIOES
           OPEN INPUT FICHEIRO-REUNIOES
           IF WS-REUNIOES-STATUS = '00'
               OR WS-REUNIOES-STATUS = '05'
               PERFORM UNTIL EOF-REUNIOES = 'S'
                   READ FICHEIRO-REUNIOES
                       AT END
                           MOVE 'S' TO EOF-REUNIOES
                       NOT AT END
                           IF REU-ALUNO IS NUMERIC AND
                               REU-DATA IS NUMERIC AND
                               REU-ESTADO = 'REALIZADA' AND
                               REU-DATA >= WS-INICIO-PERIODO AND
                               WS-REU-TOTAL < 1000
                               ADD 1 TO WS-REU-TOTAL
                               MOVE REU-ALUNO
                                   TO WS-REU-ALUNO(WS-REU-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REUNIOES
           END-IF.

       REUNIAO-DO-ALUNO.
           MOVE 'N' TO WS-REU-VISTA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-REU-TOTAL
               IF WS-REU-ALUNO(K) = REC-NUMERO
                   MOVE 'S' TO WS-REU-VISTA
               END-IF
           END-PERFORM
           IF WS-REU-VISTA = 'N' AND WS-SEM-TOTAL < 200
               ADD 1 TO WS-SEM-TOTAL
               MOVE REC-NUMERO TO WS-SEM-NUMERO(WS-SEM-TOTAL)
               MOVE REC-NOME TO WS-SEM-NOME(WS-SEM-TOTAL)
           END-IF.

       ESCREVE-FAMILIAS-SEM-REUNIAO.
           MOVE SPACES TO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA
           STRING "FAMILIAS SEM REUNIAO COM O DT DESDE "
               WS-INICIO-PERIODO ": " WS-SEM-TOTAL
               DELIMITED BY SIZE INTO LINHA-FOLHA
           WRITE LINHA-FOLHA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SEM-TOTAL
               MOVE SPACES TO LINHA-FOLHA
               STRING WS-SEM-NUMERO(K) " " WS-SEM-NOME(K)
                   DELIMITED BY SIZE INTO LINHA-FOLHA
               WRITE LINHA-FOLHA
           END-PERFORM.

       CARREGA-OCORRENCIAS.
      * Ocorrencias desde o inicio do periodo indicado; a medida
      * mais grave e a de ordem mais alta na tabela de medidas
           MOVE 0 TO WS-OCO-TOTAL
           MOVE 'N' TO EOF-OCORRENCIAS
           OPEN INPUT FICHEIRO-OCORRENCIAS
           IF WS-OCORRENCIAS-STATUS = '00'
               OR WS-OCORRENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-OCORRENCIAS = 'S'
                   READ FICHEIRO-OCORRENCIAS
                       AT END
                           MOVE 'S' TO EOF-OCORRENCIAS
                       NOT AT END
                           IF OCO-NUMERO IS NUMERIC AND
                               OCO-DATA IS NUMERIC AND
                               OCO-DATA >= WS-INICIO-PERIODO
                               PERFORM ACUMULA-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-OCORRENCIAS
           END-IF.

       ACUMULA-OCORRENCIA.
           MOVE 0 TO WS-OCO-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OCO-TOTAL
               IF WS-OCA-NUMERO(K) = OCO-NUMERO
                   MOVE K TO WS-OCO-ACHADO
               END-IF
           END-PERFORM
           IF WS-OCO-ACHADO = 0 AND WS-OCO-TOTAL < 200
               ADD 1 TO WS-OCO-TOTAL
               MOVE WS-OCO-TOTAL TO WS-OCO-ACHADO
               MOVE OCO-NUMERO TO WS-OCA-NUMERO(WS-OCO-ACHADO)
               MOVE 0 TO WS-OCA-CONTA(WS-OCO-ACHADO)
               MOVE 0 TO WS-OCA-NIVEL(WS-OCO-ACHADO)
           END-IF
           IF WS-OCO-ACHADO > 0
               ADD 1 TO WS-OCA-CONTA(WS-OCO-ACHADO)
               MOVE 0 TO WS-NIVEL-MEDIDA
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 5
                   IF WS-MED-CODIGO(M) = OCO-MEDIDA
                       MOVE M TO WS-NIVEL-MEDIDA
                   END-IF
               END-PERFORM
               IF WS-NIVEL-MEDIDA > WS-OCA-NIVEL(WS-OCO-ACHADO)
                   MOVE WS-NIVEL-MEDIDA
                       TO WS-OCA-NIVEL(WS-OCO-ACHADO)
               END-IF
           END-IF.

       OCORRENCIAS-DO-ALUNO.
           MOVE 0 TO WS-OCO-CONTA-ED
           MOVE SPACES TO WS-OCO-MEDIDA-ALUNO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OCO-TOTAL
               IF WS-OCA-NUMERO(K) = REC-NUMERO
                   MOVE WS-OCA-CONTA(K) TO WS-OCO-CONTA-ED
                   IF WS-OCA-NIVEL(K) > 0
                       MOVE WS-MED-CODIGO(WS-OCA-NIVEL(K))
                           TO WS-OCO-MEDIDA-ALUNO
                   END-IF
               END-IF
           END-PERFORM.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
           MOVE REC-NOME TO HIS-NOME
           MOVE WS-NOTA-ANTERIOR TO HIS-NOTA-ANTIGA
           MOVE REC-NOTA TO HIS-NOTA-NOVA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'notas-historico.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-HISTORICO WS-CADEIA-QUANTAS
           WRITE LINHA-HISTORICO
           CLOSE FICHEIRO-HISTORICO.

