      ******************************************************************
      * Author:
      * Date:
      * Purpose: Previsao de turmas para o ano letivo seguinte, por
      *          ano de escolaridade e polo: os alunos de NOTAS.DAT
      *          transitam ou ficam retidos pela mesma regra do fecho
      *          do ano (nota minima, ENTER = 10), so contam como
      *          certos os que confirmaram a renovacao quando ha
      *          campanha aberta (os por responder vao a parte e os
      *          que recusaram saem), somam-se as candidaturas
      *          admitidas e quem ainda esta em lista-espera.txt; o
      *          total de cada grupo e comparado com as turmas e
      *          capacidades de turmas.txt, com o numero de turmas
      *          necessarias (PREV-CAP-TURMA alunos por turma quando
      *          o grupo nao tem turmas com capacidade) e as vagas
      *          que sobram ou faltam; o relatorio vai para o spool
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO-TURMAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-CAMPANHA
               ASSIGN TO 'renovacao-campanha.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPANHA-STATUS.
           SELECT OPTIONAL FICHEIRO-RENOVACOES
               ASSIGN TO 'renovacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENOVACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-CANDIDATURAS
               ASSIGN TO 'candidaturas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATURAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ESPERA
               ASSIGN TO 'lista-espera.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERA-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT FICHEIRO-PREVISAO ASSIGN TO 'previsao-turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

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
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 TUR-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 TUR-ANO        PIC X(9).
         05 FILLER         PIC X.
         05 TUR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X.
         05 TUR-CAPACIDADE PIC 9(3).
         05 FILLER         PIC X.
         05 TUR-ESCALA     PIC X.
         05 TUR-LIM-SUF    PIC 9(2).
         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
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
       FD FICHEIRO-CANDIDATURAS.
       01 LINHA-CANDIDATURA.
         05 FILLER           PIC X(57).
         05 CAN-NIVEL        PIC 9(2).
         05 FILLER           PIC X.
         05 CAN-POLO         PIC X(2).
         05 FILLER           PIC X(10).
         05 CAN-ESTADO       PIC X(8).
         05 FILLER           PIC X.
         05 CAN-NUMERO       PIC 9(5).
         05 FILLER           PIC X.
         05 CAN-TURMA        PIC X(6).
         05 FILLER           PIC X.
         05 CAN-DATA-DECISAO PIC 9(8).
         05 FILLER           PIC X.
         05 CAN-OPERADOR     PIC X(8).
       FD FICHEIRO-ESPERA.
       01 LINHA-ESPERA.
         05 ESP-TURMA   PIC X(6).
         05 FILLER      PIC X.
         05 ESP-POSICAO PIC 9(3).
         05 FILLER      PIC X.
         05 ESP-NUMERO  PIC 9(5).
         05 FILLER      PIC X.
         05 ESP-NOME    PIC X(20).
         05 FILLER      PIC X.
         05 ESP-DATA    PIC 9(8).
         05 ESP-HORA    PIC 9(6).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-PREVISAO.
       01 LINHA-PREVISAO PIC X(100).
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
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-CAMPANHA-STATUS PIC XX.
       01 WS-RENOVACOES-STATUS PIC XX.
       01 WS-CANDIDATURAS-STATUS PIC XX.
       01 WS-ESPERA-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-RENOVACOES PIC X.
       01 EOF-CANDIDATURAS PIC X.
       01 EOF-ESPERA PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-LIMITE-TEXTO PIC X(6).
       01 WS-LIMITE-APROVACAO PIC S9(2)V9 VALUE 10.
       01 WS-LIMITE-EDITADO PIC Z9.9.
       01 WS-CAP-OMISSAO PIC 9(3) VALUE 28.
       01 WS-COM-CAMPANHA PIC X VALUE 'N'.
       01 WS-CAMPANHA-ANO PIC X(9) VALUE SPACES.
       01 WS-NIVEL PIC 9(2).
       01 WS-NIVEL-ATUAL PIC 9(2).
       01 WS-NIVEL-MAX PIC 9(2) VALUE 0.
       01 WS-POLO PIC X(2).
       01 WS-ANO-DIGITOS PIC 9.
       01 WS-ESTADO-RENOV PIC X(10).
       01 WS-E-ADMITIDO PIC X.
       01 WS-SEM-NOTAS PIC X.
       01 WS-TURMA-PROCURADA PIC X(6).
       01 I PIC 9(3).
       01 K PIC 9(3).
       01 G PIC 9(3).
      * Contagens fora dos grupos
       01 WS-TOTAL-ALUNOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-CONCLUEM PIC 9(5) VALUE 0.
       01 WS-TOTAL-NAO-RENOVAM PIC 9(5) VALUE 0.
       01 WS-TOTAL-SAIDAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-ANO PIC 9(5) VALUE 0.
      * Turmas de turmas.txt
       01 WS-TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 WS-TABELA-TURMAS.
         05 WS-TUR OCCURS 100 TIMES.
           10 WS-TUR-CODIGO     PIC X(6).
           10 WS-TUR-POLO       PIC X(2).
           10 WS-TUR-NIVEL      PIC 9(2).
           10 WS-TUR-CAPACIDADE PIC 9(3).
      * Renovacoes da campanha aberta
       01 WS-TOTAL-REN PIC 9(3) VALUE 0.
       01 WS-REN-FORA PIC 9(5) VALUE 0.
       01 WS-TABELA-RENOVACOES.
         05 WS-REN OCCURS 500 TIMES.
           10 WS-REN-NUMERO PIC 9(5).
           10 WS-REN-ESTADO PIC X(10).
      * Candidaturas admitidas (entram como alunos novos no ano e
      * polo pedidos, a nao ser que ja tenham notas lancadas)
       01 WS-TOTAL-ADM PIC 9(3) VALUE 0.
       01 WS-TABELA-ADMITIDAS.
         05 WS-ADM OCCURS 300 TIMES.
           10 WS-ADM-NUMERO    PIC 9(5).
           10 WS-ADM-NIVEL     PIC 9(2).
           10 WS-ADM-POLO      PIC X(2).
           10 WS-ADM-COM-NOTAS PIC X.
      * Um grupo por ano de escolaridade e polo
       01 WS-TOTAL-GRUPOS PIC 9(3) VALUE 0.
       01 WS-TABELA-GRUPOS.
         05 WS-GRP OCCURS 60 TIMES.
           10 WS-GRP-NIVEL      PIC 9(2).
           10 WS-GRP-POLO       PIC X(2).
           10 WS-GRP-TRANSITAM  PIC 9(4).
           10 WS-GRP-RETIDOS    PIC 9(4).
           10 WS-GRP-NOVOS      PIC 9(4).
           10 WS-GRP-PENDENTES  PIC 9(4).
           10 WS-GRP-ESPERA     PIC 9(4).
           10 WS-GRP-TURMAS     PIC 9(3).
           10 WS-GRP-CAPACIDADE PIC 9(5).
      * Calculo e impressao de cada grupo
       01 WS-PREVISTOS PIC 9(5).
       01 WS-CAP-MEDIA PIC 9(3).
       01 WS-NECESSARIAS PIC 9(3).
       01 WS-SALDO PIC S9(5).
       01 WS-SALDO-ED PIC +ZZZZ9.
       01 WS-TOT-TRANSITAM PIC 9(5) VALUE 0.
       01 WS-TOT-RETIDOS PIC 9(5) VALUE 0.
       01 WS-TOT-NOVOS PIC 9(5) VALUE 0.
       01 WS-TOT-PENDENTES PIC 9(5) VALUE 0.
       01 WS-TOT-ESPERA PIC 9(5) VALUE 0.
       01 WS-TOT-PREVISTOS PIC 9(5) VALUE 0.
       01 WS-TOT-TURMAS PIC 9(4) VALUE 0.
       01 WS-TOT-NECESSARIAS PIC 9(4) VALUE 0.
       01 WS-TOT-CAPACIDADE PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PREVISAO DE TURMAS PARA O ANO SEGUINTE"
           MOVE 'PREV-CAP-TURMA' TO WS-PARAMETRO-CHAVE
           MOVE WS-CAP-OMISSAO TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 1 AND WS-PARAMETRO-VALOR <= 999
               MOVE WS-PARAMETRO-VALOR TO WS-CAP-OMISSAO
           END-IF
           DISPLAY "NOTA MINIMA PARA TRANSITAR (ENTER = 10): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LIMITE-TEXTO
           ACCEPT WS-LIMITE-TEXTO
           IF WS-LIMITE-TEXTO NOT = SPACES
               COMPUTE WS-LIMITE-APROVACAO =
                   FUNCTION NUMVAL(WS-LIMITE-TEXTO)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CARREGA-TURMAS
           PERFORM CARREGA-RENOVACOES
           PERFORM CARREGA-ADMITIDAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               MOVE 'N' TO EOF-NOTAS
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           PERFORM PROJETA-ALUNO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
               PERFORM SOMA-ADMITIDAS
               PERFORM SOMA-LISTA-ESPERA
               PERFORM SOMA-TURMAS-EXISTENTES
               PERFORM ESCREVE-PREVISAO
               PERFORM REGISTA-SPOOL
               DISPLAY "Previsao em previsao-turmas.txt ("
                   WS-TOTAL-GRUPOS " grupo(s) ano/polo)"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

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
                               WS-TOTAL-TURMAS < 100
                               ADD 1 TO WS-TOTAL-TURMAS
                               PERFORM GUARDA-TURMA-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       GUARDA-TURMA-LIDA.
           MOVE TUR-CODIGO TO WS-TUR-CODIGO(WS-TOTAL-TURMAS)
           IF TUR-POLO = SPACES
               MOVE 'P1' TO WS-TUR-POLO(WS-TOTAL-TURMAS)
           ELSE
               MOVE TUR-POLO TO WS-TUR-POLO(WS-TOTAL-TURMAS)
           END-IF
           IF TUR-CAPACIDADE IS NUMERIC
               MOVE TUR-CAPACIDADE
                   TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
           ELSE
               MOVE 0 TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
           END-IF
      * Sem nivel no mestre vale o prefixo numerico do codigo,
      * como na promocao do fecho do ano
           IF TUR-NIVEL IS NUMERIC AND TUR-NIVEL > 0
               MOVE TUR-NIVEL TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           ELSE
               MOVE TUR-CODIGO TO WS-TURMA-PROCURADA
               PERFORM NIVEL-DO-CODIGO
               MOVE WS-NIVEL TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           END-IF
           IF WS-TUR-NIVEL(WS-TOTAL-TURMAS) > WS-NIVEL-MAX
               MOVE WS-TUR-NIVEL(WS-TOTAL-TURMAS) TO WS-NIVEL-MAX
           END-IF.

       NIVEL-DO-CODIGO.
      * O codigo da turma comeca pelo ano de escolaridade (7A, 10B)
           MOVE 0 TO WS-NIVEL
           MOVE 0 TO WS-ANO-DIGITOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
               IF WS-TURMA-PROCURADA(I : 1) >= '0' AND
                   WS-TURMA-PROCURADA(I : 1) <= '9'
                   IF WS-ANO-DIGITOS = I - 1
                       COMPUTE WS-NIVEL = WS-NIVEL * 10
                           + FUNCTION NUMVAL(
                               WS-TURMA-PROCURADA(I : 1))
                       MOVE I TO WS-ANO-DIGITOS
                   END-IF
               END-IF
           END-PERFORM.

       NIVEL-E-POLO-DA-TURMA.
      * Ano e polo de uma turma: do mestre quando existe, senao do
      * codigo e do polo principal
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-TURMAS
               IF WS-TUR-CODIGO(I) = WS-TURMA-PROCURADA
                   MOVE I TO K
               END-IF
           END-PERFORM
           IF K > 0
               MOVE WS-TUR-NIVEL(K) TO WS-NIVEL
               MOVE WS-TUR-POLO(K) TO WS-POLO
           ELSE
               PERFORM NIVEL-DO-CODIGO
               MOVE 'P1' TO WS-POLO
           END-IF.

       CARREGA-RENOVACOES.
      * So uma campanha ABERTA conta: fechada, ja foi aplicada no
      * fecho do ano e NOTAS.DAT tem os alunos que ficaram
           MOVE 'N' TO WS-COM-CAMPANHA
           MOVE 0 TO WS-TOTAL-REN
           MOVE 0 TO WS-REN-FORA
           OPEN INPUT FICHEIRO-CAMPANHA
           IF WS-CAMPANHA-STATUS = '00' OR WS-CAMPANHA-STATUS = '05'
               READ FICHEIRO-CAMPANHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAMP-ESTADO = 'ABERTA'
                           MOVE 'S' TO WS-COM-CAMPANHA
                           MOVE CAMP-ANO TO WS-CAMPANHA-ANO
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
           END-IF
           IF WS-REN-FORA > 0
               DISPLAY "Aviso: " WS-REN-FORA " renovacao(oes) alem"
                   " das 500 da tabela ficam fora da previsao"
           END-IF.

       GUARDA-RENOVACAO.
           IF WS-TOTAL-REN < 500
               ADD 1 TO WS-TOTAL-REN
               MOVE REN-NUMERO TO WS-REN-NUMERO(WS-TOTAL-REN)
               MOVE REN-ESTADO TO WS-REN-ESTADO(WS-TOTAL-REN)
           ELSE
               ADD 1 TO WS-REN-FORA
           END-IF.

       CARREGA-ADMITIDAS.
           MOVE 0 TO WS-TOTAL-ADM
           MOVE 'N' TO EOF-CANDIDATURAS
           OPEN INPUT FICHEIRO-CANDIDATURAS
           IF WS-CANDIDATURAS-STATUS = '00' OR
               WS-CANDIDATURAS-STATUS = '05'
               PERFORM UNTIL EOF-CANDIDATURAS = 'S'
                   READ FICHEIRO-CANDIDATURAS
                       AT END
                           MOVE 'S' TO EOF-CANDIDATURAS
                       NOT AT END
                           IF CAN-ESTADO = 'ADMITIDA' AND
                               CAN-NIVEL IS NUMERIC AND
                               WS-TOTAL-ADM < 300
                               ADD 1 TO WS-TOTAL-ADM
                               PERFORM GUARDA-ADMITIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CANDIDATURAS
           END-IF.

       GUARDA-ADMITIDA.
           IF CAN-NUMERO IS NUMERIC
               MOVE CAN-NUMERO TO WS-ADM-NUMERO(WS-TOTAL-ADM)
           ELSE
               MOVE 0 TO WS-ADM-NUMERO(WS-TOTAL-ADM)
           END-IF
           MOVE CAN-NIVEL TO WS-ADM-NIVEL(WS-TOTAL-ADM)
           IF CAN-POLO = SPACES
               MOVE 'P1' TO WS-ADM-POLO(WS-TOTAL-ADM)
           ELSE
               MOVE CAN-POLO TO WS-ADM-POLO(WS-TOTAL-ADM)
           END-IF
           MOVE 'N' TO WS-ADM-COM-NOTAS(WS-TOTAL-ADM).

       PROJETA-ALUNO.
           IF REC-TURMA = 'SAIDA'
               ADD 1 TO WS-TOTAL-SAIDAS
           ELSE
               ADD 1 TO WS-TOTAL-ALUNOS
               PERFORM VERIFICA-ADMITIDO
               IF WS-E-ADMITIDO = 'S' AND WS-SEM-NOTAS = 'S'
      * Admitido ainda sem notas: conta como aluno novo no ano e
      * polo da candidatura, mais abaixo
                   CONTINUE
               ELSE
                   PERFORM PROJETA-ALUNO-COM-NOTAS
               END-IF
           END-IF.

       VERIFICA-ADMITIDO.
           MOVE 'N' TO WS-E-ADMITIDO
           MOVE 'N' TO WS-SEM-NOTAS
           IF REC-NOTA = 0 AND REC-NOTA-TESTE = 0 AND
               REC-NOTA-PRATICA = 0 AND REC-NOTA-TRAB = 0
               MOVE 'S' TO WS-SEM-NOTAS
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ADM
               IF WS-ADM-NUMERO(K) = REC-NUMERO
                   MOVE 'S' TO WS-E-ADMITIDO
                   IF WS-SEM-NOTAS = 'N'
                       MOVE 'S' TO WS-ADM-COM-NOTAS(K)
                   END-IF
               END-IF
           END-PERFORM.

       PROJETA-ALUNO-COM-NOTAS.
           MOVE 'CONFIRMADA' TO WS-ESTADO-RENOV
           IF WS-COM-CAMPANHA = 'S'
               MOVE 'PENDENTE' TO WS-ESTADO-RENOV
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-REN
                   IF WS-REN-NUMERO(K) = REC-NUMERO
                       MOVE WS-REN-ESTADO(K) TO WS-ESTADO-RENOV
                   END-IF
               END-PERFORM
           END-IF
           MOVE REC-TURMA TO WS-TURMA-PROCURADA
           PERFORM NIVEL-E-POLO-DA-TURMA
           EVALUATE TRUE
               WHEN WS-ESTADO-RENOV = 'RECUSADA'
                   ADD 1 TO WS-TOTAL-NAO-RENOVAM
               WHEN WS-NIVEL = 0
                   ADD 1 TO WS-TOTAL-SEM-ANO
               WHEN OTHER
                   MOVE WS-NIVEL TO WS-NIVEL-ATUAL
                   IF REC-NOTA >= WS-LIMITE-APROVACAO
                       ADD 1 TO WS-NIVEL
                   END-IF
                   IF WS-NIVEL > WS-NIVEL-MAX
      * Transita para la do ultimo ano que a escola tem: sai
                       ADD 1 TO WS-TOTAL-CONCLUEM
                   ELSE
                       PERFORM PROCURA-GRUPO
                       PERFORM CONTA-ALUNO-NO-GRUPO
                   END-IF
           END-EVALUATE.

       CONTA-ALUNO-NO-GRUPO.
           IF G > 0
               EVALUATE TRUE
                   WHEN WS-ESTADO-RENOV NOT = 'CONFIRMADA'
                       ADD 1 TO WS-GRP-PENDENTES(G)
                   WHEN WS-NIVEL > WS-NIVEL-ATUAL
                       ADD 1 TO WS-GRP-TRANSITAM(G)
                   WHEN OTHER
                       ADD 1 TO WS-GRP-RETIDOS(G)
               END-EVALUATE
           END-IF.

       PROCURA-GRUPO.
      * Grupo de WS-NIVEL e WS-POLO em G; cria-o se ainda nao existe
           MOVE 0 TO G
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-GRUPOS
               IF WS-GRP-NIVEL(I) = WS-NIVEL AND
                   WS-GRP-POLO(I) = WS-POLO
                   MOVE I TO G
               END-IF
           END-PERFORM
           IF G = 0 AND WS-TOTAL-GRUPOS < 60
               ADD 1 TO WS-TOTAL-GRUPOS
               MOVE WS-TOTAL-GRUPOS TO G
               MOVE WS-NIVEL TO WS-GRP-NIVEL(G)
               MOVE WS-POLO TO WS-GRP-POLO(G)
               MOVE 0 TO WS-GRP-TRANSITAM(G)
               MOVE 0 TO WS-GRP-RETIDOS(G)
               MOVE 0 TO WS-GRP-NOVOS(G)
               MOVE 0 TO WS-GRP-PENDENTES(G)
               MOVE 0 TO WS-GRP-ESPERA(G)
               MOVE 0 TO WS-GRP-TURMAS(G)
               MOVE 0 TO WS-GRP-CAPACIDADE(G)
           END-IF.

       SOMA-ADMITIDAS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ADM
               IF WS-ADM-COM-NOTAS(K) = 'N'
                   MOVE WS-ADM-NIVEL(K) TO WS-NIVEL
                   MOVE WS-ADM-POLO(K) TO WS-POLO
                   PERFORM PROCURA-GRUPO
                   IF G > 0
                       ADD 1 TO WS-GRP-NOVOS(G)
                   END-IF
               END-IF
           END-PERFORM.

       SOMA-LISTA-ESPERA.
      * Quem espera vaga numa turma conta no ano e polo dela
           MOVE 'N' TO EOF-ESPERA
           OPEN INPUT FICHEIRO-ESPERA
           IF WS-ESPERA-STATUS = '00' OR WS-ESPERA-STATUS = '05'
               PERFORM UNTIL EOF-ESPERA = 'S'
                   READ FICHEIRO-ESPERA
                       AT END
                           MOVE 'S' TO EOF-ESPERA
                       NOT AT END
                           IF ESP-TURMA NOT = SPACES
                               MOVE ESP-TURMA TO WS-TURMA-PROCURADA
                               PERFORM NIVEL-E-POLO-DA-TURMA
                               IF WS-NIVEL > 0
                                   PERFORM PROCURA-GRUPO
                                   IF G > 0
                                       ADD 1 TO WS-GRP-ESPERA(G)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ESPERA
           END-IF.

       SOMA-TURMAS-EXISTENTES.
      * Uma turma sem limite de capacidade conta com PREV-CAP-TURMA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-TURMAS
               IF WS-TUR-NIVEL(K) > 0
                   MOVE WS-TUR-NIVEL(K) TO WS-NIVEL
                   MOVE WS-TUR-POLO(K) TO WS-POLO
                   PERFORM PROCURA-GRUPO
                   IF G > 0
                       ADD 1 TO WS-GRP-TURMAS(G)
                       IF WS-TUR-CAPACIDADE(K) > 0
                           ADD WS-TUR-CAPACIDADE(K)
                               TO WS-GRP-CAPACIDADE(G)
                       ELSE
                           ADD WS-CAP-OMISSAO
                               TO WS-GRP-CAPACIDADE(G)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVE-PREVISAO.
           OPEN OUTPUT FICHEIRO-PREVISAO
           MOVE ALL "=" TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE SPACES TO LINHA-PREVISAO
           STRING "PREVISAO DE TURMAS PARA O ANO SEGUINTE - "
               WS-DATA
               DELIMITED BY SIZE INTO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE WS-LIMITE-APROVACAO TO WS-LIMITE-EDITADO
           MOVE SPACES TO LINHA-PREVISAO
           STRING "NOTA MINIMA PARA TRANSITAR " WS-LIMITE-EDITADO
               "   ALUNOS POR TURMA (OMISSAO) " WS-CAP-OMISSAO
               DELIMITED BY SIZE INTO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE SPACES TO LINHA-PREVISAO
           IF WS-COM-CAMPANHA = 'S'
               STRING "CAMPANHA DE RENOVACAO " WS-CAMPANHA-ANO
                   " ABERTA: SEM RESPOSTA CONTA EM POR CONFIRMAR"
                   DELIMITED BY SIZE INTO LINHA-PREVISAO
           ELSE
               MOVE "SEM CAMPANHA DE RENOVACAO ABERTA: TODOS OS"
                   & " ALUNOS CONTAM" TO LINHA-PREVISAO
           END-IF
           WRITE LINHA-PREVISAO
           MOVE ALL "-" TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE "ANO POLO TRANSIT RETIDOS  NOVOS P.CONF ESPERA"
               & " PREVIST  TURMAS CAPAC NECESS  VAGAS"
               TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE ALL "-" TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           PERFORM VARYING WS-NIVEL FROM 1 BY 1 UNTIL WS-NIVEL > 20
               PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-TOTAL-GRUPOS
                   IF WS-GRP-NIVEL(G) = WS-NIVEL
                       PERFORM ESCREVE-GRUPO
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ALL "-" TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           COMPUTE WS-SALDO = WS-TOT-CAPACIDADE - WS-TOT-PREVISTOS
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO LINHA-PREVISAO
           STRING "TOTAL     " WS-TOT-TRANSITAM "   " WS-TOT-RETIDOS
               "  " WS-TOT-NOVOS "  " WS-TOT-PENDENTES " "
               WS-TOT-ESPERA "   " WS-TOT-PREVISTOS "    "
               WS-TOT-TURMAS " " WS-TOT-CAPACIDADE "   "
               WS-TOT-NECESSARIAS " " WS-SALDO-ED
               DELIMITED BY SIZE INTO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE ALL "-" TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE SPACES TO LINHA-PREVISAO
           STRING "ALUNOS ATUAIS: " WS-TOTAL-ALUNOS
               "  CONCLUEM O ULTIMO ANO: " WS-TOTAL-CONCLUEM
               DELIMITED BY SIZE INTO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE SPACES TO LINHA-PREVISAO
           STRING "RECUSARAM A RENOVACAO: " WS-TOTAL-NAO-RENOVAM
               "  MATRICULA ANULADA: " WS-TOTAL-SAIDAS
               "  TURMA SEM ANO: " WS-TOTAL-SEM-ANO
               DELIMITED BY SIZE INTO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           MOVE "PREVIST = TRANSIT + RETIDOS + NOVOS + P.CONF +"
               & " ESPERA; VAGAS NEGATIVAS = LUGARES EM FALTA"
               TO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           CLOSE FICHEIRO-PREVISAO.

       ESCREVE-GRUPO.
      * Turmas necessarias = previstos a dividir pela capacidade
      * media das turmas do grupo, arredondado para cima
           COMPUTE WS-PREVISTOS = WS-GRP-TRANSITAM(G)
               + WS-GRP-RETIDOS(G) + WS-GRP-NOVOS(G)
               + WS-GRP-PENDENTES(G) + WS-GRP-ESPERA(G)
           IF WS-GRP-TURMAS(G) > 0
               COMPUTE WS-CAP-MEDIA =
                   WS-GRP-CAPACIDADE(G) / WS-GRP-TURMAS(G)
           ELSE
               MOVE WS-CAP-OMISSAO TO WS-CAP-MEDIA
           END-IF
           IF WS-CAP-MEDIA = 0
               MOVE WS-CAP-OMISSAO TO WS-CAP-MEDIA
           END-IF
           COMPUTE WS-NECESSARIAS =
               (WS-PREVISTOS + WS-CAP-MEDIA - 1) / WS-CAP-MEDIA
           COMPUTE WS-SALDO = WS-GRP-CAPACIDADE(G) - WS-PREVISTOS
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO LINHA-PREVISAO
           STRING " " WS-GRP-NIVEL(G) "  " WS-GRP-POLO(G) "    "
               WS-GRP-TRANSITAM(G) "    " WS-GRP-RETIDOS(G) "   "
               WS-GRP-NOVOS(G) "   " WS-GRP-PENDENTES(G) "  "
               WS-GRP-ESPERA(G) "    " WS-PREVISTOS "     "
               WS-GRP-TURMAS(G) " " WS-GRP-CAPACIDADE(G) "    "
               WS-NECESSARIAS " " WS-SALDO-ED
               DELIMITED BY SIZE INTO LINHA-PREVISAO
           WRITE LINHA-PREVISAO
           ADD WS-GRP-TRANSITAM(G) TO WS-TOT-TRANSITAM
           ADD WS-GRP-RETIDOS(G) TO WS-TOT-RETIDOS
           ADD WS-GRP-NOVOS(G) TO WS-TOT-NOVOS
           ADD WS-GRP-PENDENTES(G) TO WS-TOT-PENDENTES
           ADD WS-GRP-ESPERA(G) TO WS-TOT-ESPERA
           ADD WS-PREVISTOS TO WS-TOT-PREVISTOS
           ADD WS-GRP-TURMAS(G) TO WS-TOT-TURMAS
           ADD WS-GRP-CAPACIDADE(G) TO WS-TOT-CAPACIDADE
           ADD WS-NECESSARIAS TO WS-TOT-NECESSARIAS.

       LE-PARAMETRO.
      * Le um valor de parametros.txt (mantido pelo programa de
      * parametros); sem ficheiro ou sem a chave fica o valor por
      * omissao ja carregado em WS-PARAMETRO-VALOR
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           IF PAR-CHAVE = WS-PARAMETRO-CHAVE AND
                               PAR-VALOR IS NUMERIC
                               MOVE PAR-VALOR
                                   TO WS-PARAMETRO-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'previsao-turmas.txt' TO SPL-FICHEIRO
           MOVE 'PREVISAO DE TURMAS' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM PREVISAO-TURMAS.
