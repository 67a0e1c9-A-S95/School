      *          inteira (planos-alunos.txt), e geracao do plano de
      *          prestacoes datadas em prestacoes.txt - o sistema
      *          passa a saber quem deve o que e quando, em vez de
      *          o caderno da secretaria; as prestacoes de
      *          sequencia 61 a 72 (juros de mora) e 81 a 92
      *          (transporte escolar) nao impedem a geracao do
      *          plano de propinas; alunos
      *          com escalao ASE valido no vencimento de cada
      *          prestacao (ase-alunos.txt) tem o desconto do
      *          escalao (ASE-PROP-DESC-A e -B, em percentagem) e o
      *          beneficio fica em ase-beneficios.txt; o credito
      *          que os alunos tenham em creditos.txt e usado logo
      *          nas prestacoes geradas (USA-CREDITOS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ASE ASSIGN TO 'ase-alunos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASE-STATUS.
           SELECT OPTIONAL FICHEIRO-BENEFICIOS
               ASSIGN TO 'ase-beneficios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFICIOS-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-CALESCOLAR
               ASSIGN TO 'calendario-escolar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALESCOLAR-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 REC-PESO-PRATICA PIC 9(3).
         05 REC-PESO-TRAB    PIC 9(3).

       FD FICHEIRO-ASE.
       01 LINHA-ASE.
         05 ASE-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 ASE-ESCALAO   PIC X.
         05 FILLER        PIC X.
         05 ASE-DATA-INI  PIC 9(8).
         05 FILLER        PIC X.
         05 ASE-DATA-FIM  PIC 9(8).
         05 FILLER        PIC X(31).
       FD FICHEIRO-BENEFICIOS.
       01 LINHA-BENEFICIO.
         05 BEN-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 BEN-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 BEN-ESCALAO   PIC X.
         05 FILLER        PIC X.
         05 BEN-ORIGEM    PIC X(4).
         05 FILLER        PIC X.
         05 BEN-BASE      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 BEN-COBRADO   PIC 9(7)V99.
         05 FILLER        PIC X.
         05 BEN-VALOR     PIC 9(7)V99.
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-CALESCOLAR.
       01 LINHA-CALESCOLAR.
         05 CES-DATA      PIC 9(8).
         05 CES-TIPO      PIC X(8).
         05 FILLER        PIC X.
         05 CES-DESCRICAO PIC X(30).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-ASE-STATUS PIC XX.
       01 WS-BENEFICIOS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-ASE PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-DESC-A PIC 9(3) VALUE 50.
       01 WS-DESC-B PIC 9(3) VALUE 25.
       01 WS-DESC-ALUNO PIC 9(3).
       01 WS-ESCALAO PIC X.
       01 WS-VALOR-BASE PIC 9(7)V99.
       01 WS-VALOR-DESCONTO PIC 9(7)V99.
       01 WS-COM-ASE PIC 9(4).
       01 K PIC 9(3).
       01 WS-TOTAL-ASE PIC 9(3) VALUE 0.
       01 WS-TABELA-ASE.
         05 WS-ASE OCCURS 500 TIMES.
           10 WS-ASE-NUMERO   PIC 9(5).
           10 WS-ASE-ESCALAO  PIC X.
           10 WS-ASE-DATA-INI PIC 9(8).
           10 WS-ASE-DATA-FIM PIC 9(8).
       01 WS-CALESCOLAR-STATUS PIC XX.
       01 EOF-CALESCOLAR PIC X.
       01 WS-VENC-INT PIC 9(7).
       01 WS-TOTAL-COM-PREST PIC 9(3) VALUE 0.
       01 WS-ALUNOS-COM-PREST.
         05 WS-ACP-NUMERO PIC 9(5) OCCURS 200 TIMES.
      * Uso do credito dos alunos nas prestacoes geradas
       01 WS-CRED-ALUNO PIC 9(5) VALUE 0.
       01 WS-CRED-USADO PIC 9(8)V99.
       01 WS-CRED-ALUNOS PIC 9(3).
       01 WS-CRED-USADO-ED PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "PLANOS DE PROPINAS"
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

       CARREGA-PLANOS.
           MOVE 0 TO WS-TOTAL-PLANOS
           MOVE 'N' TO EOF-PLANOS
           CLOSE FICHEIRO-ATRIBUICOES.

       PROCURA-PLANO.
      * Indice proprio: a geracao chama isto dentro do ciclo em I
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING N FROM 1 BY 1
               UNTIL N > WS-TOTAL-PLANOS
               IF WS-PLA-CODIGO(N) = WS-CODIGO
                   MOVE N TO WS-ACHADO
               END-IF
           END-PERFORM.

                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
      * Prestacoes 61 a 72 sao juros de mora e 81 a 92
      * mensalidades de transporte; nao contam como plano de
      * propinas ja gerado
                           IF PRS-NUMERO IS NUMERIC AND
                               PRS-SEQ < 60
                               PERFORM MARCA-ALUNO-COM-PREST
                           END-IF
                   END-READ
                   DISPLAY "Mes invalido, nada gerado"
               ELSE
                   PERFORM CARREGA-NAO-UTEIS
                   PERFORM CARREGA-ASE
                   MOVE 0 TO WS-GERADAS
                   MOVE 0 TO WS-COM-ASE
                   OPEN EXTEND FICHEIRO-PRESTACOES
                   OPEN EXTEND FICHEIRO-BENEFICIOS
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TOTAL-ATRIB
                       PERFORM GERA-PRESTACOES-DE-UM
                   END-PERFORM
                   CLOSE FICHEIRO-BENEFICIOS
                   CLOSE FICHEIRO-PRESTACOES
                   DISPLAY WS-GERADAS " prestacao(oes) gerada(s)"
                   IF WS-COM-ASE > 0
                       DISPLAY "  " WS-COM-ASE " com desconto ASE"
                           " (A " WS-DESC-A "%, B " WS-DESC-B "%)"
                   END-IF
                   IF WS-GERADAS > 0
                       PERFORM USA-CREDITO-DISPONIVEL
                   END-IF
               END-IF
           END-IF.

       USA-CREDITO-DISPONIVEL.
      * O credito que os alunos tenham em creditos.txt vai logo
      * para as prestacoes em aberto, da mais antiga para a frente
           MOVE 0 TO WS-CRED-ALUNO
           CALL 'USA-CREDITOS' USING WS-CRED-ALUNO WS-OPERADOR
               WS-CRED-USADO WS-CRED-ALUNOS
           IF RETURN-CODE = 0 AND WS-CRED-USADO > 0
               MOVE WS-CRED-USADO TO WS-CRED-USADO-ED
               DISPLAY WS-CRED-ALUNOS " aluno(s) com credito usado"
                   " nas prestacoes, " WS-CRED-USADO-ED " EUR"
           END-IF
           MOVE 0 TO RETURN-CODE.

       GERA-PRESTACOES-DE-UM.
           MOVE 'N' TO WS-JA-TEM
           PERFORM VARYING J FROM 1 BY 1
                       MOVE J TO PRS-SEQ
                       MOVE WS-DATA-VENC TO PRS-DATA-VENC
                       IF J = WS-PLA-PRESTACOES(WS-ACHADO)
                           MOVE WS-VALOR-ULTIMA TO WS-VALOR-BASE
                       ELSE
                           MOVE WS-VALOR-PRESTACAO TO WS-VALOR-BASE
                       END-IF
                       PERFORM APLICA-DESCONTO-ASE
                       MOVE WS-VALOR-BASE TO PRS-VALOR
                       SUBTRACT WS-VALOR-DESCONTO FROM PRS-VALOR
                       MOVE 0 TO PRS-PAGO
                       MOVE 'ABERTA' TO PRS-ESTADO
                       WRITE LINHA-PRESTACAO
               END-IF
           END-IF.

       APLICA-DESCONTO-ASE.
      * Escalao valido no vencimento da prestacao (fim a zero =
      * sem fim); o desconto e o beneficio ficam registados
           MOVE SPACE TO WS-ESCALAO
           MOVE 0 TO WS-VALOR-DESCONTO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ASE
               IF WS-ASE-NUMERO(K) = WS-ATR-NUMERO(I) AND
                   WS-ASE-DATA-INI(K) <= WS-DATA-VENC AND
                   (WS-ASE-DATA-FIM(K) = 0 OR
                    WS-ASE-DATA-FIM(K) >= WS-DATA-VENC)
                   MOVE WS-ASE-ESCALAO(K) TO WS-ESCALAO
               END-IF
           END-PERFORM
           EVALUATE WS-ESCALAO
               WHEN 'A'
                   MOVE WS-DESC-A TO WS-DESC-ALUNO
               WHEN 'B'
                   MOVE WS-DESC-B TO WS-DESC-ALUNO
               WHEN OTHER
                   MOVE 0 TO WS-DESC-ALUNO
           END-EVALUATE
           IF WS-DESC-ALUNO > 0
               COMPUTE WS-VALOR-DESCONTO ROUNDED =
                   WS-VALOR-BASE * WS-DESC-ALUNO / 100
               MOVE SPACES TO LINHA-BENEFICIO
               MOVE WS-DATA-VENC TO BEN-DATA
               MOVE WS-ATR-NUMERO(I) TO BEN-NUMERO
               MOVE WS-ESCALAO TO BEN-ESCALAO
               MOVE 'PROP' TO BEN-ORIGEM
               MOVE WS-VALOR-BASE TO BEN-BASE
               COMPUTE BEN-COBRADO =
                   WS-VALOR-BASE - WS-VALOR-DESCONTO
               MOVE WS-VALOR-DESCONTO TO BEN-VALOR
               WRITE LINHA-BENEFICIO
               ADD 1 TO WS-COM-ASE
           END-IF.

       CARREGA-ASE.
           MOVE 'ASE-PROP-DESC-A' TO WS-PARAMETRO-CHAVE
           MOVE WS-DESC-A TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR <= 100
               MOVE WS-PARAMETRO-VALOR TO WS-DESC-A
           END-IF
           MOVE 'ASE-PROP-DESC-B' TO WS-PARAMETRO-CHAVE
           MOVE WS-DESC-B TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR <= 100
               MOVE WS-PARAMETRO-VALOR TO WS-DESC-B
           END-IF
           MOVE 0 TO WS-TOTAL-ASE
           MOVE 'N' TO EOF-ASE
           OPEN INPUT FICHEIRO-ASE
           IF WS-ASE-STATUS = '00' OR WS-ASE-STATUS = '05'
               PERFORM UNTIL EOF-ASE = 'S'
                   READ FICHEIRO-ASE
                       AT END
                           MOVE 'S' TO EOF-ASE
                       NOT AT END
                           IF ASE-NUMERO IS NUMERIC AND
                               ASE-DATA-INI IS NUMERIC AND
                               ASE-DATA-FIM IS NUMERIC AND
                               WS-TOTAL-ASE < 500
                               ADD 1 TO WS-TOTAL-ASE
                               MOVE ASE-NUMERO
                                   TO WS-ASE-NUMERO(WS-TOTAL-ASE)
                               MOVE ASE-ESCALAO
                                   TO WS-ASE-ESCALAO(WS-TOTAL-ASE)
                               MOVE ASE-DATA-INI
                                   TO WS-ASE-DATA-INI(WS-TOTAL-ASE)
                               MOVE ASE-DATA-FIM
                                   TO WS-ASE-DATA-FIM(WS-TOTAL-ASE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ASE
           END-IF.

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

       CARREGA-NAO-UTEIS.
           MOVE 0 TO WS-TOTAL-NAO-UTEIS
           MOVE 'N' TO EOF-CALESCOLAR
