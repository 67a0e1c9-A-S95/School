      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acordos de pagamento da divida vencida: escolhidas
      *          as prestacoes vencidas e por pagar de um aluno ou
      *          de todos os alunos de um encarregado, o que falta
      *          pagar passa para um novo plano de prestacoes com
      *          valores e datas acordados (sequencias 73 a 80 e 93
      *          a 99 do aluno), as originais ficam RENEGOC - nem
      *          pagas nem em divida - e a ligacao entre umas e
      *          outras fica em acordos-linhas.txt; o acordo
      *          (acordos.txt) fica ATIVO enquanto for cumprido,
      *          CUMPRIDO quando todas as prestacoes novas estiverem
      *          pagas e QUEBRADO quando uma delas passar a
      *          tolerancia ACORDO-TOLERANCIA (dias, parametros.txt)
      *          sem ser paga; enquanto ativo, as cartas de cobranca
      *          nao escalam a divida dos alunos do acordo; o
      *          credito que os alunos tenham em creditos.txt e
      *          usado logo nas prestacoes novas (USA-CREDITOS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDOS-PAGAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ACORDOS ASSIGN TO 'acordos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACORDOS-STATUS.
           SELECT OPTIONAL FICHEIRO-ACORDOS-LINHAS
               ASSIGN TO 'acordos-linhas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-COBRANCAS-SDD
               ASSIGN TO 'sepa-cobrancas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRANCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-ACORDOS.
       01 LINHA-ACORDO.
         05 ACO-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 ACO-TIPO        PIC X.
         05 FILLER          PIC X.
         05 ACO-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 ACO-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 ACO-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 ACO-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 ACO-PRESTACOES  PIC 9(2).
         05 FILLER          PIC X.
         05 ACO-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 ACO-DATA-ESTADO PIC 9(8).
         05 FILLER          PIC X.
         05 ACO-OPERADOR    PIC X(8).
       FD FICHEIRO-ACORDOS-LINHAS.
       01 LINHA-ACORDO-LINHA.
         05 ACL-ACORDO    PIC 9(5).
         05 FILLER        PIC X.
         05 ACL-TIPO      PIC X.
         05 FILLER        PIC X.
         05 ACL-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 ACL-SEQ       PIC 9(2).
         05 FILLER        PIC X.
         05 ACL-DATA-VENC PIC 9(8).
         05 FILLER        PIC X.
         05 ACL-VALOR     PIC 9(7)V99.
       FD FICHEIRO-PRESTACOES.
       01 LINHA-PRESTACAO.
         05 PRS-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 PRS-SEQ       PIC 9(2).
         05 FILLER        PIC X.
         05 PRS-DATA-VENC PIC 9(8).
         05 FILLER        PIC X.
         05 PRS-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-PAGO      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-ESTADO    PIC X(9).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-COBRANCAS-SDD.
       01 LINHA-COBRANCA-SDD.
         05 SDD-LOTE      PIC 9(4).
         05 FILLER        PIC X.
         05 SDD-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 SDD-SEQ       PIC 9(2).
         05 FILLER        PIC X(98).
         05 SDD-ESTADO    PIC X(9).
         05 FILLER        PIC X.
         05 SDD-RECIBO    PIC 9(6).
         05 FILLER        PIC X.
         05 SDD-MOTIVO    PIC X(4).
         05 FILLER        PIC X.
         05 SDD-DATA-ESTADO PIC 9(8).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-ACORDOS-STATUS PIC XX.
       01 WS-LINHAS-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-COBRANCAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-ACORDOS PIC X.
       01 EOF-LINHAS PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-COBRANCAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-HOJE-INT PIC S9(7).
       01 WS-ATRASO PIC S9(7).
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-TOLERANCIA PIC 9(5) VALUE 15.
       01 WS-TIPO-ACORDO PIC X.
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-MEMBRO PIC X(20).
       01 WS-ACORDO-TEXTO PIC X(5).
       01 WS-ACORDO-NUMERO PIC 9(5).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-VENC PIC 9(8).
       01 WS-DATA-ANTERIOR PIC 9(8).
       01 WS-VALOR-TEXTO PIC X(12).
       01 WS-VALOR PIC 9(7)V99.
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-FALTA-ED PIC Z(6)9.99.
       01 WS-TOTAL-ED PIC Z(6)9.99.
       01 WS-TOTAL-ACORDO PIC 9(7)V99.
       01 WS-POR-DISTRIBUIR PIC 9(7)V99.
       01 WS-FALTA PIC 9(7)V99.
       01 WS-CONFIRMA PIC X.
       01 WS-TODAS PIC X.
       01 WS-NUM-PRESTACOES-TEXTO PIC X(2).
       01 WS-NUM-PRESTACOES PIC 9(2).
       01 WS-ALUNO-NOVAS PIC 9(5).
       01 WS-SEQ-CANDIDATA PIC 9(3).
       01 WS-SEQ-LIVRE PIC X.
       01 WS-RECUSA PIC X.
       01 WS-ALTERADOS PIC 9(4).
       01 WS-QUEBRADOS PIC 9(4).
       01 WS-CUMPRIDOS PIC 9(4).
       01 WS-ACO-PAGAS PIC 9(2).
       01 WS-ACO-ATRASADAS PIC 9(2).
       01 WS-ACO-NOVAS PIC 9(2).
       01 WS-ESTADO-NOVA PIC X(9).
       01 WS-ACHADO PIC 9(4).
       01 A PIC 9(4).
       01 C PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 L PIC 9(4).
       01 N PIC 9(4).
       01 P PIC 9(4).
      * Acordos (cabecalhos)
       01 WS-TOTAL-ACO PIC 9(4) VALUE 0.
       01 WS-ACO-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ACORDOS.
         05 WS-ACO OCCURS 300 TIMES.
           10 WS-ACO-NUMERO      PIC 9(5).
           10 WS-ACO-TIPO        PIC X.
           10 WS-ACO-ALUNO       PIC 9(5).
           10 WS-ACO-MEMBRO      PIC X(20).
           10 WS-ACO-DATA        PIC 9(8).
           10 WS-ACO-VALOR       PIC 9(7)V99.
           10 WS-ACO-PRESTACOES  PIC 9(2).
           10 WS-ACO-ESTADO      PIC X(9).
           10 WS-ACO-DATA-ESTADO PIC 9(8).
           10 WS-ACO-OPERADOR    PIC X(8).
      * Ligacoes: O = prestacao original renegociada,
      * N = prestacao nova do acordo
       01 WS-TOTAL-ACL PIC 9(4) VALUE 0.
       01 WS-TABELA-LINHAS.
         05 WS-ACL OCCURS 2000 TIMES.
           10 WS-ACL-ACORDO    PIC 9(5).
           10 WS-ACL-TIPO      PIC X.
           10 WS-ACL-NUMERO    PIC 9(5).
           10 WS-ACL-SEQ       PIC 9(2).
           10 WS-ACL-DATA-VENC PIC 9(8).
           10 WS-ACL-VALOR     PIC 9(7)V99.
      * Alunos abrangidos pelo acordo em preparacao
       01 WS-TOTAL-ALUNOS PIC 9(2) VALUE 0.
       01 WS-TABELA-ALUNOS.
         05 WS-ALUNO-ACORDO PIC 9(5) OCCURS 20 TIMES.
      * Prestacoes vencidas candidatas (indice em WS-PRS)
       01 WS-TOTAL-CAND PIC 9(4) VALUE 0.
       01 WS-TABELA-CANDIDATAS.
         05 WS-CAND OCCURS 100 TIMES.
           10 WS-CAND-PRS     PIC 9(4).
           10 WS-CAND-INCLUIR PIC X.
      * Plano novo (sequencias livres 73 a 80 e 93 a 99)
       01 WS-TOTAL-LIVRES PIC 9(2) VALUE 0.
       01 WS-TABELA-NOVAS.
         05 WS-NOVA OCCURS 15 TIMES.
           10 WS-NOVA-SEQ       PIC 9(2).
           10 WS-NOVA-DATA-VENC PIC 9(8).
           10 WS-NOVA-VALOR     PIC 9(7)V99.
      * Debitos diretos enviados ao banco e ainda sem resposta
       01 WS-TOTAL-SDD PIC 9(3) VALUE 0.
       01 WS-TABELA-SDD.
         05 WS-SDD OCCURS 500 TIMES.
           10 WS-SDD-NUMERO PIC 9(5).
           10 WS-SDD-SEQ    PIC 9(2).
      * Prestacoes (mesma tabela do registo de pagamentos)
       01 WS-TOTAL-PRS PIC 9(4) VALUE 0.
       01 WS-PRS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PRS.
         05 WS-PRS OCCURS 500 TIMES.
           10 WS-PRS-NUMERO    PIC 9(5).
           10 WS-PRS-SEQ       PIC 9(2).
           10 WS-PRS-DATA-VENC PIC 9(8).
           10 WS-PRS-VALOR     PIC 9(7)V99.
           10 WS-PRS-PAGO      PIC 9(7)V99.
           10 WS-PRS-ESTADO    PIC X(9).
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
               DISPLAY "ACORDOS DE PAGAMENTO"
               DISPLAY "1 - NOVO ACORDO DE PAGAMENTO"
               DISPLAY "2 - CONSULTAR ACORDO"
               DISPLAY "3 - LISTAR ACORDOS"
               DISPLAY "4 - VERIFICAR CUMPRIMENTO DOS ACORDOS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA)
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM NOVO-ACORDO
                   WHEN 2
                       PERFORM CONSULTAR-ACORDO
                   WHEN 3
                       PERFORM LISTAR-ACORDOS
                   WHEN 4
                       PERFORM VERIFICAR-ACORDOS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
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

       CARREGA-ACORDOS.
           MOVE 0 TO WS-TOTAL-ACO
           MOVE 'N' TO WS-ACO-CHEIA
           MOVE 'N' TO EOF-ACORDOS
           OPEN INPUT FICHEIRO-ACORDOS
           IF WS-ACORDOS-STATUS = '00' OR WS-ACORDOS-STATUS = '05'
               PERFORM UNTIL EOF-ACORDOS = 'S'
                   READ FICHEIRO-ACORDOS
                       AT END
                           MOVE 'S' TO EOF-ACORDOS
                       NOT AT END
                           IF ACO-NUMERO IS NUMERIC AND
                               WS-TOTAL-ACO < 300
                               ADD 1 TO WS-TOTAL-ACO
                               PERFORM GUARDA-ACORDO-LIDO
                           ELSE
                               IF ACO-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-ACO-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ACORDOS
           END-IF
           IF WS-ACO-CHEIA = 'S'
               DISPLAY "AVISO: acordos.txt excede a tabela de"
                   " 300 registos; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF
           MOVE 0 TO WS-TOTAL-ACL
           MOVE 'N' TO EOF-LINHAS
           OPEN INPUT FICHEIRO-ACORDOS-LINHAS
           IF WS-LINHAS-STATUS = '00' OR WS-LINHAS-STATUS = '05'
               PERFORM UNTIL EOF-LINHAS = 'S'
                   READ FICHEIRO-ACORDOS-LINHAS
                       AT END
                           MOVE 'S' TO EOF-LINHAS
                       NOT AT END
                           IF ACL-ACORDO IS NUMERIC AND
                               WS-TOTAL-ACL < 2000
                               ADD 1 TO WS-TOTAL-ACL
                               MOVE ACL-ACORDO
                                   TO WS-ACL-ACORDO(WS-TOTAL-ACL)
                               MOVE ACL-TIPO
                                   TO WS-ACL-TIPO(WS-TOTAL-ACL)
                               MOVE ACL-NUMERO
                                   TO WS-ACL-NUMERO(WS-TOTAL-ACL)
                               MOVE ACL-SEQ
                                   TO WS-ACL-SEQ(WS-TOTAL-ACL)
                               MOVE ACL-DATA-VENC
                                   TO WS-ACL-DATA-VENC(WS-TOTAL-ACL)
                               MOVE ACL-VALOR
                                   TO WS-ACL-VALOR(WS-TOTAL-ACL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ACORDOS-LINHAS
           END-IF.

       GUARDA-ACORDO-LIDO.
           MOVE ACO-NUMERO TO WS-ACO-NUMERO(WS-TOTAL-ACO)
           MOVE ACO-TIPO TO WS-ACO-TIPO(WS-TOTAL-ACO)
           MOVE ACO-ALUNO TO WS-ACO-ALUNO(WS-TOTAL-ACO)
           MOVE ACO-MEMBRO TO WS-ACO-MEMBRO(WS-TOTAL-ACO)
           MOVE ACO-DATA TO WS-ACO-DATA(WS-TOTAL-ACO)
           MOVE ACO-VALOR TO WS-ACO-VALOR(WS-TOTAL-ACO)
           MOVE ACO-PRESTACOES TO WS-ACO-PRESTACOES(WS-TOTAL-ACO)
           MOVE ACO-ESTADO TO WS-ACO-ESTADO(WS-TOTAL-ACO)
           MOVE ACO-DATA-ESTADO TO WS-ACO-DATA-ESTADO(WS-TOTAL-ACO)
           MOVE ACO-OPERADOR TO WS-ACO-OPERADOR(WS-TOTAL-ACO).

       GRAVA-ACORDOS.
           OPEN OUTPUT FICHEIRO-ACORDOS
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
               PERFORM ESCREVE-ACORDO
           END-PERFORM
           CLOSE FICHEIRO-ACORDOS.

       ESCREVE-ACORDO.
           MOVE SPACES TO LINHA-ACORDO
           MOVE WS-ACO-NUMERO(A) TO ACO-NUMERO
           MOVE WS-ACO-TIPO(A) TO ACO-TIPO
           MOVE WS-ACO-ALUNO(A) TO ACO-ALUNO
           MOVE WS-ACO-MEMBRO(A) TO ACO-MEMBRO
           MOVE WS-ACO-DATA(A) TO ACO-DATA
           MOVE WS-ACO-VALOR(A) TO ACO-VALOR
           MOVE WS-ACO-PRESTACOES(A) TO ACO-PRESTACOES
           MOVE WS-ACO-ESTADO(A) TO ACO-ESTADO
           MOVE WS-ACO-DATA-ESTADO(A) TO ACO-DATA-ESTADO
           MOVE WS-ACO-OPERADOR(A) TO ACO-OPERADOR
           WRITE LINHA-ACORDO.

       CARREGA-PRESTACOES.
           MOVE 0 TO WS-TOTAL-PRS
           MOVE 'N' TO WS-PRS-CHEIA
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC AND
                               WS-TOTAL-PRS < 500
                               ADD 1 TO WS-TOTAL-PRS
                               MOVE PRS-NUMERO TO
                                   WS-PRS-NUMERO(WS-TOTAL-PRS)
                               MOVE PRS-SEQ TO
                                   WS-PRS-SEQ(WS-TOTAL-PRS)
                               MOVE PRS-DATA-VENC TO
                                   WS-PRS-DATA-VENC(WS-TOTAL-PRS)
                               MOVE PRS-VALOR TO
                                   WS-PRS-VALOR(WS-TOTAL-PRS)
                               MOVE PRS-PAGO TO
                                   WS-PRS-PAGO(WS-TOTAL-PRS)
                               MOVE PRS-ESTADO TO
                                   WS-PRS-ESTADO(WS-TOTAL-PRS)
                           ELSE
                               IF PRS-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-PRS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF
           IF WS-PRS-CHEIA = 'S'
               DISPLAY "AVISO: prestacoes.txt excede a tabela de"
                   " 500 registos; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-PRESTACOES.
           OPEN OUTPUT FICHEIRO-PRESTACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               MOVE SPACES TO LINHA-PRESTACAO
               MOVE WS-PRS-NUMERO(I) TO PRS-NUMERO
               MOVE WS-PRS-SEQ(I) TO PRS-SEQ
               MOVE WS-PRS-DATA-VENC(I) TO PRS-DATA-VENC
               MOVE WS-PRS-VALOR(I) TO PRS-VALOR
               MOVE WS-PRS-PAGO(I) TO PRS-PAGO
               MOVE WS-PRS-ESTADO(I) TO PRS-ESTADO
               WRITE LINHA-PRESTACAO
           END-PERFORM
           CLOSE FICHEIRO-PRESTACOES.

       CARREGA-SDD-PENDENTES.
      * Uma prestacao com debito direto enviado ou cobrado e ainda
      * sujeito a devolucao nao entra no acordo: a resposta do
      * banco ainda lhe pode mexer
           MOVE 0 TO WS-TOTAL-SDD
           MOVE 'N' TO EOF-COBRANCAS
           OPEN INPUT FICHEIRO-COBRANCAS-SDD
           IF WS-COBRANCAS-STATUS = '00' OR
               WS-COBRANCAS-STATUS = '05'
               PERFORM UNTIL EOF-COBRANCAS = 'S'
                   READ FICHEIRO-COBRANCAS-SDD
                       AT END
                           MOVE 'S' TO EOF-COBRANCAS
                       NOT AT END
                           IF SDD-NUMERO IS NUMERIC AND
                               (SDD-ESTADO = 'ENVIADA' OR
                                SDD-ESTADO = 'COBRADA') AND
                               WS-TOTAL-SDD < 500
                               ADD 1 TO WS-TOTAL-SDD
                               MOVE SDD-NUMERO
                                   TO WS-SDD-NUMERO(WS-TOTAL-SDD)
                               MOVE SDD-SEQ
                                   TO WS-SDD-SEQ(WS-TOTAL-SDD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COBRANCAS-SDD
           END-IF.

      ******************************************************************
      * Novo acordo
      ******************************************************************
       NOVO-ACORDO.
           MOVE SPACES TO WS-MEMBRO
           MOVE 0 TO WS-TOTAL-ALUNOS
           DISPLAY "ACORDO DE UM (A)LUNO OU DE UM (E)NCARREGADO: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TIPO-ACORDO
           ACCEPT WS-TIPO-ACORDO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ACORDO) TO WS-TIPO-ACORDO
           EVALUATE WS-TIPO-ACORDO
               WHEN 'A'
                   DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
                   MOVE SPACES TO WS-NUM-TEXTO
                   ACCEPT WS-NUM-TEXTO
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
                   MOVE 1 TO WS-TOTAL-ALUNOS
                   MOVE WS-NUMERO TO WS-ALUNO-ACORDO(1)
                   PERFORM CARREGA-ALUNOS-DO-EE
               WHEN 'E'
                   DISPLAY "MEMBRO (ENCARREGADO): " WITH NO ADVANCING
                   ACCEPT WS-MEMBRO
                   PERFORM CARREGA-ALUNOS-DO-EE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TOTAL-ALUNOS = 0
               DISPLAY "Nenhum aluno para o acordo"
           ELSE
               PERFORM CARREGA-ACORDOS
               PERFORM CARREGA-PRESTACOES
               PERFORM CARREGA-SDD-PENDENTES
               PERFORM CONFERE-ACORDO-ATIVO
               EVALUATE TRUE
                   WHEN WS-ACO-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
                       DISPLAY "Nada alterado"
                   WHEN WS-ACHADO > 0
                       DISPLAY "Ja existe o acordo ativo "
                           WS-ACO-NUMERO(WS-ACHADO)
                           " para estes alunos"
                   WHEN OTHER
                       PERFORM ESCOLHE-PRESTACOES
               END-EVALUATE
           END-IF.

       CARREGA-ALUNOS-DO-EE.
      * Acordo de aluno: o membro e o ultimo encarregado ligado
      * (como nas cartas); acordo de encarregado: todos os alunos
      * ligados ao membro em encarregados.txt
           MOVE 'N' TO EOF-ENCARREGADOS
           OPEN INPUT FICHEIRO-ENCARREGADOS
           IF WS-ENCARREGADOS-STATUS = '00' OR
               WS-ENCARREGADOS-STATUS = '05'
               PERFORM UNTIL EOF-ENCARREGADOS = 'S'
                   READ FICHEIRO-ENCARREGADOS
                       AT END
                           MOVE 'S' TO EOF-ENCARREGADOS
                       NOT AT END
                           PERFORM TRATA-LIGACAO-LIDA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       TRATA-LIGACAO-LIDA.
           IF ENC-NUMERO IS NUMERIC
               IF WS-TIPO-ACORDO = 'A'
                   IF ENC-NUMERO = WS-NUMERO
                       MOVE ENC-MEMBRO TO WS-MEMBRO
                   END-IF
               ELSE
                   IF ENC-MEMBRO = WS-MEMBRO AND
                       WS-TOTAL-ALUNOS < 20
                       ADD 1 TO WS-TOTAL-ALUNOS
                       MOVE ENC-NUMERO
                           TO WS-ALUNO-ACORDO(WS-TOTAL-ALUNOS)
                   END-IF
               END-IF
           END-IF.

       CONFERE-ACORDO-ATIVO.
      * Um aluno so pode estar num acordo ativo de cada vez
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
               IF WS-ACO-ESTADO(A) = 'ATIVO'
                   PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > WS-TOTAL-ACL
                       IF WS-ACL-ACORDO(L) = WS-ACO-NUMERO(A)
                           PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-TOTAL-ALUNOS
                               IF WS-ALUNO-ACORDO(K) =
                                   WS-ACL-NUMERO(L)
                                   MOVE A TO WS-ACHADO
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ESCOLHE-PRESTACOES.
      * Vencidas, com valor por pagar, sem debito direto pendente
           MOVE 0 TO WS-TOTAL-CAND
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TOTAL-PRS
               PERFORM AVALIA-CANDIDATA
           END-PERFORM
           IF WS-TOTAL-CAND = 0
               DISPLAY "Sem prestacoes vencidas por pagar"
           ELSE
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
                   MOVE WS-CAND-PRS(C) TO P
                   COMPUTE WS-FALTA = WS-PRS-VALOR(P) - WS-PRS-PAGO(P)
                   MOVE WS-FALTA TO WS-FALTA-ED
                   DISPLAY C ") ALUNO " WS-PRS-NUMERO(P) " PREST "
                       WS-PRS-SEQ(P) " VENC " WS-PRS-DATA-VENC(P)
                       " EM DIVIDA " WS-FALTA-ED
               END-PERFORM
               DISPLAY "INCLUIR TODAS NO ACORDO? (S/N)"
               ACCEPT WS-TODAS
               MOVE 0 TO WS-TOTAL-ACORDO
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
                   PERFORM DECIDE-CANDIDATA
               END-PERFORM
               IF WS-TOTAL-ACORDO = 0
                   DISPLAY "Nenhuma prestacao escolhida"
               ELSE
                   PERFORM PREPARA-PLANO-NOVO
               END-IF
           END-IF.

       AVALIA-CANDIDATA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ACORDO(K) = WS-PRS-NUMERO(P)
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0 AND
               WS-PRS-ESTADO(P) NOT = 'PAGA' AND
               WS-PRS-ESTADO(P) NOT = 'ANULADA' AND
               WS-PRS-ESTADO(P) NOT = 'RENEGOC' AND
               WS-PRS-ESTADO(P) NOT = 'INCOBRAV' AND
               WS-PRS-DATA-VENC(P) < WS-DATA AND
               WS-PRS-VALOR(P) > WS-PRS-PAGO(P)
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SDD
                   IF WS-SDD-NUMERO(K) = WS-PRS-NUMERO(P) AND
                       WS-SDD-SEQ(K) = WS-PRS-SEQ(P)
                       MOVE K TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO > 0
                   DISPLAY "Prestacao " WS-PRS-SEQ(P) " do aluno "
                       WS-PRS-NUMERO(P) " com debito direto enviado;"
                       " fica fora do acordo"
               ELSE
                   IF WS-TOTAL-CAND < 100
                       ADD 1 TO WS-TOTAL-CAND
                       MOVE P TO WS-CAND-PRS(WS-TOTAL-CAND)
                       MOVE 'N' TO WS-CAND-INCLUIR(WS-TOTAL-CAND)
                   END-IF
               END-IF
           END-IF.

       DECIDE-CANDIDATA.
           IF FUNCTION UPPER-CASE(WS-TODAS) = 'S'
               MOVE 'S' TO WS-CAND-INCLUIR(C)
           ELSE
               DISPLAY "INCLUIR A " C ")? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   MOVE 'S' TO WS-CAND-INCLUIR(C)
               END-IF
           END-IF
           IF WS-CAND-INCLUIR(C) = 'S'
               MOVE WS-CAND-PRS(C) TO P
               COMPUTE WS-TOTAL-ACORDO = WS-TOTAL-ACORDO +
                   WS-PRS-VALOR(P) - WS-PRS-PAGO(P)
           END-IF.

       PREPARA-PLANO-NOVO.
      * As prestacoes novas ficam no aluno de menor numero entre
      * as escolhidas, nas sequencias ainda livres desse aluno
           MOVE 99999 TO WS-ALUNO-NOVAS
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
               MOVE WS-CAND-PRS(C) TO P
               IF WS-CAND-INCLUIR(C) = 'S' AND
                   WS-PRS-NUMERO(P) < WS-ALUNO-NOVAS
                   MOVE WS-PRS-NUMERO(P) TO WS-ALUNO-NOVAS
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TOTAL-LIVRES
           PERFORM VARYING WS-SEQ-CANDIDATA FROM 73 BY 1
               UNTIL WS-SEQ-CANDIDATA > 99
               IF WS-SEQ-CANDIDATA < 81 OR WS-SEQ-CANDIDATA > 92
                   PERFORM CONFERE-SEQ-LIVRE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-ACORDO TO WS-TOTAL-ED
           DISPLAY "Total a renegociar: " WS-TOTAL-ED
               "; prestacoes novas no aluno " WS-ALUNO-NOVAS
           IF WS-TOTAL-LIVRES = 0
               DISPLAY "O aluno ja nao tem sequencias livres para"
                   " prestacoes de acordo; nada feito"
           ELSE
               DISPLAY "NUMERO DE PRESTACOES (1 A " WS-TOTAL-LIVRES
                   "): " WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-PRESTACOES-TEXTO
               ACCEPT WS-NUM-PRESTACOES-TEXTO
               COMPUTE WS-NUM-PRESTACOES =
                   FUNCTION NUMVAL(WS-NUM-PRESTACOES-TEXTO)
               IF WS-NUM-PRESTACOES < 1 OR
                   WS-NUM-PRESTACOES > WS-TOTAL-LIVRES OR
                   WS-TOTAL-PRS + WS-NUM-PRESTACOES > 500
                   DISPLAY "Numero de prestacoes invalido, nada feito"
               ELSE
                   PERFORM PEDE-PLANO-NOVO
               END-IF
           END-IF.

       CONFERE-SEQ-LIVRE.
           MOVE 'S' TO WS-SEQ-LIVRE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(K) = WS-ALUNO-NOVAS AND
                   WS-PRS-SEQ(K) = WS-SEQ-CANDIDATA
                   MOVE 'N' TO WS-SEQ-LIVRE
               END-IF
           END-PERFORM
           IF WS-SEQ-LIVRE = 'S'
               ADD 1 TO WS-TOTAL-LIVRES
               MOVE WS-SEQ-CANDIDATA TO WS-NOVA-SEQ(WS-TOTAL-LIVRES)
           END-IF.

       PEDE-PLANO-NOVO.
      * Datas crescentes a partir de hoje; o valor da ultima
      * prestacao e o que ainda falta distribuir
           MOVE 'N' TO WS-RECUSA
           MOVE WS-TOTAL-ACORDO TO WS-POR-DISTRIBUIR
           MOVE 0 TO WS-DATA-ANTERIOR
           PERFORM VARYING N FROM 1 BY 1
               UNTIL N > WS-NUM-PRESTACOES OR WS-RECUSA = 'S'
               DISPLAY "PRESTACAO " N " - VENCIMENTO (AAAAMMDD): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATA-TEXTO
               ACCEPT WS-DATA-TEXTO
               COMPUTE WS-DATA-VENC = FUNCTION NUMVAL(WS-DATA-TEXTO)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VENC) NOT = 0
                   OR WS-DATA-VENC < WS-DATA
                   OR WS-DATA-VENC <= WS-DATA-ANTERIOR
                   DISPLAY "Data invalida: tem de ser de hoje em"
                       " diante e depois da prestacao anterior"
                   MOVE 'S' TO WS-RECUSA
               ELSE
                   MOVE WS-DATA-VENC TO WS-NOVA-DATA-VENC(N)
                   MOVE WS-DATA-VENC TO WS-DATA-ANTERIOR
                   PERFORM PEDE-VALOR-NOVA
               END-IF
           END-PERFORM
           IF WS-RECUSA = 'S'
               DISPLAY "Acordo nao registado"
           ELSE
               PERFORM MOSTRA-PLANO-NOVO
               DISPLAY "Registar o acordo? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                   DISPLAY "Acordo nao registado"
               ELSE
                   PERFORM REGISTA-ACORDO
               END-IF
           END-IF.

       PEDE-VALOR-NOVA.
           IF N = WS-NUM-PRESTACOES
               MOVE WS-POR-DISTRIBUIR TO WS-NOVA-VALOR(N)
               MOVE WS-POR-DISTRIBUIR TO WS-VALOR-ED
               DISPLAY "PRESTACAO " N " - VALOR " WS-VALOR-ED
           ELSE
               MOVE WS-POR-DISTRIBUIR TO WS-FALTA-ED
               DISPLAY "PRESTACAO " N " - VALOR (POR DISTRIBUIR "
                   WS-FALTA-ED "): " WITH NO ADVANCING
               MOVE SPACES TO WS-VALOR-TEXTO
               ACCEPT WS-VALOR-TEXTO
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TEXTO)
               IF WS-VALOR <= 0 OR WS-VALOR >= WS-POR-DISTRIBUIR
                   DISPLAY "Valor invalido: tem de ser positivo e"
                       " deixar valor para as prestacoes seguintes"
                   MOVE 'S' TO WS-RECUSA
               ELSE
                   MOVE WS-VALOR TO WS-NOVA-VALOR(N)
                   SUBTRACT WS-VALOR FROM WS-POR-DISTRIBUIR
               END-IF
           END-IF.

       MOSTRA-PLANO-NOVO.
           DISPLAY "PLANO DO ACORDO - ALUNO " WS-ALUNO-NOVAS
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NUM-PRESTACOES
               MOVE WS-NOVA-VALOR(N) TO WS-VALOR-ED
               DISPLAY "  PREST " WS-NOVA-SEQ(N) " VENC "
                   WS-NOVA-DATA-VENC(N) " " WS-VALOR-ED
           END-PERFORM
           MOVE WS-TOTAL-ACORDO TO WS-TOTAL-ED
           DISPLAY "  TOTAL " WS-TOTAL-ED.

       REGISTA-ACORDO.
      * O acordo reagenda a divida, nao a altera: o total das
      * prestacoes novas e exatamente o que faltava pagar nas
      * originais, por isso nao ha movimento em ficheiro3
           MOVE 0 TO WS-ACORDO-NUMERO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
               IF WS-ACO-NUMERO(A) > WS-ACORDO-NUMERO
                   MOVE WS-ACO-NUMERO(A) TO WS-ACORDO-NUMERO
               END-IF
           END-PERFORM
           ADD 1 TO WS-ACORDO-NUMERO
           OPEN EXTEND FICHEIRO-ACORDOS-LINHAS
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
               IF WS-CAND-INCLUIR(C) = 'S'
                   MOVE WS-CAND-PRS(C) TO P
                   MOVE SPACES TO LINHA-ACORDO-LINHA
                   MOVE WS-ACORDO-NUMERO TO ACL-ACORDO
                   MOVE 'O' TO ACL-TIPO
                   MOVE WS-PRS-NUMERO(P) TO ACL-NUMERO
                   MOVE WS-PRS-SEQ(P) TO ACL-SEQ
                   MOVE WS-PRS-DATA-VENC(P) TO ACL-DATA-VENC
                   COMPUTE ACL-VALOR = WS-PRS-VALOR(P) -
                       WS-PRS-PAGO(P)
                   WRITE LINHA-ACORDO-LINHA
                   MOVE 'RENEGOC' TO WS-PRS-ESTADO(P)
               END-IF
           END-PERFORM
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NUM-PRESTACOES
               MOVE SPACES TO LINHA-ACORDO-LINHA
               MOVE WS-ACORDO-NUMERO TO ACL-ACORDO
               MOVE 'N' TO ACL-TIPO
               MOVE WS-ALUNO-NOVAS TO ACL-NUMERO
               MOVE WS-NOVA-SEQ(N) TO ACL-SEQ
               MOVE WS-NOVA-DATA-VENC(N) TO ACL-DATA-VENC
               MOVE WS-NOVA-VALOR(N) TO ACL-VALOR
               WRITE LINHA-ACORDO-LINHA
               ADD 1 TO WS-TOTAL-PRS
               MOVE WS-ALUNO-NOVAS TO WS-PRS-NUMERO(WS-TOTAL-PRS)
               MOVE WS-NOVA-SEQ(N) TO WS-PRS-SEQ(WS-TOTAL-PRS)
               MOVE WS-NOVA-DATA-VENC(N)
                   TO WS-PRS-DATA-VENC(WS-TOTAL-PRS)
               MOVE WS-NOVA-VALOR(N) TO WS-PRS-VALOR(WS-TOTAL-PRS)
               MOVE 0 TO WS-PRS-PAGO(WS-TOTAL-PRS)
               MOVE 'ABERTA' TO WS-PRS-ESTADO(WS-TOTAL-PRS)
           END-PERFORM
           CLOSE FICHEIRO-ACORDOS-LINHAS
           PERFORM GRAVA-PRESTACOES
           OPEN EXTEND FICHEIRO-ACORDOS
           MOVE SPACES TO LINHA-ACORDO
           MOVE WS-ACORDO-NUMERO TO ACO-NUMERO
           MOVE WS-TIPO-ACORDO TO ACO-TIPO
           MOVE WS-ALUNO-NOVAS TO ACO-ALUNO
           MOVE WS-MEMBRO TO ACO-MEMBRO
           MOVE WS-DATA TO ACO-DATA
           MOVE WS-TOTAL-ACORDO TO ACO-VALOR
           MOVE WS-NUM-PRESTACOES TO ACO-PRESTACOES
           MOVE 'ATIVO' TO ACO-ESTADO
           MOVE WS-DATA TO ACO-DATA-ESTADO
           MOVE WS-OPERADOR TO ACO-OPERADOR
           WRITE LINHA-ACORDO
           CLOSE FICHEIRO-ACORDOS
           DISPLAY "Acordo " WS-ACORDO-NUMERO " registado; as"
               " prestacoes originais ficam RENEGOC"
           PERFORM USA-CREDITO-DISPONIVEL.

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

      ******************************************************************
      * Consultas
      ******************************************************************
       CONSULTAR-ACORDO.
           DISPLAY "NUMERO DO ACORDO: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACORDO-TEXTO
           ACCEPT WS-ACORDO-TEXTO
           COMPUTE WS-ACORDO-NUMERO = FUNCTION NUMVAL(WS-ACORDO-TEXTO)
           PERFORM CARREGA-ACORDOS
           PERFORM CARREGA-PRESTACOES
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
               IF WS-ACO-NUMERO(A) = WS-ACORDO-NUMERO
                   MOVE A TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "Acordo nao encontrado"
           ELSE
               MOVE WS-ACHADO TO A
               MOVE WS-ACO-VALOR(A) TO WS-TOTAL-ED
               DISPLAY "ACORDO " WS-ACO-NUMERO(A) " DE "
                   WS-ACO-DATA(A) " " WS-ACO-ESTADO(A) " DESDE "
                   WS-ACO-DATA-ESTADO(A)
               DISPLAY "  ENCARREGADO " WS-ACO-MEMBRO(A)
                   " TOTAL " WS-TOTAL-ED " OPERADOR "
                   WS-ACO-OPERADOR(A)
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-ACL
                   IF WS-ACL-ACORDO(L) = WS-ACORDO-NUMERO
                       PERFORM MOSTRA-LINHA-ACORDO
                   END-IF
               END-PERFORM
           END-IF.

       MOSTRA-LINHA-ACORDO.
           MOVE WS-ACL-VALOR(L) TO WS-VALOR-ED
           IF WS-ACL-TIPO(L) = 'O'
               DISPLAY "  ORIGINAL ALUNO " WS-ACL-NUMERO(L) " PREST "
                   WS-ACL-SEQ(L) " VENC " WS-ACL-DATA-VENC(L)
                   " RENEGOCIADO " WS-VALOR-ED
           ELSE
               PERFORM PROCURA-PRESTACAO-NOVA
               IF P = 0
                   MOVE 'EM FALTA' TO WS-ESTADO-NOVA
               ELSE
                   MOVE WS-PRS-ESTADO(P) TO WS-ESTADO-NOVA
               END-IF
               DISPLAY "  NOVA     ALUNO " WS-ACL-NUMERO(L) " PREST "
                   WS-ACL-SEQ(L) " VENC " WS-ACL-DATA-VENC(L)
                   " VALOR " WS-VALOR-ED " " WS-ESTADO-NOVA
           END-IF.

       PROCURA-PRESTACAO-NOVA.
           MOVE 0 TO P
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(K) = WS-ACL-NUMERO(L) AND
                   WS-PRS-SEQ(K) = WS-ACL-SEQ(L)
                   MOVE K TO P
               END-IF
           END-PERFORM.

       LISTAR-ACORDOS.
           PERFORM CARREGA-ACORDOS
           IF WS-TOTAL-ACO = 0
               DISPLAY "Sem acordos registados"
           END-IF
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
               MOVE WS-ACO-VALOR(A) TO WS-TOTAL-ED
               DISPLAY WS-ACO-NUMERO(A) " " WS-ACO-DATA(A) " "
                   WS-ACO-TIPO(A) " ALUNO " WS-ACO-ALUNO(A) " "
                   WS-ACO-MEMBRO(A) " " WS-TOTAL-ED " "
                   WS-ACO-PRESTACOES(A) "P " WS-ACO-ESTADO(A)
           END-PERFORM.

      ******************************************************************
      * Cumprimento
      ******************************************************************
       VERIFICAR-ACORDOS.
           MOVE 'ACORDO-TOLERANCIA' TO WS-PARAMETRO-CHAVE
           MOVE 15 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-TOLERANCIA
           PERFORM CARREGA-ACORDOS
           PERFORM CARREGA-PRESTACOES
           IF WS-ACO-CHEIA = 'S'
               DISPLAY "Nada alterado"
           ELSE
               MOVE 0 TO WS-ALTERADOS
               MOVE 0 TO WS-QUEBRADOS
               MOVE 0 TO WS-CUMPRIDOS
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
                   IF WS-ACO-ESTADO(A) = 'ATIVO'
                       PERFORM AVALIA-UM-ACORDO
                   END-IF
               END-PERFORM
               IF WS-ALTERADOS > 0
                   PERFORM GRAVA-ACORDOS
               END-IF
               DISPLAY WS-CUMPRIDOS " acordo(s) cumprido(s), "
                   WS-QUEBRADOS " quebrado(s) (tolerancia "
                   WS-TOLERANCIA " dias)"
           END-IF.

       AVALIA-UM-ACORDO.
      * Cumprido: todas as prestacoes novas pagas (ou anuladas);
      * quebrado: uma delas por pagar ha mais dias do que a
      * tolerancia
           MOVE 0 TO WS-ACO-NOVAS
           MOVE 0 TO WS-ACO-PAGAS
           MOVE 0 TO WS-ACO-ATRASADAS
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-ACL
               IF WS-ACL-ACORDO(L) = WS-ACO-NUMERO(A) AND
                   WS-ACL-TIPO(L) = 'N'
                   ADD 1 TO WS-ACO-NOVAS
                   PERFORM PROCURA-PRESTACAO-NOVA
                   IF P > 0
                       PERFORM AVALIA-PRESTACAO-NOVA
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACO-ATRASADAS > 0
                   MOVE 'QUEBRADO' TO WS-ACO-ESTADO(A)
                   MOVE WS-DATA TO WS-ACO-DATA-ESTADO(A)
                   ADD 1 TO WS-QUEBRADOS
                   ADD 1 TO WS-ALTERADOS
                   DISPLAY "Acordo " WS-ACO-NUMERO(A) " QUEBRADO:"
                       " a cobranca volta a escalar"
               WHEN WS-ACO-NOVAS > 0 AND
                   WS-ACO-PAGAS = WS-ACO-NOVAS
                   MOVE 'CUMPRIDO' TO WS-ACO-ESTADO(A)
                   MOVE WS-DATA TO WS-ACO-DATA-ESTADO(A)
                   ADD 1 TO WS-CUMPRIDOS
                   ADD 1 TO WS-ALTERADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AVALIA-PRESTACAO-NOVA.
           IF WS-PRS-ESTADO(P) = 'PAGA' OR
               WS-PRS-ESTADO(P) = 'ANULADA' OR
               WS-PRS-PAGO(P) >= WS-PRS-VALOR(P)
               ADD 1 TO WS-ACO-PAGAS
           ELSE
               COMPUTE WS-ATRASO = WS-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-PRS-DATA-VENC(P))
               IF WS-ATRASO > WS-TOLERANCIA
                   ADD 1 TO WS-ACO-ATRASADAS
               END-IF
           END-IF.

       END PROGRAM ACORDOS-PAGAMENTO.
