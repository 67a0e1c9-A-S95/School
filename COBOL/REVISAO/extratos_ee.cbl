      * Date:
      * Purpose: Extratos mensais por encarregado de educacao: uma
      *          pagina por encarregado com o saldo inicial, as
      *          prestacoes vencidas no mes, os custos de visitas
      *          de estudo (movimentos VIST do razao), as
      *          vendas da papelaria a debito na conta (PAPE), as
      *          mensalidades de transporte (prestacoes 81 a 92), os
      *          juros de mora lancados (prestacoes 61 a 72), as
      *          prestacoes de acordos de pagamento (73 a 80 e 93
      *          a 99, no lugar das originais renegociadas), os
      *          pagamentos PROP recebidos, as notas de credito
      *          (NCRE), os reembolsos (REEM), os debitos diretos
      *          devolvidos pelo banco (DEVD), o saldo final e as
      *          referencias Multibanco ativas para pagar as
      *          prestacoes vencidas ate ao fim do mes, tudo
      *          pelos alunos ligados em encarregados.txt, cujos
      *          movimentos se leem no razao RAZAO.DAT pela chave do
      *          numero de aluno, com a data valor de cada um; sai
      *          pelo spool como os outros relatorios, para haver um
      *          papel com autoridade quando a familia contesta o
      *          saldo ao balcao
      * Tectonics: cobc
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT OPTIONAL FICHEIRO-REFERENCIAS
               ASSIGN TO 'mb-referencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCIAS-STATUS.
           SELECT FICHEIRO-EXTRATOS ASSIGN TO 'extratos-ee.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
         05 PRS-PAGO      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-ESTADO    PIC X(9).
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
       FD FICHEIRO-REFERENCIAS.
       01 LINHA-REFERENCIA.
         05 MBR-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 MBR-SEQ         PIC 9(2).
         05 FILLER          PIC X.
         05 MBR-DATA-VENC   PIC 9(8).
         05 FILLER          PIC X.
         05 MBR-ENTIDADE    PIC 9(5).
         05 FILLER          PIC X.
         05 MBR-REFERENCIA  PIC 9(9).
         05 FILLER          PIC X.
         05 MBR-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 MBR-ESTADO      PIC X(8).
         05 FILLER          PIC X.
         05 MBR-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 MBR-RECIBO      PIC 9(6).
       FD FICHEIRO-EXTRATOS.
       01 LINHA-EXTRATO PIC X(80).
       FD FICHEIRO-SPOOL-IDX.
       WORKING-STORAGE SECTION.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-REFERENCIAS-STATUS PIC XX.
       01 EOF-REFERENCIAS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-RAZAO PIC X.
      * Passagem pelos movimentos dos alunos do encarregado: A =
      * pagamentos antes do mes, V = visitas e papelaria do mes,
      * P = pagamentos e notas de credito do mes
       01 WS-PASSAGEM PIC X.
       01 WS-LIG-REPETIDA PIC X.
       01 M PIC 9(3).
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-SALDO-INICIAL PIC S9(8)V99.
       01 WS-SALDO-FINAL PIC S9(8)V99.
       01 WS-DEVIDO-MES PIC 9(8)V99.
       01 WS-PAGO-MES PIC S9(8)V99.
       01 WS-PAG-NUMERO PIC 9(5).
       01 WS-PAG-DATA PIC 9(8).
       01 WS-EXTRATOS PIC 9(3).
       01 E PIC 9(3).
       01 K PIC 9(3).
       01 L PIC 9(3).
       01 WS-E-ALUNO PIC X.
       01 WS-VALOR-ED PIC -(7)9.99.
       01 WS-MES-JURO PIC 9(2).
       01 WS-REF-ED PIC 999B999B999.
       01 WS-REFS-ESCRITAS PIC 9(3).
      * Referencias Multibanco ativas (uma por prestacao em aberto)
       01 WS-TOTAL-MBR PIC 9(3) VALUE 0.
       01 WS-TABELA-REFERENCIAS.
         05 WS-MBR OCCURS 500 TIMES.
           10 WS-MBR-NUMERO     PIC 9(5).
           10 WS-MBR-SEQ        PIC 9(2).
           10 WS-MBR-DATA-VENC  PIC 9(8).
           10 WS-MBR-ENTIDADE   PIC 9(5).
           10 WS-MBR-REFERENCIA PIC 9(9).
           10 WS-MBR-VALOR      PIC 9(7)V99.
       01 WS-TOTAL-LIGACOES PIC 9(3) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 200 TIMES.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               PERFORM CARREGA-LIGACOES
               PERFORM CARREGA-PRESTACOES
               PERFORM CARREGA-REFERENCIAS
               IF WS-TOTAL-EES = 0
                   DISPLAY "Sem encarregados ligados; crie as"
                       " ligacoes primeiro"
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
      * Renegociada ou abatida: so conta o que ja tinha sido
      * pago, o resto passou para as prestacoes do acordo ou saiu
      * com o movimento de abate
                           IF PRS-NUMERO IS NUMERIC AND
                               PRS-ESTADO NOT = 'ANULADA' AND
                               NOT ((PRS-ESTADO = 'RENEGOC' OR
                                     PRS-ESTADO = 'INCOBRAV') AND
                                    PRS-PAGO = 0) AND
                               WS-TOTAL-PRS < 500
                               ADD 1 TO WS-TOTAL-PRS
                               MOVE PRS-NUMERO TO
                                   WS-PRS-SEQ(WS-TOTAL-PRS)
                               MOVE PRS-DATA-VENC TO
                                   WS-PRS-DATA-VENC(WS-TOTAL-PRS)
                               IF PRS-ESTADO = 'RENEGOC' OR
                                   PRS-ESTADO = 'INCOBRAV'
                                   MOVE PRS-PAGO TO
                                       WS-PRS-VALOR(WS-TOTAL-PRS)
                               ELSE
                                   MOVE PRS-VALOR TO
                                       WS-PRS-VALOR(WS-TOTAL-PRS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       CARREGA-REFERENCIAS.
           MOVE 0 TO WS-TOTAL-MBR
           MOVE 'N' TO EOF-REFERENCIAS
           OPEN INPUT FICHEIRO-REFERENCIAS
           IF WS-REFERENCIAS-STATUS = '00' OR
               WS-REFERENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-REFERENCIAS = 'S'
                   READ FICHEIRO-REFERENCIAS
                       AT END
                           MOVE 'S' TO EOF-REFERENCIAS
                       NOT AT END
                           IF MBR-NUMERO IS NUMERIC AND
                               MBR-ESTADO = 'ATIVA' AND
                               WS-TOTAL-MBR < 500
                               ADD 1 TO WS-TOTAL-MBR
                               MOVE MBR-NUMERO TO
                                   WS-MBR-NUMERO(WS-TOTAL-MBR)
                               MOVE MBR-SEQ TO
                                   WS-MBR-SEQ(WS-TOTAL-MBR)
                               MOVE MBR-DATA-VENC TO
                                   WS-MBR-DATA-VENC(WS-TOTAL-MBR)
                               MOVE MBR-ENTIDADE TO
                                   WS-MBR-ENTIDADE(WS-TOTAL-MBR)
                               MOVE MBR-REFERENCIA TO
                                   WS-MBR-REFERENCIA(WS-TOTAL-MBR)
                               MOVE MBR-VALOR TO
                                   WS-MBR-VALOR(WS-TOTAL-MBR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REFERENCIAS
           END-IF.

       ALUNO-E-DO-EE.
      * WS-PAG-NUMERO pertence ao encarregado E?
           MOVE 'N' TO WS-E-ALUNO
           PERFORM VARYING L FROM 1 BY 1
               UNTIL L > WS-TOTAL-LIGACOES
               IF WS-LIG-NUMERO(L) = WS-PAG-NUMERO AND
                   WS-LIG-MEMBRO(L) = WS-EE-MEMBRO(E)
                   MOVE 'S' TO WS-E-ALUNO
               END-IF
           END-PERFORM.
           STRING "SALDO FINAL   : " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           PERFORM LISTA-REFERENCIAS-MB
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       LISTA-REFERENCIAS-MB.
      * Referencia por prestacao, para o pagamento no Multibanco
      * chegar ja identificado
           MOVE 0 TO WS-REFS-ESCRITAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MBR
               MOVE WS-MBR-NUMERO(K) TO WS-PAG-NUMERO
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S' AND
                   WS-MBR-DATA-VENC(K) <= WS-DATA-FIM
                   IF WS-REFS-ESCRITAS = 0
                       MOVE "PAGAMENTO NO MULTIBANCO:"
                           TO LINHA-EXTRATO
                       WRITE LINHA-EXTRATO
                   END-IF
                   ADD 1 TO WS-REFS-ESCRITAS
                   MOVE WS-MBR-REFERENCIA(K) TO WS-REF-ED
                   MOVE WS-MBR-VALOR(K) TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  ENT " WS-MBR-ENTIDADE(K) " REF "
                       WS-REF-ED " VALOR " WS-VALOR-ED
                       "  (ALUNO " WS-MBR-NUMERO(K) " PREST "
                       WS-MBR-SEQ(K) ")"
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
           END-PERFORM.

       CALCULA-SALDO-INICIAL.
      * Saldo a entrada do mes: tudo o que venceu antes menos
      * tudo o que foi pago antes
           PERFORM VARRE-PAGAMENTOS-ANTES.

       VARRE-PAGAMENTOS-ANTES.
           MOVE 'A' TO WS-PASSAGEM
           PERFORM LE-RAZAO-DO-EE.

       LE-RAZAO-DO-EE.
      * Para cada aluno ligado ao encarregado E, os movimentos dele
      * no razao pela chave do numero de aluno
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WS-TOTAL-LIGACOES
                   IF WS-LIG-MEMBRO(L) = WS-EE-MEMBRO(E)
                       PERFORM VERIFICA-LIGACAO-REPETIDA
                       IF WS-LIG-REPETIDA = 'N'
                           PERFORM LE-RAZAO-DO-ALUNO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
           END-IF.

       VERIFICA-LIGACAO-REPETIDA.
           MOVE 'N' TO WS-LIG-REPETIDA
           PERFORM VARYING M FROM 1 BY 1 UNTIL M >= L
               IF WS-LIG-NUMERO(M) = WS-LIG-NUMERO(L) AND
                   WS-LIG-MEMBRO(M) = WS-LIG-MEMBRO(L)
                   MOVE 'S' TO WS-LIG-REPETIDA
               END-IF
           END-PERFORM.

       LE-RAZAO-DO-ALUNO.
      * ALUNO-E-DO-EE percorre WS-LIG com L; guarda-se a posicao
           MOVE L TO M
           MOVE 'N' TO EOF-RAZAO
           MOVE WS-LIG-NUMERO(L) TO RAZ-ALUNO
           START FICHEIRO-RAZAO KEY = RAZ-ALUNO
               INVALID KEY
                   MOVE 'S' TO EOF-RAZAO
           END-START
           PERFORM UNTIL EOF-RAZAO = 'S'
               READ FICHEIRO-RAZAO NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-RAZAO
                   NOT AT END
                       IF RAZ-ALUNO NOT = WS-LIG-NUMERO(M)
                           MOVE 'S' TO EOF-RAZAO
                       ELSE
                           EVALUATE WS-PASSAGEM
                               WHEN 'A'
                                   PERFORM TRATA-PAGAMENTO-ANTES
                               WHEN 'V'
                                   PERFORM TRATA-VISITA-DO-MES
                               WHEN 'P'
                                   PERFORM TRATA-PAGAMENTO-DO-MES
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE M TO L.

       EXTRAI-PAGAMENTO.
      * Pagamentos de propinas (PROP), com a data valor do razao
           MOVE 0 TO WS-PAG-NUMERO
           MOVE 0 TO WS-PAG-DATA
           IF RAZ-CODIGO = 'PROP'
               MOVE RAZ-ALUNO TO WS-PAG-NUMERO
               MOVE RAZ-DATA-VALOR TO WS-PAG-DATA
           END-IF.

       TRATA-PAGAMENTO-ANTES.
           IF WS-PAG-NUMERO > 0 AND WS-PAG-DATA < WS-DATA-INI
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   SUBTRACT RAZ-VALOR FROM WS-SALDO-INICIAL
               END-IF
           END-IF
           PERFORM EXTRAI-VISITA
           IF WS-PAG-NUMERO > 0 AND WS-PAG-DATA < WS-DATA-INI
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   ADD RAZ-VALOR TO WS-SALDO-INICIAL
               END-IF
           END-IF
           PERFORM EXTRAI-PAPELARIA
           IF WS-PAG-NUMERO > 0 AND WS-PAG-DATA < WS-DATA-INI
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   ADD RAZ-VALOR TO WS-SALDO-INICIAL
               END-IF
           END-IF
           PERFORM EXTRAI-NOTA-CREDITO
           IF WS-PAG-NUMERO > 0 AND WS-PAG-DATA < WS-DATA-INI
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   IF RAZ-CODIGO = 'REEM' OR RAZ-CODIGO = 'DEVD'
                       ADD RAZ-VALOR TO WS-SALDO-INICIAL
                   ELSE
                       SUBTRACT RAZ-VALOR FROM WS-SALDO-INICIAL
                   END-IF
               END-IF
           END-IF.

       EXTRAI-NOTA-CREDITO.
      * Notas de credito (NCRE) e reembolsos (REEM) aprovados: a
      * nota abate no saldo como um pagamento e o reembolso
      * devolve dinheiro, por isso volta a somar; o debito direto
      * devolvido pelo banco (DEVD) anula o pagamento cobrado
           MOVE 0 TO WS-PAG-NUMERO
           MOVE 0 TO WS-PAG-DATA
           IF RAZ-CODIGO = 'NCRE' OR RAZ-CODIGO = 'REEM' OR
               RAZ-CODIGO = 'DEVD'
               MOVE RAZ-ALUNO TO WS-PAG-NUMERO
               MOVE RAZ-DATA-VALOR TO WS-PAG-DATA
           END-IF.

       EXTRAI-VISITA.
      * Custos de visitas de estudo (VIST, "VISITA cccc ALUNO ...")
           MOVE 0 TO WS-PAG-NUMERO
           MOVE 0 TO WS-PAG-DATA
           IF RAZ-CODIGO = 'VIST'
               MOVE RAZ-ALUNO TO WS-PAG-NUMERO
               MOVE RAZ-DATA-VALOR TO WS-PAG-DATA
           END-IF.

       EXTRAI-PAPELARIA.
      * As vendas da papelaria a debito na conta sao escritas com
      * o texto "PAPELARIA ALUNO nnnnn EM aaaammdd"; as pagas no
      * ato ("PAPELARIA RECIBO") ou com a carteira ("PAPELARIA
      * CARTEIRA") nao mexem no saldo
           MOVE 0 TO WS-PAG-NUMERO
           MOVE 0 TO WS-PAG-DATA
           IF RAZ-CODIGO = 'PAPE' AND
               RAZ-DESCRICAO(11 : 5) = 'ALUNO'
               MOVE RAZ-ALUNO TO WS-PAG-NUMERO
               MOVE RAZ-DATA-VALOR TO WS-PAG-DATA
           END-IF.

       LISTA-PRESTACOES-DO-MES.
                   ADD WS-PRS-VALOR(K) TO WS-DEVIDO-MES
                   MOVE WS-PRS-VALOR(K) TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-EXTRATO
                   EVALUATE TRUE
                       WHEN (WS-PRS-SEQ(K) > 72 AND
                             WS-PRS-SEQ(K) < 81) OR
                           WS-PRS-SEQ(K) > 92
                           STRING "  ACORDO PAGAMENTO " WS-PRS-SEQ(K)
                               " ALUNO " WS-PRS-NUMERO(K) " VENC "
                               WS-PRS-DATA-VENC(K) " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                       WHEN WS-PRS-SEQ(K) > 80
                           STRING "  TRANSPORTE " WS-PRS-SEQ(K)
                               " ALUNO " WS-PRS-NUMERO(K) " VENC "
                               WS-PRS-DATA-VENC(K) " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                       WHEN WS-PRS-SEQ(K) > 60 AND
                           WS-PRS-SEQ(K) < 73
                           COMPUTE WS-MES-JURO = WS-PRS-SEQ(K) - 60
                           STRING "  JUROS DE MORA " WS-MES-JURO
                               " ALUNO " WS-PRS-NUMERO(K) " VENC "
                               WS-PRS-DATA-VENC(K) " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                       WHEN OTHER
                           STRING "  PRESTACAO " WS-PRS-SEQ(K)
                               " ALUNO " WS-PRS-NUMERO(K) " VENC "
                               WS-PRS-DATA-VENC(K) " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                   END-EVALUATE
                   WRITE LINHA-EXTRATO
               END-IF
           END-PERFORM
           PERFORM LISTA-VISITAS-DO-MES
           MOVE WS-DEVIDO-MES TO WS-VALOR-ED
           MOVE SPACES TO LINHA-EXTRATO
           STRING "DEVIDO NO MES : " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       LISTA-VISITAS-DO-MES.
           MOVE 'V' TO WS-PASSAGEM
           PERFORM LE-RAZAO-DO-EE.

       TRATA-VISITA-DO-MES.
           PERFORM EXTRAI-VISITA
           IF WS-PAG-NUMERO > 0 AND
               WS-PAG-DATA >= WS-DATA-INI AND
               WS-PAG-DATA <= WS-DATA-FIM
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   ADD RAZ-VALOR TO WS-DEVIDO-MES
                   MOVE RAZ-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  VISITA " RAZ-DESCRICAO(8 : 4)
                       " ALUNO " WS-PAG-NUMERO " EM " WS-PAG-DATA
                       " " WS-VALOR-ED
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
           END-IF
           PERFORM EXTRAI-PAPELARIA
           IF WS-PAG-NUMERO > 0 AND
               WS-PAG-DATA >= WS-DATA-INI AND
               WS-PAG-DATA <= WS-DATA-FIM
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   ADD RAZ-VALOR TO WS-DEVIDO-MES
                   MOVE RAZ-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  PAPELARIA ALUNO " WS-PAG-NUMERO
                       " EM " WS-PAG-DATA " " WS-VALOR-ED
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
           END-IF.

       LISTA-PAGAMENTOS-DO-MES.
           MOVE 0 TO WS-PAGO-MES
           MOVE 'P' TO WS-PASSAGEM
           PERFORM LE-RAZAO-DO-EE
           MOVE WS-PAGO-MES TO WS-VALOR-ED
           MOVE SPACES TO LINHA-EXTRATO
           STRING "PAGO NO MES   : " WS-VALOR-ED
               WS-PAG-DATA <= WS-DATA-FIM
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   ADD RAZ-VALOR TO WS-PAGO-MES
                   MOVE RAZ-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  PAGAMENTO ALUNO " WS-PAG-NUMERO
                       " EM " WS-PAG-DATA " " WS-VALOR-ED
                       DELIMITED BY SIZE INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
           END-IF
           PERFORM EXTRAI-NOTA-CREDITO
           IF WS-PAG-NUMERO > 0 AND
               WS-PAG-DATA >= WS-DATA-INI AND
               WS-PAG-DATA <= WS-DATA-FIM
               PERFORM ALUNO-E-DO-EE
               IF WS-E-ALUNO = 'S'
                   MOVE SPACES TO LINHA-EXTRATO
                   EVALUATE RAZ-CODIGO
                       WHEN 'DEVD'
                           SUBTRACT RAZ-VALOR FROM WS-PAGO-MES
                           COMPUTE WS-VALOR-ED = 0 - RAZ-VALOR
                           STRING "  DEBITO DEVOLVIDO L"
                               RAZ-DESCRICAO(6 : 4)
                               " ALUNO " WS-PAG-NUMERO " EM "
                               WS-PAG-DATA " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                       WHEN 'REEM'
                           SUBTRACT RAZ-VALOR FROM WS-PAGO-MES
                           COMPUTE WS-VALOR-ED = 0 - RAZ-VALOR
                           STRING "  REEMBOLSO NC " RAZ-DESCRICAO(4 : 6)
                               " ALUNO " WS-PAG-NUMERO " EM "
                               WS-PAG-DATA " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                       WHEN OTHER
                           ADD RAZ-VALOR TO WS-PAGO-MES
                           MOVE RAZ-VALOR TO WS-VALOR-ED
                           STRING "  NOTA CREDITO " RAZ-DESCRICAO(4 : 6)
                               " ALUNO " WS-PAG-NUMERO " EM "
                               WS-PAG-DATA " " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-EXTRATO
                   END-EVALUATE
                   WRITE LINHA-EXTRATO
               END-IF
           END-IF.

       REGISTA-SPOOL.
