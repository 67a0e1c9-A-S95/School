      *          primeiro aviso - com os contactos REG-EMAIL e
      *          REG-TELEFONE de ficheiro0.txt fundidos na carta;
      *          o nivel e a data enviados ficam em
      *          cobranca-historico.txt; um debito direto SEPA
      *          devolvido pelo banco (sepa-cobrancas.txt) conta
      *          logo como divida, mesmo antes do vencimento, e
      *          leva pelo menos ao primeiro aviso; a carta traz a
      *          referencia Multibanco ativa de cada prestacao em
      *          divida (mb-referencias.txt); a divida dos alunos
      *          com acordo de pagamento ativo (acordos.txt) nao
      *          escala enquanto o acordo for cumprido - cada
      *          corrida reavalia os acordos e marca QUEBRADO o que
      *          tiver uma prestacao por pagar alem da tolerancia
      *          ACORDO-TOLERANCIA, e a escalada retoma; o aviso
      *          vai primeiro por email ou SMS pela caixa de saida
      *          das comunicacoes (REGISTA-MENSAGEM, com o valor e
      *          as referencias Multibanco no texto) e so sai carta
      *          em papel a quem nao tem contacto eletronico
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-REFERENCIAS
               ASSIGN TO 'mb-referencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-COBRANCAS-SDD
               ASSIGN TO 'sepa-cobrancas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRANCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ACORDOS ASSIGN TO 'acordos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACORDOS-STATUS.
           SELECT OPTIONAL FICHEIRO-ACORDOS-LINHAS
               ASSIGN TO 'acordos-linhas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
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
       FD FICHEIRO-ACORDOS.
       01 LINHA-ACORDO.
         05 ACO-NUMERO      PIC 9(5).
         05 FILLER          PIC X(52).
         05 ACO-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 ACO-DATA-ESTADO PIC 9(8).
         05 FILLER          PIC X(9).
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
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-HISTORICO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-COBRANCAS-STATUS PIC XX.
       01 WS-REFERENCIAS-STATUS PIC XX.
       01 WS-ACORDOS-STATUS PIC XX.
       01 WS-LINHAS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-ACORDOS PIC X.
       01 EOF-LINHAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 EOF-REFERENCIAS PIC X.
       01 EOF-COBRANCAS PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-HISTORICO PIC X.
       01 WS-NIVEL-NECESSARIO PIC 9.
       01 WS-NIVEL-A-ENVIAR PIC 9.
       01 WS-CARTAS PIC 9(3).
       01 WS-MENSAGENS PIC 9(3).
      * Mensagem para a caixa de saida das comunicacoes
       01 WS-MSG-ORIGEM PIC X(20) VALUE 'CARTAS-COBRANCA'.
       01 WS-MSG-MODELO PIC X(10) VALUE 'COBRANCA'.
       01 WS-MSG-MEMBRO PIC X(20).
       01 WS-MSG-ALUNO PIC 9(5) VALUE 0.
       01 WS-MSG-TEXTO PIC X(160).
       01 WS-MSG-PAPEL PIC X VALUE 'S'.
       01 WS-MSG-RESULTADO PIC X.
       01 WS-MSG-QUANTOS PIC 9(2).
       01 WS-MSG-PONTEIRO PIC 9(3).
       01 WS-F0-ABERTO PIC X VALUE 'N'.
       01 E PIC 9(3).
       01 K PIC 9(3).
       01 M PIC 9(3).
       01 WS-ACHADO PIC 9(3).
       01 WS-PRS-DEVOLVIDA PIC X.
       01 WS-MEMBRO-DA-REF PIC X(20).
       01 WS-REF-ED PIC 999B999B999.
       01 WS-REFS-ESCRITAS PIC 9(3).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-TOLERANCIA PIC 9(5) VALUE 15.
       01 WS-ATRASO PIC S9(7).
       01 WS-EM-ACORDO PIC X.
       01 WS-VER-NUMERO PIC 9(5).
       01 WS-VER-SEQ PIC 9(2).
       01 WS-SUSPENSAS PIC 9(4).
       01 WS-ACO-ALTERADOS PIC 9(3).
       01 WS-ACO-NOVAS PIC 9(2).
       01 WS-ACO-PAGAS PIC 9(2).
       01 WS-ACO-ATRASADAS PIC 9(2).
       01 A PIC 9(3).
       01 L PIC 9(4).
      * Acordos de pagamento: o registo fica inteiro para a
      * regravacao, so o estado e a data do estado mudam aqui
       01 WS-TOTAL-ACO PIC 9(3) VALUE 0.
       01 WS-ACO-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ACORDOS.
         05 WS-ACO OCCURS 300 TIMES.
           10 WS-ACO-NUMERO PIC 9(5).
           10 WS-ACO-ESTADO PIC X(9).
           10 WS-ACO-LINHA  PIC X(84).
      * Prestacoes dos acordos (O = original renegociada, N = nova)
      * e a situacao das novas: P = paga, A = atrasada alem da
      * tolerancia
       01 WS-TOTAL-ACL PIC 9(4) VALUE 0.
       01 WS-TABELA-LINHAS.
         05 WS-ACL OCCURS 2000 TIMES.
           10 WS-ACL-ACORDO   PIC 9(5).
           10 WS-ACL-TIPO     PIC X.
           10 WS-ACL-NUMERO   PIC 9(5).
           10 WS-ACL-SEQ      PIC 9(2).
           10 WS-ACL-SITUACAO PIC X.
       01 WS-TOTAL-LIGACOES PIC 9(3) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 200 TIMES.
           10 WS-EE-DIVIDA       PIC 9(8)V99.
           10 WS-EE-DIAS-MAX     PIC 9(5).
           10 WS-EE-NIVEL-ATUAL  PIC 9.
           10 WS-EE-DEVOLVIDO    PIC X.
      * Prestacoes com debito direto devolvido pelo banco
       01 WS-TOTAL-DEVOLVIDOS PIC 9(3) VALUE 0.
       01 WS-TABELA-DEVOLVIDOS.
         05 WS-DEV OCCURS 200 TIMES.
           10 WS-DEV-NUMERO PIC 9(5).
           10 WS-DEV-SEQ    PIC 9(2).
      * Referencias Multibanco ativas das prestacoes em divida
       01 WS-TOTAL-MBR PIC 9(3) VALUE 0.
       01 WS-TABELA-REFERENCIAS.
         05 WS-MBR OCCURS 500 TIMES.
           10 WS-MBR-NUMERO     PIC 9(5).
           10 WS-MBR-ENTIDADE   PIC 9(5).
           10 WS-MBR-REFERENCIA PIC 9(9).
           10 WS-MBR-VALOR      PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA)
           PERFORM CARREGA-LIGACOES
           PERFORM CARREGA-DEVOLVIDOS
           PERFORM AVALIA-ACORDOS
           PERFORM CARREGA-REFERENCIAS
           MOVE 0 TO WS-SUSPENSAS
           PERFORM ACUMULA-DIVIDAS
           IF WS-SUSPENSAS > 0
               DISPLAY WS-SUSPENSAS " prestacao(oes) de alunos com"
                   " acordo de pagamento ativo fora da escalada"
           END-IF
           PERFORM CARREGA-NIVEIS-ENVIADOS
           IF WS-TOTAL-EES = 0
               DISPLAY "Nada vencido por cobrar"
           ELSE
               MOVE 0 TO WS-CARTAS
               MOVE 0 TO WS-MENSAGENS
               OPEN INPUT FICHEIRO-0
               IF WS-FICHEIRO-0-STATUS = '00'
                   MOVE 'S' TO WS-F0-ABERTO
               END-IF
               DISPLAY WS-CARTAS " carta(s) em"
                   " cartas-cobranca.txt"
               DISPLAY WS-MENSAGENS " aviso(s) por email/SMS em"
                   " caixa-saida.txt"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       CARREGA-DEVOLVIDOS.
           MOVE 0 TO WS-TOTAL-DEVOLVIDOS
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
                               SDD-ESTADO = 'DEVOLVIDA' AND
                               WS-TOTAL-DEVOLVIDOS < 200
                               ADD 1 TO WS-TOTAL-DEVOLVIDOS
                               MOVE SDD-NUMERO TO
                                   WS-DEV-NUMERO(WS-TOTAL-DEVOLVIDOS)
                               MOVE SDD-SEQ TO
                                   WS-DEV-SEQ(WS-TOTAL-DEVOLVIDOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COBRANCAS-SDD
           END-IF.

       CARREGA-REFERENCIAS.
      * So as referencias de prestacoes que ja entram na divida:
      * vencidas ou com debito direto devolvido
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
                               MBR-ESTADO = 'ATIVA'
                               PERFORM AVALIA-REFERENCIA-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REFERENCIAS
           END-IF.

       AVALIA-REFERENCIA-LIDA.
           MOVE 'N' TO WS-PRS-DEVOLVIDA
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-DEVOLVIDOS
               IF WS-DEV-NUMERO(K) = MBR-NUMERO AND
                   WS-DEV-SEQ(K) = MBR-SEQ
                   MOVE 'S' TO WS-PRS-DEVOLVIDA
               END-IF
           END-PERFORM
           MOVE MBR-NUMERO TO WS-VER-NUMERO
           MOVE MBR-SEQ TO WS-VER-SEQ
           PERFORM VERIFICA-EM-ACORDO
           IF (MBR-DATA-VENC < WS-DATA OR WS-PRS-DEVOLVIDA = 'S')
               AND WS-EM-ACORDO = 'N'
               AND WS-TOTAL-MBR < 500
               ADD 1 TO WS-TOTAL-MBR
               MOVE MBR-NUMERO TO WS-MBR-NUMERO(WS-TOTAL-MBR)
               MOVE MBR-ENTIDADE TO WS-MBR-ENTIDADE(WS-TOTAL-MBR)
               MOVE MBR-REFERENCIA TO WS-MBR-REFERENCIA(WS-TOTAL-MBR)
               MOVE MBR-VALOR TO WS-MBR-VALOR(WS-TOTAL-MBR)
           END-IF.

       ACUMULA-DIVIDAS.
           MOVE 0 TO WS-TOTAL-EES
           MOVE 'N' TO EOF-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           MOVE 'N' TO WS-PRS-DEVOLVIDA
                           PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-TOTAL-DEVOLVIDOS
                               IF WS-DEV-NUMERO(K) = PRS-NUMERO AND
                                   WS-DEV-SEQ(K) = PRS-SEQ
                                   MOVE 'S' TO WS-PRS-DEVOLVIDA
                               END-IF
                           END-PERFORM
                           IF PRS-NUMERO IS NUMERIC AND
                               PRS-ESTADO NOT = 'PAGA' AND
                               PRS-ESTADO NOT = 'ANULADA' AND
                               PRS-ESTADO NOT = 'RENEGOC' AND
                               PRS-ESTADO NOT = 'INCOBRAV' AND
                               (PRS-DATA-VENC < WS-DATA OR
                                WS-PRS-DEVOLVIDA = 'S')
                               MOVE PRS-NUMERO TO WS-VER-NUMERO
                               MOVE PRS-SEQ TO WS-VER-SEQ
                               PERFORM VERIFICA-EM-ACORDO
                               IF WS-EM-ACORDO = 'S'
                                   ADD 1 TO WS-SUSPENSAS
                               ELSE
                                   PERFORM ACUMULA-UMA-DIVIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       VERIFICA-EM-ACORDO.
      * Fora da escalada: qualquer prestacao de um aluno com acordo
      * ativo, e as originais renegociadas de qualquer acordo
           MOVE 'N' TO WS-EM-ACORDO
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-ACL
               IF WS-ACL-NUMERO(L) = WS-VER-NUMERO
                   IF WS-ACL-TIPO(L) = 'O' AND
                       WS-ACL-SEQ(L) = WS-VER-SEQ
                       MOVE 'S' TO WS-EM-ACORDO
                   END-IF
                   PERFORM VARYING A FROM 1 BY 1
                       UNTIL A > WS-TOTAL-ACO
                       IF WS-ACO-NUMERO(A) = WS-ACL-ACORDO(L) AND
                           WS-ACO-ESTADO(A) = 'ATIVO'
                           MOVE 'S' TO WS-EM-ACORDO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ACUMULA-UMA-DIVIDA.
           COMPUTE WS-FALTA = PRS-VALOR - PRS-PAGO
           IF WS-FALTA <= 0
           ELSE
               COMPUTE WS-DIAS = WS-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE(PRS-DATA-VENC)
               IF WS-DIAS < 0
                   MOVE 0 TO WS-DIAS
               END-IF
               MOVE SPACES TO LINHA-CARTA
               MOVE '(SEM EE)' TO LINHA-CARTA(1 : 20)
               PERFORM VARYING K FROM 1 BY 1
                   MOVE 0 TO WS-EE-DIVIDA(WS-ACHADO)
                   MOVE 0 TO WS-EE-DIAS-MAX(WS-ACHADO)
                   MOVE 0 TO WS-EE-NIVEL-ATUAL(WS-ACHADO)
                   MOVE 'N' TO WS-EE-DEVOLVIDO(WS-ACHADO)
               END-IF
               IF WS-ACHADO > 0
                   IF WS-PRS-DEVOLVIDA = 'S'
                       MOVE 'S' TO WS-EE-DEVOLVIDO(WS-ACHADO)
                   END-IF
                   ADD WS-FALTA TO WS-EE-DIVIDA(WS-ACHADO)
                   IF WS-DIAS > WS-EE-DIAS-MAX(WS-ACHADO)
                       MOVE WS-DIAS
               WHEN OTHER
                   MOVE 0 TO WS-NIVEL-NECESSARIO
           END-EVALUATE
      * Debito direto devolvido: o banco ja recusou, avisa logo
           IF WS-NIVEL-NECESSARIO = 0 AND WS-EE-DEVOLVIDO(E) = 'S'
               MOVE 1 TO WS-NIVEL-NECESSARIO
           END-IF
           IF WS-NIVEL-NECESSARIO > WS-EE-NIVEL-ATUAL(E)
      * Um degrau de cada vez: quem nunca recebeu aviso comeca no
      * primeiro, mesmo com a divida ja velha
               COMPUTE WS-NIVEL-A-ENVIAR =
                   WS-EE-NIVEL-ATUAL(E) + 1
      * Email ou SMS a quem tem contacto; carta a quem nao tem
               PERFORM AVISA-POR-MENSAGEM
               IF WS-MSG-RESULTADO = 'S' OR WS-MSG-RESULTADO = 'D'
                   ADD 1 TO WS-MENSAGENS
               ELSE
                   PERFORM ESCREVE-CARTA
                   ADD 1 TO WS-CARTAS
               END-IF
               PERFORM REGISTA-ENVIO
           END-IF.

       ESCREVE-CARTA.
               "  ATRASO MAXIMO: " WS-EE-DIAS-MAX(E) " DIAS"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           IF WS-EE-DEVOLVIDO(E) = 'S'
               MOVE "DEBITO DIRETO DEVOLVIDO PELO BANCO - REGULARIZE"
                   TO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF
           PERFORM ESCREVE-REFERENCIAS-MB
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       AVISA-POR-MENSAGEM.
      * O mesmo aviso da carta em 160 caracteres: nivel, divida,
      * atraso e as referencias Multibanco que couberem
           MOVE SPACES TO WS-MSG-TEXTO
           MOVE 1 TO WS-MSG-PONTEIRO
           MOVE WS-EE-DIVIDA(E) TO WS-VALOR-ED
           EVALUATE WS-NIVEL-A-ENVIAR
               WHEN 1
                   STRING "PRIMEIRO AVISO" DELIMITED BY SIZE
                       INTO WS-MSG-TEXTO WITH POINTER WS-MSG-PONTEIRO
               WHEN 2
                   STRING "SEGUNDO AVISO" DELIMITED BY SIZE
                       INTO WS-MSG-TEXTO WITH POINTER WS-MSG-PONTEIRO
               WHEN OTHER
                   STRING "AVISO FINAL" DELIMITED BY SIZE
                       INTO WS-MSG-TEXTO WITH POINTER WS-MSG-PONTEIRO
           END-EVALUATE
           STRING " DE PAGAMENTO: DIVIDA "
               FUNCTION TRIM(WS-VALOR-ED) " EUR, ATRASO "
               WS-EE-DIAS-MAX(E) " DIAS." DELIMITED BY SIZE
               INTO WS-MSG-TEXTO WITH POINTER WS-MSG-PONTEIRO
           IF WS-EE-DEVOLVIDO(E) = 'S'
               STRING " DEBITO DIRETO DEVOLVIDO." DELIMITED BY SIZE
                   INTO WS-MSG-TEXTO WITH POINTER WS-MSG-PONTEIRO
           END-IF
           PERFORM VARYING M FROM 1 BY 1
               UNTIL M > WS-TOTAL-MBR
               MOVE '(SEM EE)' TO WS-MEMBRO-DA-REF
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-TOTAL-LIGACOES
                   IF WS-LIG-NUMERO(K) = WS-MBR-NUMERO(M)
                       MOVE WS-LIG-MEMBRO(K) TO WS-MEMBRO-DA-REF
                   END-IF
               END-PERFORM
               IF WS-MEMBRO-DA-REF = WS-EE-MEMBRO(E) AND
                   WS-MSG-PONTEIRO < 120
                   MOVE WS-MBR-REFERENCIA(M) TO WS-REF-ED
                   MOVE WS-MBR-VALOR(M) TO WS-VALOR-ED
                   STRING " MB ENT " WS-MBR-ENTIDADE(M) " REF "
                       WS-REF-ED " " FUNCTION TRIM(WS-VALOR-ED)
                       DELIMITED BY SIZE
                       INTO WS-MSG-TEXTO WITH POINTER WS-MSG-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-EE-MEMBRO(E) TO WS-MSG-MEMBRO
           CALL 'REGISTA-MENSAGEM' USING WS-MSG-ORIGEM WS-MSG-MODELO
               WS-MSG-MEMBRO WS-MSG-ALUNO WS-MSG-TEXTO WS-MSG-PAPEL
               WS-MSG-RESULTADO WS-MSG-QUANTOS.

       ESCREVE-REFERENCIAS-MB.
      * A divida de cada aluno fica com o ultimo encarregado ligado
      * (como em ACUMULA-UMA-DIVIDA), e a referencia vai na mesma
      * carta
           MOVE 0 TO WS-REFS-ESCRITAS
           PERFORM VARYING M FROM 1 BY 1
               UNTIL M > WS-TOTAL-MBR
               MOVE '(SEM EE)' TO WS-MEMBRO-DA-REF
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-TOTAL-LIGACOES
                   IF WS-LIG-NUMERO(K) = WS-MBR-NUMERO(M)
                       MOVE WS-LIG-MEMBRO(K) TO WS-MEMBRO-DA-REF
                   END-IF
               END-PERFORM
               IF WS-MEMBRO-DA-REF = WS-EE-MEMBRO(E)
                   IF WS-REFS-ESCRITAS = 0
                       MOVE "PAGUE NO MULTIBANCO COM AS REFERENCIAS:"
                           TO LINHA-CARTA
                       WRITE LINHA-CARTA
                   END-IF
                   ADD 1 TO WS-REFS-ESCRITAS
                   MOVE WS-MBR-REFERENCIA(M) TO WS-REF-ED
                   MOVE WS-MBR-VALOR(M) TO WS-VALOR-ED
                   MOVE SPACES TO LINHA-CARTA
                   STRING "  ENTIDADE " WS-MBR-ENTIDADE(M)
                       "  REFERENCIA " WS-REF-ED "  VALOR "
                       WS-VALOR-ED
                       DELIMITED BY SIZE INTO LINHA-CARTA
                   WRITE LINHA-CARTA
               END-IF
           END-PERFORM.

       ESCREVE-CONTACTOS.
           IF WS-F0-ABERTO = 'S'
               MOVE WS-EE-MEMBRO(E) TO REG-NOME-0
           WRITE LINHA-HISTORICO-CBR
           CLOSE FICHEIRO-HISTORICO.

       AVALIA-ACORDOS.
      * Antes de escalar, reavalia os acordos ativos: cumprido
      * quando todas as prestacoes novas estao pagas, quebrado
      * quando uma delas esta por pagar ha mais dias do que a
      * tolerancia
           MOVE 'ACORDO-TOLERANCIA' TO WS-PARAMETRO-CHAVE
           MOVE 15 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-TOLERANCIA
           PERFORM CARREGA-ACORDOS
           IF WS-TOTAL-ACO > 0
               PERFORM CONFERE-PRESTACOES-ACORDO
               MOVE 0 TO WS-ACO-ALTERADOS
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ACO
                   IF WS-ACO-ESTADO(A) = 'ATIVO'
                       PERFORM AVALIA-UM-ACORDO
                   END-IF
               END-PERFORM
               IF WS-ACO-ALTERADOS > 0 AND WS-ACO-CHEIA = 'N'
                   OPEN OUTPUT FICHEIRO-ACORDOS
                   PERFORM VARYING A FROM 1 BY 1
                       UNTIL A > WS-TOTAL-ACO
                       MOVE WS-ACO-LINHA(A) TO LINHA-ACORDO
                       WRITE LINHA-ACORDO
                   END-PERFORM
                   CLOSE FICHEIRO-ACORDOS
               END-IF
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
                               MOVE ACO-NUMERO
                                   TO WS-ACO-NUMERO(WS-TOTAL-ACO)
                               MOVE ACO-ESTADO
                                   TO WS-ACO-ESTADO(WS-TOTAL-ACO)
                               MOVE LINHA-ACORDO
                                   TO WS-ACO-LINHA(WS-TOTAL-ACO)
                           ELSE
                               IF ACO-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-ACO-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ACORDOS
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
                               MOVE SPACE
                                   TO WS-ACL-SITUACAO(WS-TOTAL-ACL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ACORDOS-LINHAS
           END-IF.

       CONFERE-PRESTACOES-ACORDO.
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC
                               PERFORM MARCA-PRESTACAO-ACORDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       MARCA-PRESTACAO-ACORDO.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-ACL
               IF WS-ACL-TIPO(L) = 'N' AND
                   WS-ACL-NUMERO(L) = PRS-NUMERO AND
                   WS-ACL-SEQ(L) = PRS-SEQ
                   IF PRS-ESTADO = 'PAGA' OR PRS-ESTADO = 'ANULADA'
                       OR PRS-PAGO >= PRS-VALOR
                       MOVE 'P' TO WS-ACL-SITUACAO(L)
                   ELSE
                       COMPUTE WS-ATRASO = WS-HOJE-INT -
                           FUNCTION INTEGER-OF-DATE(PRS-DATA-VENC)
                       IF WS-ATRASO > WS-TOLERANCIA
                           MOVE 'A' TO WS-ACL-SITUACAO(L)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       AVALIA-UM-ACORDO.
           MOVE 0 TO WS-ACO-NOVAS
           MOVE 0 TO WS-ACO-PAGAS
           MOVE 0 TO WS-ACO-ATRASADAS
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-ACL
               IF WS-ACL-ACORDO(L) = WS-ACO-NUMERO(A) AND
                   WS-ACL-TIPO(L) = 'N'
                   ADD 1 TO WS-ACO-NOVAS
                   EVALUATE WS-ACL-SITUACAO(L)
                       WHEN 'P'
                           ADD 1 TO WS-ACO-PAGAS
                       WHEN 'A'
                           ADD 1 TO WS-ACO-ATRASADAS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACO-ATRASADAS > 0
                   MOVE 'QUEBRADO' TO WS-ACO-ESTADO(A)
                   DISPLAY "Acordo " WS-ACO-NUMERO(A) " QUEBRADO:"
                       " a divida volta a escalar"
               WHEN WS-ACO-NOVAS > 0 AND
                   WS-ACO-PAGAS = WS-ACO-NOVAS
                   MOVE 'CUMPRIDO' TO WS-ACO-ESTADO(A)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ACO-ESTADO(A) NOT = 'ATIVO'
               ADD 1 TO WS-ACO-ALTERADOS
               MOVE WS-ACO-LINHA(A) TO LINHA-ACORDO
               MOVE WS-ACO-ESTADO(A) TO ACO-ESTADO
               MOVE WS-DATA TO ACO-DATA-ESTADO
               MOVE LINHA-ACORDO TO WS-ACO-LINHA(A)
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

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
