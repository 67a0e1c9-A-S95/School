      ******************************************************************
      * Author:
      * Date:
      * Purpose: Creditos e reembolsos por aluno: o saldo de credito
      *          vive em creditos.txt (entradas + pelo excesso de
      *          um pagamento ou por nota de credito aprovada,
      *          saidas - pelo uso numa prestacao ou por reembolso)
      *          e e usado sozinho nas prestacoes em aberto, da
      *          mais antiga para a frente (modulo USA-CREDITOS,
      *          chamado tambem por cada programa que gera
      *          prestacoes); notas de credito e
      *          reembolsos sao numerados (notas-credito-seq.txt),
      *          ficam PENDENTES ate um segundo operador os aprovar
      *          e so entao lancam em ficheiro3.txt o movimento de
      *          saida (NCRE ou REEM, sinal -); o reembolso em
      *          numerario entra no fecho diario da caixa
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-CREDITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CREDITOS
               ASSIGN TO 'creditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.
           SELECT OPTIONAL FICHEIRO-NOTAS-CREDITO
               ASSIGN TO 'notas-credito.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT OPTIONAL FICHEIRO-NC-SEQ
               ASSIGN TO 'notas-credito-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-SEQ-STATUS.
           SELECT OPTIONAL FICHEIRO-NC-IMP
               ASSIGN TO 'notas-credito-impressao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-IMP-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT FICHEIRO-LOCK-F3 ASSIGN TO 'ficheiro3.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-RUN-F3
               ASSIGN TO 'ficheiro3-run.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-LOG-F3
               ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-PERIODOS
               ASSIGN TO 'periodos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CREDITOS.
       01 LINHA-CREDITO.
         05 CRD-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 CRD-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 CRD-SINAL      PIC X.
         05 FILLER         PIC X.
         05 CRD-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 CRD-ORIGEM     PIC X(4).
         05 FILLER         PIC X.
         05 CRD-REFERENCIA PIC X(20).
         05 FILLER         PIC X.
         05 CRD-OPERADOR   PIC X(8).
       FD FICHEIRO-NOTAS-CREDITO.
       01 LINHA-NOTA-CREDITO.
         05 NC-NUMERO       PIC 9(6).
         05 FILLER          PIC X.
         05 NC-TIPO         PIC X(4).
         05 FILLER          PIC X.
         05 NC-ALUNO        PIC 9(5).
         05 FILLER          PIC X.
         05 NC-VALOR        PIC 9(7)V99.
         05 FILLER          PIC X.
         05 NC-METODO       PIC X(4).
         05 FILLER          PIC X.
         05 NC-MOTIVO       PIC X(30).
         05 FILLER          PIC X.
         05 NC-ESTADO       PIC X(9).
         05 FILLER          PIC X.
         05 NC-PEDIDO-POR   PIC X(8).
         05 FILLER          PIC X.
         05 NC-DATA-PEDIDO  PIC 9(8).
         05 FILLER          PIC X.
         05 NC-APROVADO-POR PIC X(8).
         05 FILLER          PIC X.
         05 NC-DATA-APROV   PIC 9(8).
         05 FILLER          PIC X.
         05 NC-RUN          PIC 9(4).
       FD FICHEIRO-NC-SEQ.
       01 LINHA-NC-SEQ PIC 9(6).
       FD FICHEIRO-NC-IMP.
       01 LINHA-NC-IMP PIC X(60).
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
         05 FILLER        PIC X.
         05 TRN-POLO      PIC X(2).
         05 FILLER        PIC X(6).
       FD FICHEIRO-LOCK-F3.
       01 LINHA-LOCK-F3.
         05 LCK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 LCK-DATA     PIC 9(8).
         05 LCK-HORA     PIC 9(6).
       FD FICHEIRO-RUN-F3.
       01 LINHA-RUN-F3 PIC 9(4).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).
       FD FICHEIRO-PERIODOS.
       01 LINHA-PERIODO.
         05 PER-MES        PIC 9(6).
         05 FILLER         PIC X.
         05 PER-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 PER-DATA-FECHO PIC 9(8).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X(64).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CREDITOS-STATUS PIC XX.
       01 WS-NC-STATUS PIC XX.
       01 WS-NC-SEQ-STATUS PIC XX.
       01 WS-NC-IMP-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-CREDITOS PIC X.
       01 EOF-NC PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-VALOR-TEXTO PIC X(12).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-EXISTE PIC X.
       01 WS-TIPO-NOTA PIC X(4).
       01 WS-METODO PIC X(4).
       01 WS-MOTIVO PIC X(30).
       01 WS-VALOR PIC 9(7)V99.
       01 WS-SALDO PIC S9(8)V99.
       01 WS-PENDENTE PIC 9(8)V99.
       01 WS-DISPONIVEL PIC S9(8)V99.
       01 WS-USADO-TOTAL PIC 9(8)V99.
       01 WS-ALUNOS-USO PIC 9(3).
       01 WS-CRED-ALUNO PIC 9(5).
       01 WS-NC-NUMERO PIC 9(6).
       01 WS-NC-TEXTO PIC X(8).
       01 WS-DECISAO PIC X.
       01 WS-REFERENCIA PIC X(20).
       01 WS-LISTADAS PIC 9(4).
       01 WS-SO-PENDENTES PIC X.
       01 K PIC 9(4).
       01 WS-ACHADO PIC 9(4).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-SALDO-ED PIC -(7)9.99.
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e do registo de pagamentos)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-LOCK-F3-DESDE PIC X(15).
       01 WS-RUN-F3 PIC 9(4).
       01 WS-LINHAS-F3 PIC 9(3).
       01 WS-RAZAO-F3 PIC X(4).
      * Campos do movimento no razao indexado (a zeros/espacos
      * sao tirados da descricao da linha)
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
       01 WS-COMPLEMENTO-F3 PIC X(30).
       01 WS-POLO-F3 PIC X(2).
      * Notas de credito e reembolsos
       01 WS-TOTAL-NC PIC 9(4) VALUE 0.
       01 WS-NC-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-NC.
         05 WS-NC OCCURS 1000 TIMES.
           10 WS-NC-NUM         PIC 9(6).
           10 WS-NC-TIPO        PIC X(4).
           10 WS-NC-ALUNO       PIC 9(5).
           10 WS-NC-VALOR       PIC 9(7)V99.
           10 WS-NC-METODO      PIC X(4).
           10 WS-NC-MOTIVO      PIC X(30).
           10 WS-NC-ESTADO      PIC X(9).
           10 WS-NC-PEDIDO-POR  PIC X(8).
           10 WS-NC-DATA-PEDIDO PIC 9(8).
           10 WS-NC-APROVADO    PIC X(8).
           10 WS-NC-DATA-APROV  PIC 9(8).
           10 WS-NC-RUN         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "CREDITOS E REEMBOLSOS"
               DISPLAY "1 - SALDO DE CREDITO DE UM ALUNO"
               DISPLAY "2 - PEDIR NOTA DE CREDITO"
               DISPLAY "3 - PEDIR REEMBOLSO"
               DISPLAY "4 - APROVAR/RECUSAR NOTA PENDENTE"
               DISPLAY "5 - USAR CREDITOS NAS PRESTACOES EM ABERTO"
               DISPLAY "6 - LISTAR NOTAS DE CREDITO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM MOSTRA-SALDO
                   WHEN 2
                       MOVE 'CRED' TO WS-TIPO-NOTA
                       PERFORM PEDIR-NOTA
                   WHEN 3
                       MOVE 'REEM' TO WS-TIPO-NOTA
                       PERFORM PEDIR-NOTA
                   WHEN 4
                       PERFORM DECIDIR-NOTA
                   WHEN 5
                       PERFORM USAR-CREDITOS
                   WHEN 6
                       PERFORM LISTAR-NOTAS
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

       PEDE-NUMERO-ALUNO.
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 'N' TO WS-ALUNO-EXISTE
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-EXISTE
                       MOVE REC-NOME TO WS-NOME
                       MOVE REC-TURMA TO WS-TURMA-ALUNO
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       SALDO-DO-ALUNO.
      * Saldo de credito de WS-NUMERO e o que esta pedido em
      * reembolsos ainda pendentes (nao se pode pedir duas vezes)
           MOVE 0 TO WS-SALDO
           MOVE 'N' TO EOF-CREDITOS
           OPEN INPUT FICHEIRO-CREDITOS
           IF WS-CREDITOS-STATUS = '00' OR
               WS-CREDITOS-STATUS = '05'
               PERFORM UNTIL EOF-CREDITOS = 'S'
                   READ FICHEIRO-CREDITOS
                       AT END
                           MOVE 'S' TO EOF-CREDITOS
                       NOT AT END
                           IF CRD-NUMERO = WS-NUMERO AND
                               CRD-VALOR IS NUMERIC
                               IF CRD-SINAL = '-'
                                   SUBTRACT CRD-VALOR FROM WS-SALDO
                               ELSE
                                   ADD CRD-VALOR TO WS-SALDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CREDITOS
           END-IF
           MOVE 0 TO WS-PENDENTE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-NC
               IF WS-NC-ALUNO(K) = WS-NUMERO AND
                   WS-NC-TIPO(K) = 'REEM' AND
                   WS-NC-ESTADO(K) = 'PENDENTE'
                   ADD WS-NC-VALOR(K) TO WS-PENDENTE
               END-IF
           END-PERFORM
           COMPUTE WS-DISPONIVEL = WS-SALDO - WS-PENDENTE.

       MOSTRA-SALDO.
           PERFORM CARREGA-NOTAS-CREDITO
           PERFORM PEDE-NUMERO-ALUNO
           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME
           MOVE 'N' TO EOF-CREDITOS
           OPEN INPUT FICHEIRO-CREDITOS
           IF WS-CREDITOS-STATUS = '00' OR
               WS-CREDITOS-STATUS = '05'
               PERFORM UNTIL EOF-CREDITOS = 'S'
                   READ FICHEIRO-CREDITOS
                       AT END
                           MOVE 'S' TO EOF-CREDITOS
                       NOT AT END
                           IF CRD-NUMERO = WS-NUMERO
                               MOVE CRD-VALOR TO WS-VALOR-ED
                               DISPLAY "  " CRD-DATA " " CRD-SINAL
                                   WS-VALOR-ED " " CRD-ORIGEM " "
                                   CRD-REFERENCIA " " CRD-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CREDITOS
           END-IF
           PERFORM SALDO-DO-ALUNO
           MOVE WS-SALDO TO WS-SALDO-ED
           DISPLAY "SALDO DE CREDITO      : " WS-SALDO-ED
           MOVE WS-PENDENTE TO WS-SALDO-ED
           DISPLAY "REEMBOLSOS PENDENTES  : " WS-SALDO-ED
           MOVE WS-DISPONIVEL TO WS-SALDO-ED
           DISPLAY "DISPONIVEL            : " WS-SALDO-ED.

       CARREGA-NOTAS-CREDITO.
           MOVE 0 TO WS-TOTAL-NC
           MOVE 'N' TO WS-NC-CHEIA
           MOVE 'N' TO EOF-NC
           OPEN INPUT FICHEIRO-NOTAS-CREDITO
           IF WS-NC-STATUS = '00' OR WS-NC-STATUS = '05'
               PERFORM UNTIL EOF-NC = 'S'
                   READ FICHEIRO-NOTAS-CREDITO
                       AT END
                           MOVE 'S' TO EOF-NC
                       NOT AT END
                           IF NC-NUMERO IS NUMERIC
                               IF WS-TOTAL-NC < 1000
                                   ADD 1 TO WS-TOTAL-NC
                                   PERFORM GUARDA-NOTA-LIDA
                               ELSE
                                   MOVE 'S' TO WS-NC-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS-CREDITO
           END-IF
           IF WS-NC-CHEIA = 'S'
               DISPLAY "AVISO: notas-credito.txt excede a tabela de"
                   " 1000 registos; regravacao bloqueada"
           END-IF.

       GUARDA-NOTA-LIDA.
           MOVE NC-NUMERO TO WS-NC-NUM(WS-TOTAL-NC)
           MOVE NC-TIPO TO WS-NC-TIPO(WS-TOTAL-NC)
           MOVE NC-ALUNO TO WS-NC-ALUNO(WS-TOTAL-NC)
           MOVE NC-VALOR TO WS-NC-VALOR(WS-TOTAL-NC)
           MOVE NC-METODO TO WS-NC-METODO(WS-TOTAL-NC)
           MOVE NC-MOTIVO TO WS-NC-MOTIVO(WS-TOTAL-NC)
           MOVE NC-ESTADO TO WS-NC-ESTADO(WS-TOTAL-NC)
           MOVE NC-PEDIDO-POR TO WS-NC-PEDIDO-POR(WS-TOTAL-NC)
           MOVE NC-DATA-PEDIDO TO WS-NC-DATA-PEDIDO(WS-TOTAL-NC)
           MOVE NC-APROVADO-POR TO WS-NC-APROVADO(WS-TOTAL-NC)
           MOVE NC-DATA-APROV TO WS-NC-DATA-APROV(WS-TOTAL-NC)
           MOVE NC-RUN TO WS-NC-RUN(WS-TOTAL-NC).

       GRAVA-NOTAS-CREDITO.
           OPEN OUTPUT FICHEIRO-NOTAS-CREDITO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-NC
               MOVE SPACES TO LINHA-NOTA-CREDITO
               MOVE WS-NC-NUM(K) TO NC-NUMERO
               MOVE WS-NC-TIPO(K) TO NC-TIPO
               MOVE WS-NC-ALUNO(K) TO NC-ALUNO
               MOVE WS-NC-VALOR(K) TO NC-VALOR
               MOVE WS-NC-METODO(K) TO NC-METODO
               MOVE WS-NC-MOTIVO(K) TO NC-MOTIVO
               MOVE WS-NC-ESTADO(K) TO NC-ESTADO
               MOVE WS-NC-PEDIDO-POR(K) TO NC-PEDIDO-POR
               MOVE WS-NC-DATA-PEDIDO(K) TO NC-DATA-PEDIDO
               MOVE WS-NC-APROVADO(K) TO NC-APROVADO-POR
               MOVE WS-NC-DATA-APROV(K) TO NC-DATA-APROV
               MOVE WS-NC-RUN(K) TO NC-RUN
               WRITE LINHA-NOTA-CREDITO
           END-PERFORM
           CLOSE FICHEIRO-NOTAS-CREDITO.

       PROXIMO-NUMERO-NC.
      * Numeracao central sem buracos, como a dos recibos: a
      * sequencia so avanca quando a nota fica gravada
           MOVE 0 TO WS-NC-NUMERO
           OPEN INPUT FICHEIRO-NC-SEQ
           IF WS-NC-SEQ-STATUS = '00' OR WS-NC-SEQ-STATUS = '05'
               READ FICHEIRO-NC-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-NC-SEQ TO WS-NC-NUMERO
               END-READ
               CLOSE FICHEIRO-NC-SEQ
           END-IF
           ADD 1 TO WS-NC-NUMERO.

       GRAVA-SEQUENCIA-NC.
           OPEN OUTPUT FICHEIRO-NC-SEQ
           MOVE WS-NC-NUMERO TO LINHA-NC-SEQ
           WRITE LINHA-NC-SEQ
           CLOSE FICHEIRO-NC-SEQ.

       PEDIR-NOTA.
      * CRED poe dinheiro no saldo do aluno (visita anulada,
      * cobranca a mais); REEM devolve saldo a familia e nunca
      * pode passar do saldo disponivel
           PERFORM CARREGA-NOTAS-CREDITO
           PERFORM PEDE-NUMERO-ALUNO
           IF WS-ALUNO-EXISTE = 'N'
               DISPLAY "Aluno " WS-NUMERO " nao existe"
           ELSE
               IF WS-NC-CHEIA = 'S' OR WS-TOTAL-NC >= 1000
                   DISPLAY "Tabela de notas de credito cheia, nada"
                       " pedido"
               ELSE
                   PERFORM PEDE-DADOS-NOTA
               END-IF
           END-IF.

       PEDE-DADOS-NOTA.
           PERFORM SALDO-DO-ALUNO
           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME
           MOVE WS-DISPONIVEL TO WS-SALDO-ED
           DISPLAY "Credito disponivel: " WS-SALDO-ED
           DISPLAY "VALOR (ex: 25.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-VALOR-TEXTO
           ACCEPT WS-VALOR-TEXTO
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TEXTO)
           MOVE SPACES TO WS-METODO
           IF WS-TIPO-NOTA = 'REEM'
               PERFORM UNTIL WS-METODO = 'NUM' OR
                   WS-METODO = 'TRF' OR WS-METODO = 'CHQ'
                   DISPLAY "FORMA DE DEVOLUCAO (NUM/TRF/CHQ): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-METODO
                   ACCEPT WS-METODO
                   MOVE FUNCTION UPPER-CASE(WS-METODO) TO WS-METODO
               END-PERFORM
           END-IF
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-VALOR = 0
                   DISPLAY "Valor obrigatorio, nada pedido"
               WHEN WS-MOTIVO = SPACES
                   DISPLAY "Motivo obrigatorio, nada pedido"
               WHEN WS-TIPO-NOTA = 'REEM' AND
                   WS-VALOR > WS-DISPONIVEL
                   DISPLAY "O reembolso excede o credito disponivel"
               WHEN OTHER
                   PERFORM REGISTA-PEDIDO
           END-EVALUATE.

       REGISTA-PEDIDO.
           PERFORM PROXIMO-NUMERO-NC
           ADD 1 TO WS-TOTAL-NC
           MOVE WS-NC-NUMERO TO WS-NC-NUM(WS-TOTAL-NC)
           MOVE WS-TIPO-NOTA TO WS-NC-TIPO(WS-TOTAL-NC)
           MOVE WS-NUMERO TO WS-NC-ALUNO(WS-TOTAL-NC)
           MOVE WS-VALOR TO WS-NC-VALOR(WS-TOTAL-NC)
           MOVE WS-METODO TO WS-NC-METODO(WS-TOTAL-NC)
           MOVE WS-MOTIVO TO WS-NC-MOTIVO(WS-TOTAL-NC)
           MOVE 'PENDENTE' TO WS-NC-ESTADO(WS-TOTAL-NC)
           MOVE WS-OPERADOR TO WS-NC-PEDIDO-POR(WS-TOTAL-NC)
           MOVE WS-DATA TO WS-NC-DATA-PEDIDO(WS-TOTAL-NC)
           MOVE SPACES TO WS-NC-APROVADO(WS-TOTAL-NC)
           MOVE 0 TO WS-NC-DATA-APROV(WS-TOTAL-NC)
           MOVE 0 TO WS-NC-RUN(WS-TOTAL-NC)
           PERFORM GRAVA-NOTAS-CREDITO
           PERFORM GRAVA-SEQUENCIA-NC
           DISPLAY "Nota " WS-NC-NUMERO " (" WS-TIPO-NOTA
               ") pendente de aprovacao por outro operador".

       LISTAR-NOTAS.
           PERFORM CARREGA-NOTAS-CREDITO
           DISPLAY "SO PENDENTES? (S/N): " WITH NO ADVANCING
           MOVE 'N' TO WS-SO-PENDENTES
           ACCEPT WS-SO-PENDENTES
           MOVE FUNCTION UPPER-CASE(WS-SO-PENDENTES)
               TO WS-SO-PENDENTES
           MOVE 0 TO WS-LISTADAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-NC
               IF WS-SO-PENDENTES NOT = 'S' OR
                   WS-NC-ESTADO(K) = 'PENDENTE'
                   ADD 1 TO WS-LISTADAS
                   MOVE WS-NC-VALOR(K) TO WS-VALOR-ED
                   DISPLAY WS-NC-NUM(K) " " WS-NC-TIPO(K) " ALUNO "
                       WS-NC-ALUNO(K) " " WS-VALOR-ED " "
                       WS-NC-METODO(K) " " WS-NC-ESTADO(K) " "
                       WS-NC-PEDIDO-POR(K) " " WS-NC-APROVADO(K)
                   DISPLAY "       " WS-NC-MOTIVO(K)
               END-IF
           END-PERFORM
           DISPLAY WS-LISTADAS " nota(s)".

       DECIDIR-NOTA.
      * Quatro olhos: quem aprova nao pode ser quem pediu
           PERFORM CARREGA-NOTAS-CREDITO
           DISPLAY "NUMERO DA NOTA: " WITH NO ADVANCING
           MOVE SPACES TO WS-NC-TEXTO
           ACCEPT WS-NC-TEXTO
           COMPUTE WS-NC-NUMERO = FUNCTION NUMVAL(WS-NC-TEXTO)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-NC
               IF WS-NC-NUM(K) = WS-NC-NUMERO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-NC-CHEIA = 'S'
                   DISPLAY "Decisao bloqueada ate o ficheiro ser"
                       " revisto"
               WHEN WS-ACHADO = 0
                   DISPLAY "Nota " WS-NC-NUMERO " nao existe"
               WHEN WS-NC-ESTADO(WS-ACHADO) NOT = 'PENDENTE'
                   DISPLAY "Nota ja " WS-NC-ESTADO(WS-ACHADO)
               WHEN WS-NC-PEDIDO-POR(WS-ACHADO) = WS-OPERADOR
                   DISPLAY "A nota foi pedida por " WS-OPERADOR
                       "; a aprovacao tem de ser de outro operador"
               WHEN OTHER
                   PERFORM PEDE-DECISAO
           END-EVALUATE.

       PEDE-DECISAO.
           MOVE WS-NC-VALOR(WS-ACHADO) TO WS-VALOR-ED
           DISPLAY WS-NC-TIPO(WS-ACHADO) " ALUNO "
               WS-NC-ALUNO(WS-ACHADO) " " WS-VALOR-ED " "
               WS-NC-METODO(WS-ACHADO) " " WS-NC-MOTIVO(WS-ACHADO)
           DISPLAY "APROVAR OU RECUSAR (A/R, ENTER = cancelar): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN 'R'
                   MOVE 'RECUSADA' TO WS-NC-ESTADO(WS-ACHADO)
                   MOVE WS-OPERADOR TO WS-NC-APROVADO(WS-ACHADO)
                   MOVE WS-DATA TO WS-NC-DATA-APROV(WS-ACHADO)
                   PERFORM GRAVA-NOTAS-CREDITO
                   DISPLAY "Nota " WS-NC-NUMERO " recusada"
               WHEN 'A'
                   PERFORM APROVA-NOTA
               WHEN OTHER
                   DISPLAY "Nada alterado"
           END-EVALUATE.

       APROVA-NOTA.
      * A aprovacao lanca o movimento de saida em ficheiro3 e
      * mexe no saldo de credito; um reembolso volta a conferir o
      * saldo, que pode ter sido usado desde o pedido
           MOVE WS-NC-ALUNO(WS-ACHADO) TO WS-NUMERO
           MOVE WS-NC-VALOR(WS-ACHADO) TO WS-VALOR
           MOVE WS-NC-TIPO(WS-ACHADO) TO WS-TIPO-NOTA
           PERFORM SALDO-DO-ALUNO
           IF WS-TIPO-NOTA = 'REEM'
               COMPUTE WS-DISPONIVEL = WS-DISPONIVEL + WS-VALOR
           END-IF
           PERFORM VERIFICA-PERIODO-ABERTO
           IF WS-PERIODO-FECHADO = 'N'
               PERFORM VERIFICA-LOCK-F3
           END-IF
           EVALUATE TRUE
               WHEN WS-TIPO-NOTA = 'REEM' AND
                   WS-VALOR > WS-DISPONIVEL
                   DISPLAY "O aluno ja nao tem credito para este"
                       " reembolso; recuse a nota"
               WHEN WS-PERIODO-FECHADO = 'S' OR
                   WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Nota nao aprovada"
               WHEN OTHER
                   PERFORM LANCA-NOTA-APROVADA
           END-EVALUATE.

       LANCA-NOTA-APROVADA.
           PERFORM LE-TURMA-ALUNO
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           IF WS-TIPO-NOTA = 'REEM'
               MOVE 'REEM' TO TRN-CODIGO
           ELSE
               MOVE 'NCRE' TO TRN-CODIGO
           END-IF
           MOVE '-' TO TRN-SINAL
           MOVE WS-VALOR TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "NC " WS-NC-NUMERO " ALUNO " WS-NUMERO " EM "
               WS-DATA
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           WRITE LINHA-FICHEIRO
           CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
               WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
               WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
               WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
           IF WS-RAZAO-NUMERO = 0
               PERFORM AVISA-RAZAO-EM-FALTA
           END-IF
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           MOVE 1 TO WS-LINHAS-F3
           MOVE TRN-CODIGO TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "nota de credito " WS-NC-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE 'APROVADA' TO WS-NC-ESTADO(WS-ACHADO)
           MOVE WS-OPERADOR TO WS-NC-APROVADO(WS-ACHADO)
           MOVE WS-DATA TO WS-NC-DATA-APROV(WS-ACHADO)
           MOVE WS-RUN-F3 TO WS-NC-RUN(WS-ACHADO)
           PERFORM GRAVA-NOTAS-CREDITO
           MOVE SPACES TO WS-REFERENCIA
           STRING "NC " WS-NC-NUMERO
               DELIMITED BY SIZE INTO WS-REFERENCIA
           OPEN EXTEND FICHEIRO-CREDITOS
           MOVE SPACES TO LINHA-CREDITO
           MOVE WS-NUMERO TO CRD-NUMERO
           MOVE WS-DATA TO CRD-DATA
           IF WS-TIPO-NOTA = 'REEM'
               MOVE '-' TO CRD-SINAL
           ELSE
               MOVE '+' TO CRD-SINAL
           END-IF
           MOVE WS-VALOR TO CRD-VALOR
           MOVE WS-TIPO-NOTA TO CRD-ORIGEM
           MOVE WS-REFERENCIA TO CRD-REFERENCIA
           MOVE WS-OPERADOR TO CRD-OPERADOR
           WRITE LINHA-CREDITO
           CLOSE FICHEIRO-CREDITOS
           PERFORM IMPRIME-NOTA
           DISPLAY "Nota " WS-NC-NUMERO " aprovada, movimento "
               TRN-CODIGO " lancado (run " WS-RUN-F3 ")"
      * O credito novo vai logo para as prestacoes em aberto
           IF WS-TIPO-NOTA = 'CRED'
               MOVE WS-NUMERO TO WS-CRED-ALUNO
               CALL 'USA-CREDITOS' USING WS-CRED-ALUNO WS-OPERADOR
                   WS-USADO-TOTAL WS-ALUNOS-USO
               MOVE 0 TO RETURN-CODE
           END-IF.

       IMPRIME-NOTA.
           OPEN EXTEND FICHEIRO-NC-IMP
           MOVE ALL "-" TO LINHA-NC-IMP
           WRITE LINHA-NC-IMP
           MOVE SPACES TO LINHA-NC-IMP
           IF WS-TIPO-NOTA = 'REEM'
               STRING "REEMBOLSO - NOTA DE CREDITO N. " WS-NC-NUMERO
                   DELIMITED BY SIZE INTO LINHA-NC-IMP
           ELSE
               STRING "NOTA DE CREDITO N. " WS-NC-NUMERO
                   DELIMITED BY SIZE INTO LINHA-NC-IMP
           END-IF
           WRITE LINHA-NC-IMP
           MOVE WS-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-NC-IMP
           STRING "ALUNO " WS-NUMERO "  VALOR " WS-VALOR-ED
               "  " WS-NC-METODO(WS-ACHADO)
               DELIMITED BY SIZE INTO LINHA-NC-IMP
           WRITE LINHA-NC-IMP
           MOVE SPACES TO LINHA-NC-IMP
           STRING "MOTIVO " WS-NC-MOTIVO(WS-ACHADO)
               DELIMITED BY SIZE INTO LINHA-NC-IMP
           WRITE LINHA-NC-IMP
           MOVE SPACES TO LINHA-NC-IMP
           STRING "PEDIDA POR " WS-NC-PEDIDO-POR(WS-ACHADO)
               " APROVADA POR " WS-OPERADOR " EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-NC-IMP
           WRITE LINHA-NC-IMP
           CLOSE FICHEIRO-NC-IMP.

       LE-TURMA-ALUNO.
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REC-TURMA TO WS-TURMA-ALUNO
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       USAR-CREDITOS.
      * Passa por todos os alunos com saldo de credito e abate-o
      * nas prestacoes em aberto, da mais antiga para a frente
      * (USA-CREDITOS, o mesmo que corre depois de cada geracao
      * de prestacoes)
           MOVE 0 TO WS-CRED-ALUNO
           CALL 'USA-CREDITOS' USING WS-CRED-ALUNO WS-OPERADOR
               WS-USADO-TOTAL WS-ALUNOS-USO
           IF RETURN-CODE NOT = 0
               DISPLAY "Nada usado"
           ELSE
               MOVE WS-USADO-TOTAL TO WS-VALOR-ED
               DISPLAY WS-ALUNOS-USO " aluno(s), " WS-VALOR-ED
                   " EUR de credito usado(s) em prestacoes"
           END-IF
           MOVE 0 TO RETURN-CODE.

       DETERMINA-POLO-TURMA.
      * Polo do movimento: o aluno herda o polo da turma no
      * mestre de turmas; sem turma ou sem polo definido vale o
      * polo principal P1, como no Exercicio3
           MOVE 'P1' TO WS-POLO-F3
           IF WS-TURMA-ALUNO NOT = SPACES
               MOVE 'N' TO EOF-TURMAS
               OPEN INPUT FICHEIRO-TURMAS
               IF WS-TURMAS-STATUS = '00' OR
                   WS-TURMAS-STATUS = '05'
                   PERFORM UNTIL EOF-TURMAS = 'S'
                       READ FICHEIRO-TURMAS
                           AT END
                               MOVE 'S' TO EOF-TURMAS
                           NOT AT END
                               IF TUR-CODIGO = WS-TURMA-ALUNO
                                   IF TUR-POLO NOT = SPACES
                                       MOVE TUR-POLO
                                           TO WS-POLO-F3
                                   END-IF
                                   MOVE 'S' TO EOF-TURMAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-TURMAS
               END-IF
           END-IF.

       VERIFICA-PERIODO-ABERTO.
      * Com o fecho do mes gravado em periodos.txt, um mes
      * congelado nao recebe mais lancamentos
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DATA(1 : 6) TO WS-MES-ATUAL
           MOVE 'N' TO WS-PERIODO-FECHADO
           MOVE 'N' TO EOF-PERIODOS
           OPEN INPUT FICHEIRO-PERIODOS
           IF WS-PERIODOS-STATUS = '00' OR
               WS-PERIODOS-STATUS = '05'
               PERFORM UNTIL EOF-PERIODOS = 'S'
                   READ FICHEIRO-PERIODOS
                       AT END
                           MOVE 'S' TO EOF-PERIODOS
                       NOT AT END
                           IF PER-MES IS NUMERIC AND
                               PER-MES = WS-MES-ATUAL AND
                               PER-ESTADO = 'FECHADO'
                               MOVE 'S' TO WS-PERIODO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERIODOS
           END-IF
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY "O mes " WS-MES-ATUAL " esta fechado;"
                   " lance o ajustamento no periodo aberto"
           END-IF.

       VERIFICA-LOCK-F3.
      * Mesmo protocolo de lock do Exercicio3: um ficheiro3.lock
      * com conteudo e outro processo a escrever, e o lancamento e
      * recusado com o dono a vista
           MOVE 'N' TO WS-F3-BLOQUEADO
           OPEN INPUT FICHEIRO-LOCK-F3
           IF WS-LOCK-F3-STATUS = '00'
               READ FICHEIRO-LOCK-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-F3-BLOQUEADO
                       MOVE LCK-OPERADOR TO WS-LOCK-F3-DONO
                       MOVE SPACES TO WS-LOCK-F3-DESDE
                       STRING LCK-DATA "-" LCK-HORA
                           DELIMITED BY SIZE
                           INTO WS-LOCK-F3-DESDE
               END-READ
               CLOSE FICHEIRO-LOCK-F3
           END-IF
           IF WS-F3-BLOQUEADO = 'S'
               DISPLAY "ficheiro3.txt em uso por "
                   WS-LOCK-F3-DONO " desde " WS-LOCK-F3-DESDE
                   ", tente mais tarde"
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

       PROXIMO-RUN-F3.
           MOVE 0 TO WS-RUN-F3
           OPEN INPUT FICHEIRO-RUN-F3
           IF WS-RUN-F3-STATUS = '00' OR WS-RUN-F3-STATUS = '05'
               READ FICHEIRO-RUN-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RUN-F3 TO WS-RUN-F3
               END-READ
               CLOSE FICHEIRO-RUN-F3
           END-IF
           ADD 1 TO WS-RUN-F3
           OPEN OUTPUT FICHEIRO-RUN-F3
           MOVE WS-RUN-F3 TO LINHA-RUN-F3
           WRITE LINHA-RUN-F3
           CLOSE FICHEIRO-RUN-F3.

       ESCREVE-LOG-F3.
      * Entrada no log no formato exato do Exercicio3, com as
      * marcas RAZAO= e RUN= nas mesmas colunas
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " LINHAS=" WS-LINHAS-F3
               " RAZAO=" WS-RAZAO-F3
               " RUN=" WS-RUN-F3
               " : " WS-COMPLEMENTO-F3
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

       AVISA-RAZAO-EM-FALTA.
      * O movimento ja esta em ficheiro3.txt mas o RAZAO.DAT nao o
      * aceitou (GRAVA-RAZAO devolveu numero zero): avisa o operador
      * e deixa a linha no log, para a recuperacao de lancamentos
      * (opcao do razao) a voltar a lancar
           DISPLAY "AVISO: movimento " LINHA-FICHEIRO(1 : 4)
               " nao ficou registado em RAZAO.DAT"
           DISPLAY "       corra a recuperacao de lancamentos"
               " (opcao do razao) para o lancar"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " SEM RAZAO.DAT: " LINHA-FICHEIRO
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

       END PROGRAM NOTAS-CREDITO.
