      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carteira pre-paga do aluno para o bar e a papelaria:
      *          o encarregado carrega dinheiro na conta do aluno
      *          (recibo da sequencia central com origem CART e
      *          movimento CART "+" "CARTEIRA RECIBO nnnnnn ALUNO
      *          nnnnn EM aaaammdd" em ficheiro3.txt, conferido no
      *          fecho de caixa); as compras no bar e na papelaria
      *          sao debitadas pelo modulo DEBITA-CARTEIRA, que
      *          recusa sem saldo ou acima do limite diario posto
      *          pelo encarregado; saldos em carteiras.txt e
      *          movimentos em carteira-movimentos.txt; cartas de
      *          saldo baixo ao encarregado (limiar
      *          CARTEIRA-SALDO-MIN em parametros.txt), extrato da
      *          carteira e reconciliacao diaria que prova que a
      *          soma dos saldos e igual as cargas menos os gastos
      *          lancados em ficheiro3.txt, tudo pelo spool
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CARTEIRAS
               ASSIGN TO 'carteiras.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTEIRAS-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'carteira-movimentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-FICHEIRO-0-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS-SEQ
               ASSIGN TO 'recibos-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-SEQ-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS
               ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBO-IMP
               ASSIGN TO 'recibos-impressao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBO-IMP-STATUS.
           SELECT FICHEIRO-RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
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
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CARTEIRAS.
       01 LINHA-CARTEIRA.
         05 CAR-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 CAR-SALDO       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 CAR-LIMITE      PIC 9(5)V99.
         05 FILLER          PIC X.
         05 CAR-LIMITE-POR  PIC X(20).
         05 FILLER          PIC X.
         05 CAR-DATA-AVISO  PIC 9(8).
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MOV-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 MOV-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 MOV-ALUNO      PIC 9(5).
         05 FILLER         PIC X.
         05 MOV-TIPO       PIC X(5).
         05 FILLER         PIC X.
         05 MOV-SINAL      PIC X.
         05 FILLER         PIC X.
         05 MOV-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 MOV-SALDO      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 MOV-RECIBO     PIC 9(6).
         05 FILLER         PIC X.
         05 MOV-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 MOV-OPERADOR   PIC X(8).
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
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 REG-TELEFONE-0  PIC X(15).
           10 REG-EMAIL-0     PIC X(30).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-RECIBOS-SEQ.
       01 LINHA-RECIBO-SEQ PIC 9(6).
       FD FICHEIRO-RECIBOS.
       01 LINHA-RECIBO.
         05 RCB-NUMERO   PIC 9(6).
         05 FILLER       PIC X.
         05 RCB-DATA     PIC 9(8).
         05 RCB-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 RCB-ALUNO    PIC 9(5).
         05 FILLER       PIC X.
         05 RCB-VALOR    PIC 9(7)V99.
         05 FILLER       PIC X.
         05 RCB-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 RCB-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 RCB-ORIGEM   PIC X(4).
       FD FICHEIRO-RECIBO-IMP.
       01 LINHA-RECIBO-IMP PIC X(60).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
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
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CARTEIRAS-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-RECIBOS-SEQ-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-RECIBO-IMP-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-CARTEIRAS PIC X.
       01 EOF-MOVIMENTOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 EOF-FICHEIRO-3 PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NOME-RELATORIO PIC X(30).
       01 WS-TITULO-SPOOL PIC X(20).
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-SALDO-MINIMO PIC 9(5)V99.
       01 WS-NUM-TEXTO PIC X(12).
       01 WS-NUMERO PIC 9(5).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-MEMBRO PIC X(20).
       01 WS-MEMBRO-OK PIC X.
       01 WS-TIPO-PAGAMENTO PIC X(4).
       01 WS-RECIBO-NUMERO PIC 9(6).
       01 WS-VALOR PIC 9(7)V99.
       01 WS-LIMITE PIC 9(5)V99.
       01 WS-ACHADO PIC 9(4).
       01 WS-CARTAS PIC 9(4).
       01 WS-LINHAS-REL PIC 9(4).
       01 WS-TRN-ALUNO PIC 9(5).
       01 WS-TRN-DATA PIC 9(8).
       01 WS-SOMA-SALDOS PIC 9(9)V99.
       01 WS-CARGAS-F3 PIC 9(9)V99.
       01 WS-GASTOS-F3 PIC 9(9)V99.
       01 WS-CARGAS-DIA PIC 9(9)V99.
       01 WS-GASTOS-DIA PIC 9(9)V99.
       01 WS-LIQUIDO-F3 PIC S9(9)V99.
       01 WS-DIFERENCA PIC S9(9)V99.
       01 WS-SEM-CARTEIRA PIC S9(9)V99.
       01 WS-ALUNOS-DIF PIC 9(4).
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-SALDO-ED PIC Z(6)9.99.
       01 WS-LIMITE-ED PIC Z(4)9.99.
       01 WS-TOTAL-ED PIC Z(8)9.99.
       01 WS-DIF-ED PIC -(8)9.99.
      * Chamada ao modulo de debito da carteira
       01 WS-CD-ALUNO PIC 9(5).
       01 WS-CD-VALOR PIC 9(7)V99.
       01 WS-CD-ORIGEM PIC X(4).
       01 WS-CD-POLO PIC X(2).
       01 WS-CD-ACEITE PIC X.
       01 WS-CD-MOTIVO PIC X(40).
       01 WS-CD-SALDO PIC 9(7)V99.
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
      * Carteiras, com o liquido CART de ficheiro3 de cada aluno
      * para a reconciliacao
       01 WS-TOTAL-CAR PIC 9(4) VALUE 0.
       01 WS-CAR-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CARTEIRAS.
         05 WS-CAR OCCURS 2000 TIMES.
           10 WS-CAR-ALUNO      PIC 9(5).
           10 WS-CAR-SALDO      PIC 9(7)V99.
           10 WS-CAR-LIMITE     PIC 9(5)V99.
           10 WS-CAR-LIMITE-POR PIC X(20).
           10 WS-CAR-DATA-AVISO PIC 9(8).
           10 WS-CAR-F3         PIC S9(7)V99.
      * Encarregados do aluno
       01 WS-TOTAL-EE PIC 9(2) VALUE 0.
       01 WS-TABELA-EE.
         05 WS-EE-MEMBRO PIC X(20) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "CARTEIRA PRE-PAGA"
               DISPLAY "1 - LISTAR CARTEIRAS"
               DISPLAY "2 - CARREGAR CARTEIRA"
               DISPLAY "3 - COMPRA NO BAR"
               DISPLAY "4 - LIMITE DIARIO DO ENCARREGADO"
               DISPLAY "5 - EXTRATO DA CARTEIRA"
               DISPLAY "6 - AVISOS DE SALDO BAIXO"
               DISPLAY "7 - RECONCILIACAO DIARIA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-CARTEIRAS
                   WHEN 2
                       PERFORM CARREGAR-CARTEIRA
                   WHEN 3
                       PERFORM COMPRA-BAR
                   WHEN 4
                       PERFORM LIMITE-DIARIO
                   WHEN 5
                       PERFORM EXTRATO-CARTEIRA
                   WHEN 6
                       PERFORM AVISOS-SALDO-BAIXO
                   WHEN 7
                       PERFORM RECONCILIACAO-DIARIA
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

       LE-SALDO-MINIMO.
      * Abaixo deste saldo (em euros) o encarregado recebe o aviso
           MOVE 'CARTEIRA-SALDO-MIN' TO WS-PARAMETRO-CHAVE
           MOVE 5 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-SALDO-MINIMO.

      ******************************************************************
      * Carteiras
      ******************************************************************
       CARREGA-CARTEIRAS.
           MOVE 0 TO WS-TOTAL-CAR
           MOVE 'N' TO WS-CAR-CHEIA
           MOVE 'N' TO EOF-CARTEIRAS
           OPEN INPUT FICHEIRO-CARTEIRAS
           IF WS-CARTEIRAS-STATUS = '00' OR
               WS-CARTEIRAS-STATUS = '05'
               PERFORM UNTIL EOF-CARTEIRAS = 'S'
                   READ FICHEIRO-CARTEIRAS
                       AT END
                           MOVE 'S' TO EOF-CARTEIRAS
                       NOT AT END
                           IF CAR-ALUNO IS NUMERIC AND
                               WS-TOTAL-CAR < 2000
                               ADD 1 TO WS-TOTAL-CAR
                               PERFORM GUARDA-CARTEIRA-LIDA
                           ELSE
                               IF CAR-ALUNO IS NUMERIC
                                   MOVE 'S' TO WS-CAR-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CARTEIRAS
           END-IF
           IF WS-CAR-CHEIA = 'S'
               DISPLAY "AVISO: carteiras.txt excede a tabela de"
                   " 2000 carteiras; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GUARDA-CARTEIRA-LIDA.
           MOVE WS-TOTAL-CAR TO K
           MOVE CAR-ALUNO TO WS-CAR-ALUNO(K)
           MOVE CAR-LIMITE-POR TO WS-CAR-LIMITE-POR(K)
           MOVE 0 TO WS-CAR-SALDO(K) WS-CAR-LIMITE(K)
               WS-CAR-DATA-AVISO(K) WS-CAR-F3(K)
           IF CAR-SALDO IS NUMERIC
               MOVE CAR-SALDO TO WS-CAR-SALDO(K)
           END-IF
           IF CAR-LIMITE IS NUMERIC
               MOVE CAR-LIMITE TO WS-CAR-LIMITE(K)
           END-IF
           IF CAR-DATA-AVISO IS NUMERIC
               MOVE CAR-DATA-AVISO TO WS-CAR-DATA-AVISO(K)
           END-IF.

       GRAVA-CARTEIRAS.
           OPEN OUTPUT FICHEIRO-CARTEIRAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CAR
               MOVE SPACES TO LINHA-CARTEIRA
               MOVE WS-CAR-ALUNO(K) TO CAR-ALUNO
               MOVE WS-CAR-SALDO(K) TO CAR-SALDO
               MOVE WS-CAR-LIMITE(K) TO CAR-LIMITE
               MOVE WS-CAR-LIMITE-POR(K) TO CAR-LIMITE-POR
               MOVE WS-CAR-DATA-AVISO(K) TO CAR-DATA-AVISO
               WRITE LINHA-CARTEIRA
           END-PERFORM
           CLOSE FICHEIRO-CARTEIRAS.

       PROCURA-CARTEIRA.
      * Carteira do aluno WS-NUMERO em WS-ACHADO (0 se nao tem)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CAR
               IF WS-CAR-ALUNO(K) = WS-NUMERO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM.

       NOVA-CARTEIRA.
           ADD 1 TO WS-TOTAL-CAR
           MOVE WS-TOTAL-CAR TO WS-ACHADO
           MOVE WS-NUMERO TO WS-CAR-ALUNO(WS-ACHADO)
           MOVE 0 TO WS-CAR-SALDO(WS-ACHADO)
           MOVE 0 TO WS-CAR-LIMITE(WS-ACHADO)
           MOVE SPACES TO WS-CAR-LIMITE-POR(WS-ACHADO)
           MOVE 0 TO WS-CAR-DATA-AVISO(WS-ACHADO)
           MOVE 0 TO WS-CAR-F3(WS-ACHADO).

       LISTAR-CARTEIRAS.
           PERFORM CARREGA-CARTEIRAS
           IF WS-TOTAL-CAR = 0
               DISPLAY "Nenhuma carteira registada"
           ELSE
               DISPLAY "ALUNO       SALDO  LIMITE/DIA DEFINIDO POR"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAR
                   MOVE WS-CAR-SALDO(I) TO WS-SALDO-ED
                   MOVE WS-CAR-LIMITE(I) TO WS-LIMITE-ED
                   DISPLAY WS-CAR-ALUNO(I) " " WS-SALDO-ED "    "
                       WS-LIMITE-ED " " WS-CAR-LIMITE-POR(I)
               END-PERFORM
           END-IF.

       PEDE-ALUNO.
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUMERO-TEXTO
           ACCEPT WS-NUMERO-TEXTO
           MOVE 0 TO WS-NUMERO
           IF WS-NUMERO-TEXTO IS NUMERIC
               MOVE WS-NUMERO-TEXTO TO WS-NUMERO
           END-IF
           MOVE 'N' TO WS-ALUNO-OK
           IF WS-NUMERO > 0
               PERFORM VALIDA-ALUNO
           ELSE
               DISPLAY "Numero de aluno invalido"
           END-IF.

       PEDE-VALOR.
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           MOVE 0 TO WS-VALOR
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF.

      ******************************************************************
      * Carregamento
      ******************************************************************
       CARREGAR-CARTEIRA.
      * O carregamento e um recibo como outro qualquer (entra no
      * fecho de caixa pelo movimento CART com o numero do recibo)
           PERFORM PEDE-ALUNO
           IF WS-ALUNO-OK = 'S'
               DISPLAY "VALOR A CARREGAR (ex: 20.00): "
                   WITH NO ADVANCING
               PERFORM PEDE-VALOR
               PERFORM CARREGA-CARTEIRAS
               PERFORM PROCURA-CARTEIRA
               MOVE WS-VALOR TO WS-SOMA-SALDOS
               IF WS-ACHADO > 0
                   ADD WS-CAR-SALDO(WS-ACHADO) TO WS-SOMA-SALDOS
               END-IF
               EVALUATE TRUE
                   WHEN WS-VALOR = 0
                       DISPLAY "Valor invalido"
                   WHEN WS-CAR-CHEIA = 'S'
                       DISPLAY "Nada carregado"
                   WHEN WS-ACHADO = 0 AND WS-TOTAL-CAR >= 2000
                       DISPLAY "Tabela de carteiras cheia"
                   WHEN WS-SOMA-SALDOS > 9999999
                       DISPLAY "Saldo excederia o maximo da carteira"
                   WHEN OTHER
                       PERFORM CONFIRMA-CARREGAMENTO
               END-EVALUATE
           END-IF.

       CONFIRMA-CARREGAMENTO.
           PERFORM PEDE-TIPO-PAGAMENTO
           MOVE WS-VALOR TO WS-VALOR-ED
           DISPLAY "Carregar " WS-VALOR-ED " EUR na carteira do aluno "
               WS-NUMERO " " WS-NOME-ALUNO "? (S/N)"
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Carregamento anulado"
           ELSE
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
               IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Carregamento nao lancado"
               ELSE
                   PERFORM LANCA-CARREGAMENTO
               END-IF
           END-IF.

       LANCA-CARREGAMENTO.
           PERFORM DETERMINA-POLO-TURMA
           PERFORM EMITE-RECIBO
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'CART' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-VALOR TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "CARTEIRA RECIBO " WS-RECIBO-NUMERO
               " ALUNO " WS-NUMERO " EM " WS-DATA
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
           MOVE 'CART' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "carga carteira aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
      * Carteira nova ou existente; com o saldo de novo acima do
      * minimo o proximo saldo baixo volta a gerar aviso
           IF WS-ACHADO = 0
               PERFORM NOVA-CARTEIRA
           END-IF
           ADD WS-VALOR TO WS-CAR-SALDO(WS-ACHADO)
           PERFORM LE-SALDO-MINIMO
           IF WS-CAR-SALDO(WS-ACHADO) >= WS-SALDO-MINIMO
               MOVE 0 TO WS-CAR-DATA-AVISO(WS-ACHADO)
           END-IF
           PERFORM GRAVA-CARTEIRAS
           OPEN EXTEND FICHEIRO-MOVIMENTOS
           MOVE SPACES TO LINHA-MOVIMENTO
           MOVE WS-DATA TO MOV-DATA
           MOVE WS-HORA TO MOV-HORA
           MOVE WS-NUMERO TO MOV-ALUNO
           MOVE 'CARGA' TO MOV-TIPO
           MOVE '+' TO MOV-SINAL
           MOVE WS-VALOR TO MOV-VALOR
           MOVE WS-CAR-SALDO(WS-ACHADO) TO MOV-SALDO
           MOVE WS-RECIBO-NUMERO TO MOV-RECIBO
           MOVE WS-RUN-F3 TO MOV-RUN
           MOVE WS-OPERADOR TO MOV-OPERADOR
           WRITE LINHA-MOVIMENTO
           CLOSE FICHEIRO-MOVIMENTOS
           MOVE WS-CAR-SALDO(WS-ACHADO) TO WS-SALDO-ED
           DISPLAY "Recibo " WS-RECIBO-NUMERO "; saldo da carteira "
               WS-SALDO-ED " EUR (run " WS-RUN-F3 ")".

      ******************************************************************
      * Compra no bar
      ******************************************************************
       COMPRA-BAR.
      * O debito na carteira e do modulo DEBITA-CARTEIRA; aqui so
      * se lanca a receita do bar, no seu proprio run
           PERFORM PEDE-ALUNO
           IF WS-ALUNO-OK = 'S'
               DISPLAY "VALOR DA COMPRA: " WITH NO ADVANCING
               PERFORM PEDE-VALOR
               IF WS-VALOR = 0
                   DISPLAY "Valor invalido"
               ELSE
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE WS-NUMERO TO WS-CD-ALUNO
                   MOVE WS-VALOR TO WS-CD-VALOR
                   MOVE 'BAR ' TO WS-CD-ORIGEM
                   MOVE WS-POLO-F3 TO WS-CD-POLO
                   CALL 'DEBITA-CARTEIRA' USING WS-CD-ALUNO
                       WS-CD-VALOR WS-CD-ORIGEM WS-CD-POLO
                       WS-CD-ACEITE WS-CD-MOTIVO WS-CD-SALDO
                   IF WS-CD-ACEITE NOT = 'S'
                       DISPLAY "Compra recusada: " WS-CD-MOTIVO
                   ELSE
                       PERFORM LANCA-RECEITA-BAR
                   END-IF
               END-IF
           END-IF.

       LANCA-RECEITA-BAR.
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'BAR ' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-VALOR TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "BAR CARTEIRA ALUNO " WS-NUMERO " EM " WS-DATA
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
           MOVE 'BAR ' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "bar carteira aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE WS-CD-SALDO TO WS-SALDO-ED
           DISPLAY "Compra debitada; saldo da carteira " WS-SALDO-ED
               " EUR (run " WS-RUN-F3 ")"
           PERFORM LE-SALDO-MINIMO
           IF WS-CD-SALDO < WS-SALDO-MINIMO
               DISPLAY "Saldo baixo: o encarregado recebe aviso na"
                   " proxima emissao de avisos"
           END-IF.

      ******************************************************************
      * Limite diario
      ******************************************************************
       LIMITE-DIARIO.
      * So um encarregado do aluno (encarregados.txt) pode por ou
      * tirar o limite; zero tira o limite
           PERFORM PEDE-ALUNO
           IF WS-ALUNO-OK = 'S'
               PERFORM CARREGA-EE-ALUNO
               DISPLAY "ENCARREGADO QUE PEDE O LIMITE: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-MEMBRO
               ACCEPT WS-MEMBRO
               MOVE 'N' TO WS-MEMBRO-OK
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EE
                   IF WS-EE-MEMBRO(I) = WS-MEMBRO
                       MOVE 'S' TO WS-MEMBRO-OK
                   END-IF
               END-PERFORM
               IF WS-MEMBRO-OK = 'N'
                   DISPLAY WS-MEMBRO " nao e encarregado do aluno "
                       WS-NUMERO
               ELSE
                   PERFORM ALTERA-LIMITE
               END-IF
           END-IF.

       ALTERA-LIMITE.
           DISPLAY "LIMITE DIARIO EM EUR (0 = SEM LIMITE): "
               WITH NO ADVANCING
           PERFORM PEDE-VALOR
           PERFORM CARREGA-CARTEIRAS
           PERFORM PROCURA-CARTEIRA
           EVALUATE TRUE
               WHEN WS-VALOR > 99999
                   DISPLAY "Limite invalido"
               WHEN WS-CAR-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-ACHADO = 0 AND WS-TOTAL-CAR >= 2000
                   DISPLAY "Tabela de carteiras cheia"
               WHEN OTHER
                   IF WS-ACHADO = 0
                       PERFORM NOVA-CARTEIRA
                   END-IF
                   MOVE WS-VALOR TO WS-LIMITE
                   MOVE WS-LIMITE TO WS-CAR-LIMITE(WS-ACHADO)
                   IF WS-LIMITE = 0
                       MOVE SPACES TO WS-CAR-LIMITE-POR(WS-ACHADO)
                       DISPLAY "Carteira do aluno " WS-NUMERO
                           " sem limite diario"
                   ELSE
                       MOVE WS-MEMBRO TO WS-CAR-LIMITE-POR(WS-ACHADO)
                       MOVE WS-LIMITE TO WS-LIMITE-ED
                       DISPLAY "Limite diario de " WS-LIMITE-ED
                           " EUR definido por " WS-MEMBRO
                   END-IF
                   PERFORM GRAVA-CARTEIRAS
           END-EVALUATE.

       CARREGA-EE-ALUNO.
           MOVE 0 TO WS-TOTAL-EE
           MOVE 'N' TO EOF-ENCARREGADOS
           OPEN INPUT FICHEIRO-ENCARREGADOS
           IF WS-ENCARREGADOS-STATUS = '00' OR
               WS-ENCARREGADOS-STATUS = '05'
               PERFORM UNTIL EOF-ENCARREGADOS = 'S'
                   READ FICHEIRO-ENCARREGADOS
                       AT END
                           MOVE 'S' TO EOF-ENCARREGADOS
                       NOT AT END
                           IF ENC-NUMERO IS NUMERIC AND
                               ENC-NUMERO = WS-NUMERO AND
                               WS-TOTAL-EE < 10
                               ADD 1 TO WS-TOTAL-EE
                               MOVE ENC-MEMBRO
                                   TO WS-EE-MEMBRO(WS-TOTAL-EE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

      ******************************************************************
      * Extrato e avisos
      ******************************************************************
       EXTRATO-CARTEIRA.
           PERFORM PEDE-ALUNO
           IF WS-ALUNO-OK = 'S'
               PERFORM ESCREVE-EXTRATO
           END-IF.

       ESCREVE-EXTRATO.
           PERFORM CARREGA-CARTEIRAS
           PERFORM PROCURA-CARTEIRA
           MOVE 0 TO WS-LINHAS-REL
           MOVE 'extrato-carteira.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATO DA CARTEIRA - ALUNO " WS-NUMERO " "
               WS-NOME-ALUNO " EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DATA     HORA   MOVIMENTO      VALOR       SALDO"
               & " RECIBO OPERADOR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-ALUNO = WS-NUMERO AND
                               MOV-VALOR IS NUMERIC
                               PERFORM ESCREVE-LINHA-EXTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF
           IF WS-LINHAS-REL = 0
               MOVE "SEM MOVIMENTOS" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE 0 TO WS-VALOR
           IF WS-ACHADO > 0
               MOVE WS-CAR-SALDO(WS-ACHADO) TO WS-VALOR
           END-IF
           MOVE WS-VALOR TO WS-SALDO-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO ATUAL " WS-SALDO-ED " EUR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-ACHADO > 0
               IF WS-CAR-LIMITE(WS-ACHADO) > 0
                   MOVE WS-CAR-LIMITE(WS-ACHADO) TO WS-LIMITE-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "LIMITE DIARIO " WS-LIMITE-ED
                       " EUR DEFINIDO POR "
                       WS-CAR-LIMITE-POR(WS-ACHADO)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF
           CLOSE FICHEIRO-RELATORIO
           MOVE 'EXTRATO CARTEIRA' TO WS-TITULO-SPOOL
           PERFORM REGISTA-SPOOL
           DISPLAY WS-LINHAS-REL " movimento(s); saldo " WS-SALDO-ED
               " EUR; extrato em extrato-carteira.txt".

       ESCREVE-LINHA-EXTRATO.
           ADD 1 TO WS-LINHAS-REL
           MOVE MOV-VALOR TO WS-VALOR-ED
           MOVE 0 TO WS-VALOR
           IF MOV-SALDO IS NUMERIC
               MOVE MOV-SALDO TO WS-VALOR
           END-IF
           MOVE WS-VALOR TO WS-SALDO-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING MOV-DATA " " MOV-HORA " " MOV-TIPO " " MOV-SINAL
               " " WS-VALOR-ED " " WS-SALDO-ED " " MOV-RECIBO " "
               MOV-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       AVISOS-SALDO-BAIXO.
      * Uma carta por encarregado de cada aluno com saldo abaixo
      * do minimo, so uma vez ate a carteira voltar a ser carregada
      * acima do minimo
           PERFORM LE-SALDO-MINIMO
           PERFORM CARREGA-CARTEIRAS
           MOVE 0 TO WS-CARTAS
           MOVE 0 TO WS-LINHAS-REL
           MOVE 'cartas-carteira.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAR
               IF WS-CAR-SALDO(I) < WS-SALDO-MINIMO AND
                   WS-CAR-DATA-AVISO(I) = 0
                   ADD 1 TO WS-LINHAS-REL
                   MOVE WS-CAR-ALUNO(I) TO WS-NUMERO
                   PERFORM CARREGA-EE-ALUNO
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EE
                       PERFORM ESCREVE-CARTA-SALDO
                   END-PERFORM
                   IF WS-TOTAL-EE = 0
                       DISPLAY "Aluno " WS-NUMERO " sem encarregado"
                           " registado; aviso nao emitido"
                   ELSE
                       MOVE WS-DATA TO WS-CAR-DATA-AVISO(I)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-RELATORIO
           IF WS-CARTAS > 0
               IF WS-CAR-CHEIA = 'N'
                   PERFORM GRAVA-CARTEIRAS
               END-IF
               MOVE 'AVISOS CARTEIRA' TO WS-TITULO-SPOOL
               PERFORM REGISTA-SPOOL
           END-IF
           DISPLAY WS-LINHAS-REL " carteira(s) com saldo baixo; "
               WS-CARTAS " carta(s) em cartas-carteira.txt".

       ESCREVE-CARTA-SALDO.
           ADD 1 TO WS-CARTAS
           MOVE ALL "=" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AVISO DE SALDO BAIXO - " WS-EE-MEMBRO(K)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-CAR-SALDO(I) TO WS-SALDO-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "A CARTEIRA DO ALUNO " WS-NUMERO " TEM O SALDO DE "
               WS-SALDO-ED " EUR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PODE CARREGA-LA NA SECRETARIA OU POR TRANSFERENCIA"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT FICHEIRO-0
           IF WS-FICHEIRO-0-STATUS = '00'
               MOVE WS-EE-MEMBRO(K) TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       MOVE "CONTACTOS: (membro nao encontrado)"
                           TO LINHA-RELATORIO
                   NOT INVALID KEY
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "TEL: " REG-TELEFONE-0
                           "  EMAIL: " REG-EMAIL-0
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-READ
               WRITE LINHA-RELATORIO
               CLOSE FICHEIRO-0
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * Reconciliacao diaria
      ******************************************************************
       RECONCILIACAO-DIARIA.
      * A soma dos saldos tem de ser igual as cargas (CART "+") menos
      * os gastos (CART "-") de ficheiro3; aluno a aluno, o saldo
      * da carteira tem de ser igual ao liquido CART do aluno
           PERFORM CARREGA-CARTEIRAS
           MOVE 0 TO WS-SOMA-SALDOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAR
               ADD WS-CAR-SALDO(I) TO WS-SOMA-SALDOS
           END-PERFORM
           PERFORM SOMA-CART-F3
           COMPUTE WS-LIQUIDO-F3 = WS-CARGAS-F3 - WS-GASTOS-F3
           COMPUTE WS-DIFERENCA = WS-SOMA-SALDOS - WS-LIQUIDO-F3
           PERFORM ESCREVE-RECONCILIACAO
           MOVE WS-SOMA-SALDOS TO WS-TOTAL-ED
           DISPLAY "Soma dos saldos      : " WS-TOTAL-ED
           MOVE WS-LIQUIDO-F3 TO WS-DIF-ED
           DISPLAY "Cargas - gastos (f3) : " WS-DIF-ED
           IF WS-DIFERENCA = 0 AND WS-ALUNOS-DIF = 0
               DISPLAY "Carteiras reconciliadas sem diferenca"
           ELSE
               MOVE WS-DIFERENCA TO WS-DIF-ED
               DISPLAY "DIFERENCA " WS-DIF-ED " em " WS-ALUNOS-DIF
                   " aluno(s); ver reconciliacao-carteiras.txt"
           END-IF.

       SOMA-CART-F3.
      * Carga: "CARTEIRA RECIBO nnnnnn ALUNO nnnnn EM aaaammdd"
      * (aluno na coluna 30, data na 39); gasto: "CARTEIRA oooo
      * ALUNO nnnnn EM aaaammdd" (aluno na 21, data na 30)
           MOVE 0 TO WS-CARGAS-F3 WS-GASTOS-F3
           MOVE 0 TO WS-CARGAS-DIA WS-GASTOS-DIA
           MOVE 0 TO WS-SEM-CARTEIRA
           MOVE 'N' TO EOF-FICHEIRO-3
           OPEN INPUT FICHEIRO-3
           IF WS-FICHEIRO-3-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO-3 = 'S'
                   READ FICHEIRO-3
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO-3
                       NOT AT END
                           IF TRN-CODIGO = 'CART' AND
                               TRN-VALOR IS NUMERIC
                               PERFORM SOMA-LINHA-CART
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-3
           END-IF.

       SOMA-LINHA-CART.
           MOVE 0 TO WS-TRN-ALUNO
           MOVE 0 TO WS-TRN-DATA
           IF TRN-SINAL = '+'
               ADD TRN-VALOR TO WS-CARGAS-F3
               IF TRN-DESCRICAO(30 : 5) IS NUMERIC
                   MOVE TRN-DESCRICAO(30 : 5) TO WS-TRN-ALUNO
               END-IF
               IF TRN-DESCRICAO(39 : 8) IS NUMERIC
                   MOVE TRN-DESCRICAO(39 : 8) TO WS-TRN-DATA
               END-IF
               IF WS-TRN-DATA = WS-DATA
                   ADD TRN-VALOR TO WS-CARGAS-DIA
               END-IF
           ELSE
               ADD TRN-VALOR TO WS-GASTOS-F3
               IF TRN-DESCRICAO(21 : 5) IS NUMERIC
                   MOVE TRN-DESCRICAO(21 : 5) TO WS-TRN-ALUNO
               END-IF
               IF TRN-DESCRICAO(30 : 8) IS NUMERIC
                   MOVE TRN-DESCRICAO(30 : 8) TO WS-TRN-DATA
               END-IF
               IF WS-TRN-DATA = WS-DATA
                   ADD TRN-VALOR TO WS-GASTOS-DIA
               END-IF
           END-IF
           MOVE WS-TRN-ALUNO TO WS-NUMERO
           PERFORM PROCURA-CARTEIRA
           IF WS-ACHADO = 0
               IF TRN-SINAL = '+'
                   ADD TRN-VALOR TO WS-SEM-CARTEIRA
               ELSE
                   SUBTRACT TRN-VALOR FROM WS-SEM-CARTEIRA
               END-IF
           ELSE
               IF TRN-SINAL = '+'
                   ADD TRN-VALOR TO WS-CAR-F3(WS-ACHADO)
               ELSE
                   SUBTRACT TRN-VALOR FROM WS-CAR-F3(WS-ACHADO)
               END-IF
           END-IF.

       ESCREVE-RECONCILIACAO.
           MOVE 0 TO WS-ALUNOS-DIF
           MOVE 'reconciliacao-carteiras.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECONCILIACAO DAS CARTEIRAS EM " WS-DATA "-"
               WS-HORA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-CARGAS-DIA TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARGAS DO DIA         : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GASTOS-DIA TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GASTOS DO DIA         : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-CARGAS-F3 TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARGAS ACUMULADAS (F3): " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GASTOS-F3 TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GASTOS ACUMULADOS (F3): " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LIQUIDO-F3 TO WS-DIF-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARGAS - GASTOS       : " WS-DIF-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-SOMA-SALDOS TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SOMA DOS SALDOS       : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-DIFERENCA TO WS-DIF-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIFERENCA             : " WS-DIF-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAR
               IF WS-CAR-SALDO(I) NOT = WS-CAR-F3(I)
                   ADD 1 TO WS-ALUNOS-DIF
                   MOVE WS-CAR-SALDO(I) TO WS-SALDO-ED
                   MOVE WS-CAR-F3(I) TO WS-DIF-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  ALUNO " WS-CAR-ALUNO(I) " SALDO "
                       WS-SALDO-ED " LIQUIDO F3 " WS-DIF-ED
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM
           IF WS-SEM-CARTEIRA NOT = 0
               ADD 1 TO WS-ALUNOS-DIF
               MOVE WS-SEM-CARTEIRA TO WS-DIF-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  MOVIMENTOS CART SEM CARTEIRA " WS-DIF-ED
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF WS-DIFERENCA = 0 AND WS-ALUNOS-DIF = 0
               MOVE "CARTEIRAS RECONCILIADAS SEM DIFERENCA"
                   TO LINHA-RELATORIO
           ELSE
               MOVE "CARTEIRAS COM DIFERENCA - A INVESTIGAR"
                   TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           MOVE 'RECONCIL. CARTEIRAS' TO WS-TITULO-SPOOL
           PERFORM REGISTA-SPOOL.

      ******************************************************************
      * Aluno, polo e recibo
      ******************************************************************
       VALIDA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado; numero aceite"
                   " sem validacao"
               MOVE 'S' TO WS-ALUNO-OK
           ELSE
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       DISPLAY "Aluno " WS-NUMERO " nao inscrito"
                           " em NOTAS.DAT"
                   NOT INVALID KEY
                       IF REC-TURMA = 'SAIDA'
                           DISPLAY "Aluno " WS-NUMERO
                               " com matricula anulada"
                       ELSE
                           MOVE 'S' TO WS-ALUNO-OK
                           MOVE REC-NOME TO WS-NOME-ALUNO
                           MOVE REC-TURMA TO WS-TURMA-ALUNO
                       END-IF
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

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

       PEDE-TIPO-PAGAMENTO.
           MOVE SPACES TO WS-TIPO-PAGAMENTO
           PERFORM UNTIL WS-TIPO-PAGAMENTO = 'NUM' OR
               WS-TIPO-PAGAMENTO = 'MB' OR
               WS-TIPO-PAGAMENTO = 'TRF' OR
               WS-TIPO-PAGAMENTO = 'CHQ'
               DISPLAY "TIPO DE PAGAMENTO (NUM/MB/TRF/CHQ): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TIPO-PAGAMENTO
               ACCEPT WS-TIPO-PAGAMENTO
               MOVE FUNCTION UPPER-CASE(WS-TIPO-PAGAMENTO)
                   TO WS-TIPO-PAGAMENTO
           END-PERFORM.

       EMITE-RECIBO.
      * Recibo da sequencia central, como no registo de
      * pagamentos; a origem CART separa-o dos recibos de propinas
           MOVE 0 TO WS-RECIBO-NUMERO
           OPEN INPUT FICHEIRO-RECIBOS-SEQ
           IF WS-RECIBOS-SEQ-STATUS = '00' OR
               WS-RECIBOS-SEQ-STATUS = '05'
               READ FICHEIRO-RECIBOS-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RECIBO-SEQ TO WS-RECIBO-NUMERO
               END-READ
               CLOSE FICHEIRO-RECIBOS-SEQ
           END-IF
           ADD 1 TO WS-RECIBO-NUMERO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RECIBOS
           MOVE SPACES TO LINHA-RECIBO
           MOVE WS-RECIBO-NUMERO TO RCB-NUMERO
           MOVE WS-DATA TO RCB-DATA
           MOVE WS-HORA TO RCB-HORA
           MOVE WS-NUMERO TO RCB-ALUNO
           MOVE WS-VALOR TO RCB-VALOR
           MOVE WS-TIPO-PAGAMENTO TO RCB-TIPO
           MOVE WS-OPERADOR TO RCB-OPERADOR
           MOVE 'CART' TO RCB-ORIGEM
           WRITE LINHA-RECIBO
           CLOSE FICHEIRO-RECIBOS
           OPEN OUTPUT FICHEIRO-RECIBOS-SEQ
           MOVE WS-RECIBO-NUMERO TO LINHA-RECIBO-SEQ
           WRITE LINHA-RECIBO-SEQ
           CLOSE FICHEIRO-RECIBOS-SEQ
           PERFORM IMPRIME-RECIBO.

       IMPRIME-RECIBO.
           OPEN EXTEND FICHEIRO-RECIBO-IMP
           MOVE ALL "-" TO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "RECIBO N. " WS-RECIBO-NUMERO
               " - CARREGAMENTO DE CARTEIRA"
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE WS-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "ALUNO " WS-NUMERO "  VALOR " WS-VALOR-ED
               "  TIPO " WS-TIPO-PAGAMENTO
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "EM " WS-DATA "-" WS-HORA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           CLOSE FICHEIRO-RECIBO-IMP.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-NOME-RELATORIO TO SPL-FICHEIRO
           MOVE WS-TITULO-SPOOL TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

      ******************************************************************
      * Lancamento em ficheiro3 (protocolo do Exercicio3)
      ******************************************************************
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

       END PROGRAM CARTEIRA.
