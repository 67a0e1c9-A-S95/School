      ******************************************************************
      * Author:
      * Date:
      * Purpose: Papelaria da escola (cadernos, fardas, livros de
      *          fichas): mestre de produtos com preco, stock e
      *          stock minimo (produtos-papelaria.txt); cada venda
      *          a um aluno baixa o stock e ou fica a debito na
      *          conta do aluno (movimento PAPE "PAPELARIA ALUNO
      *          nnnnn EM aaaammdd" em ficheiro3.txt, que entra no
      *          extrato do encarregado) ou e paga no ato com recibo
      *          da sequencia central (movimento PAPE "PAPELARIA
      *          RECIBO nnnnnn EM aaaammdd", conferido no fecho de
      *          caixa) ou, a terceira via, e debitada na carteira
      *          pre-paga do aluno pelo modulo DEBITA-CARTEIRA
      *          (movimento PAPE "PAPELARIA CARTEIRA ALUNO nnnnn EM
      *          aaaammdd"); as linhas vendidas ficam em
      *          vendas-papelaria.txt; a entrada de mercadoria
      *          (entradas-papelaria.txt) repoe o stock; relatorio
      *          de reposicao dos produtos abaixo do minimo e resumo
      *          mensal de vendas por produto, ambos pelo spool
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAPELARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-PRODUTOS
               ASSIGN TO 'produtos-papelaria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-VENDAS
               ASSIGN TO 'vendas-papelaria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENTRADAS
               ASSIGN TO 'entradas-papelaria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
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
       FD FICHEIRO-PRODUTOS.
       01 LINHA-PRODUTO.
         05 PRD-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 PRD-DESCRICAO  PIC X(30).
         05 FILLER         PIC X.
         05 PRD-PRECO      PIC 9(5)V99.
         05 FILLER         PIC X.
         05 PRD-STOCK      PIC 9(5).
         05 FILLER         PIC X.
         05 PRD-STOCK-MIN  PIC 9(5).
         05 FILLER         PIC X.
         05 PRD-ESTADO     PIC X(7).
       FD FICHEIRO-VENDAS.
       01 LINHA-VENDA.
         05 VND-NUMERO     PIC 9(6).
         05 FILLER         PIC X.
         05 VND-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 VND-ALUNO      PIC 9(5).
         05 FILLER         PIC X.
         05 VND-PRODUTO    PIC X(6).
         05 FILLER         PIC X.
         05 VND-QUANTIDADE PIC 9(4).
         05 FILLER         PIC X.
         05 VND-PRECO      PIC 9(5)V99.
         05 FILLER         PIC X.
         05 VND-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 VND-MODO       PIC X(6).
         05 FILLER         PIC X.
         05 VND-RECIBO     PIC 9(6).
         05 FILLER         PIC X.
         05 VND-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 VND-OPERADOR   PIC X(8).
       FD FICHEIRO-ENTRADAS.
       01 LINHA-ENTRADA.
         05 ENT-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 ENT-PRODUTO    PIC X(6).
         05 FILLER         PIC X.
         05 ENT-QUANTIDADE PIC 9(5).
         05 FILLER         PIC X.
         05 ENT-DOCUMENTO  PIC X(20).
         05 FILLER         PIC X.
         05 ENT-OPERADOR   PIC X(8).
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
       01 WS-PRODUTOS-STATUS PIC XX.
       01 WS-VENDAS-STATUS PIC XX.
       01 WS-ENTRADAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
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
       01 EOF-PRODUTOS PIC X.
       01 EOF-VENDAS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NOME-RELATORIO PIC X(30).
       01 WS-TITULO-SPOOL PIC X(20).
       01 WS-PRODUTO PIC X(6).
       01 WS-TEXTO-30 PIC X(30).
       01 WS-NUM-TEXTO PIC X(12).
       01 WS-QTD-TEXTO PIC X(6).
       01 WS-DOCUMENTO PIC X(20).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-NUMERO PIC 9(5).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-PAGA-AGORA PIC X.
       01 WS-FIM-VENDA PIC X.
       01 WS-TIPO-PAGAMENTO PIC X(4).
       01 WS-RECIBO-NUMERO PIC 9(6).
       01 WS-VENDA-NUMERO PIC 9(6).
       01 WS-QUANTIDADE PIC 9(5).
       01 WS-PRECO PIC 9(5)V99.
       01 WS-VALOR PIC 9(7)V99.
       01 WS-TOTAL-VENDA PIC 9(7)V99.
       01 WS-ACHADO PIC 9(4).
       01 WS-PRD-ACHADO PIC 9(4).
       01 WS-ENCOMENDAR PIC 9(5).
       01 WS-LINHAS-REL PIC 9(4).
       01 WS-MES-QTD PIC 9(6).
       01 WS-MES-CONTA PIC 9(8)V99.
       01 WS-MES-RECIBO PIC 9(8)V99.
       01 WS-MES-CARTEIRA PIC 9(8)V99.
       01 WS-TOT-QTD PIC 9(6).
       01 WS-TOT-CONTA PIC 9(8)V99.
       01 WS-TOT-RECIBO PIC 9(8)V99.
       01 WS-TOT-CARTEIRA PIC 9(8)V99.
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 L PIC 9(2).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-PRECO-ED PIC Z(4)9.99.
       01 WS-TOTAL-ED PIC Z(7)9.99.
       01 WS-CONTA-ED PIC Z(7)9.99.
       01 WS-RECIBO-ED PIC Z(7)9.99.
       01 WS-CARTEIRA-ED PIC Z(7)9.99.
       01 WS-SALDO-ED PIC Z(6)9.99.
      * Chamada ao modulo de debito da carteira pre-paga
       01 WS-CD-ALUNO PIC 9(5).
       01 WS-CD-VALOR PIC 9(7)V99.
       01 WS-CD-ORIGEM PIC X(4).
       01 WS-CD-POLO PIC X(2).
       01 WS-CD-ACEITE PIC X.
       01 WS-CD-MOTIVO PIC X(40).
       01 WS-CD-SALDO PIC 9(7)V99.
       01 WS-QTD-ED PIC Z(5)9.
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
      * Mestre de produtos
       01 WS-TOTAL-PRD PIC 9(4) VALUE 0.
       01 WS-PRD-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PRODUTOS.
         05 WS-PRD OCCURS 300 TIMES.
           10 WS-PRD-CODIGO    PIC X(6).
           10 WS-PRD-DESCRICAO PIC X(30).
           10 WS-PRD-PRECO     PIC 9(5)V99.
           10 WS-PRD-STOCK     PIC 9(5).
           10 WS-PRD-STOCK-MIN PIC 9(5).
           10 WS-PRD-ESTADO    PIC X(7).
      * Linhas da venda em curso
       01 WS-TOTAL-LIN PIC 9(2) VALUE 0.
       01 WS-TABELA-LINHAS.
         05 WS-LIN OCCURS 20 TIMES.
           10 WS-LIN-PRODUTO    PIC 9(4).
           10 WS-LIN-QUANTIDADE PIC 9(4).
           10 WS-LIN-VALOR      PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "PAPELARIA"
               DISPLAY "1 - LISTAR PRODUTOS"
               DISPLAY "2 - CRIAR/ALTERAR PRODUTO"
               DISPLAY "3 - VENDA"
               DISPLAY "4 - ENTRADA DE MERCADORIA"
               DISPLAY "5 - RELATORIO DE REPOSICAO"
               DISPLAY "6 - RESUMO MENSAL DE VENDAS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-PRODUTOS
                   WHEN 2
                       PERFORM ALTERAR-PRODUTO
                   WHEN 3
                       PERFORM VENDA
                   WHEN 4
                       PERFORM ENTRADA-MERCADORIA
                   WHEN 5
                       PERFORM RELATORIO-REPOSICAO
                   WHEN 6
                       PERFORM RESUMO-MENSAL
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

      ******************************************************************
      * Mestre de produtos
      ******************************************************************
       CARREGA-PRODUTOS.
           MOVE 0 TO WS-TOTAL-PRD
           MOVE 'N' TO WS-PRD-CHEIA
           MOVE 'N' TO EOF-PRODUTOS
           OPEN INPUT FICHEIRO-PRODUTOS
           IF WS-PRODUTOS-STATUS = '00' OR WS-PRODUTOS-STATUS = '05'
               PERFORM UNTIL EOF-PRODUTOS = 'S'
                   READ FICHEIRO-PRODUTOS
                       AT END
                           MOVE 'S' TO EOF-PRODUTOS
                       NOT AT END
                           IF PRD-CODIGO NOT = SPACES AND
                               WS-TOTAL-PRD < 300
                               ADD 1 TO WS-TOTAL-PRD
                               PERFORM GUARDA-PRODUTO-LIDO
                           ELSE
                               IF PRD-CODIGO NOT = SPACES
                                   MOVE 'S' TO WS-PRD-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRODUTOS
           END-IF
           IF WS-PRD-CHEIA = 'S'
               DISPLAY "AVISO: produtos-papelaria.txt excede a"
                   " tabela de 300 produtos; leitura parcial e"
                   " regravacao bloqueada ate alargar a tabela"
           END-IF.

       GUARDA-PRODUTO-LIDO.
           MOVE WS-TOTAL-PRD TO K
           MOVE PRD-CODIGO TO WS-PRD-CODIGO(K)
           MOVE PRD-DESCRICAO TO WS-PRD-DESCRICAO(K)
           MOVE PRD-ESTADO TO WS-PRD-ESTADO(K)
           MOVE 0 TO WS-PRD-PRECO(K) WS-PRD-STOCK(K)
               WS-PRD-STOCK-MIN(K)
           IF PRD-PRECO IS NUMERIC
               MOVE PRD-PRECO TO WS-PRD-PRECO(K)
           END-IF
           IF PRD-STOCK IS NUMERIC
               MOVE PRD-STOCK TO WS-PRD-STOCK(K)
           END-IF
           IF PRD-STOCK-MIN IS NUMERIC
               MOVE PRD-STOCK-MIN TO WS-PRD-STOCK-MIN(K)
           END-IF.

       GRAVA-PRODUTOS.
           OPEN OUTPUT FICHEIRO-PRODUTOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PRD
               MOVE SPACES TO LINHA-PRODUTO
               MOVE WS-PRD-CODIGO(K) TO PRD-CODIGO
               MOVE WS-PRD-DESCRICAO(K) TO PRD-DESCRICAO
               MOVE WS-PRD-PRECO(K) TO PRD-PRECO
               MOVE WS-PRD-STOCK(K) TO PRD-STOCK
               MOVE WS-PRD-STOCK-MIN(K) TO PRD-STOCK-MIN
               MOVE WS-PRD-ESTADO(K) TO PRD-ESTADO
               WRITE LINHA-PRODUTO
           END-PERFORM
           CLOSE FICHEIRO-PRODUTOS.

       PROCURA-PRODUTO.
      * Produto WS-PRODUTO em WS-PRD-ACHADO (0 se nao existe)
           MOVE 0 TO WS-PRD-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-PRD
               IF WS-PRD-CODIGO(K) = WS-PRODUTO
                   MOVE K TO WS-PRD-ACHADO
               END-IF
           END-PERFORM.

       LISTAR-PRODUTOS.
           PERFORM CARREGA-PRODUTOS
           IF WS-TOTAL-PRD = 0
               DISPLAY "Nenhum produto registado"
           ELSE
               DISPLAY "CODIGO DESCRICAO                         PRECO"
                   "  STOCK MINIMO ESTADO"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRD
                   MOVE WS-PRD-PRECO(I) TO WS-PRECO-ED
                   DISPLAY WS-PRD-CODIGO(I) " " WS-PRD-DESCRICAO(I)
                       " " WS-PRECO-ED "  " WS-PRD-STOCK(I) "  "
                       WS-PRD-STOCK-MIN(I) " " WS-PRD-ESTADO(I)
               END-PERFORM
           END-IF.

       ALTERAR-PRODUTO.
      * Codigo novo cria o produto com stock zero (o stock so entra
      * pela entrada de mercadoria); codigo existente mostra os
      * dados entre [ ] e ENTER mantem o valor
           PERFORM CARREGA-PRODUTOS
           DISPLAY "CODIGO DO PRODUTO: " WITH NO ADVANCING
           MOVE SPACES TO WS-PRODUTO
           ACCEPT WS-PRODUTO
           MOVE FUNCTION UPPER-CASE(WS-PRODUTO) TO WS-PRODUTO
           PERFORM PROCURA-PRODUTO
           EVALUATE TRUE
               WHEN WS-PRODUTO = SPACES
                   DISPLAY "Codigo obrigatorio"
               WHEN WS-PRD-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-PRD-ACHADO = 0 AND WS-TOTAL-PRD >= 300
                   DISPLAY "Mestre de produtos cheio"
               WHEN WS-PRD-ACHADO = 0
                   PERFORM NOVO-PRODUTO
               WHEN OTHER
                   PERFORM ALTERA-PRODUTO-EXISTENTE
           END-EVALUATE.

       NOVO-PRODUTO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-30
           ACCEPT WS-TEXTO-30
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-30) TO WS-TEXTO-30
           DISPLAY "PRECO DE VENDA (ex: 2.50): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           MOVE 0 TO WS-PRECO
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-PRECO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF
           DISPLAY "STOCK MINIMO: " WITH NO ADVANCING
           MOVE SPACES TO WS-QTD-TEXTO
           ACCEPT WS-QTD-TEXTO
           MOVE 0 TO WS-QUANTIDADE
           IF WS-QTD-TEXTO NOT = SPACES
               COMPUTE WS-QUANTIDADE = FUNCTION NUMVAL(WS-QTD-TEXTO)
           END-IF
           EVALUATE TRUE
               WHEN WS-TEXTO-30 = SPACES
                   DISPLAY "Descricao obrigatoria"
               WHEN WS-PRECO = 0
                   DISPLAY "Preco obrigatorio"
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PRD
                   MOVE WS-TOTAL-PRD TO I
                   MOVE WS-PRODUTO TO WS-PRD-CODIGO(I)
                   MOVE WS-TEXTO-30 TO WS-PRD-DESCRICAO(I)
                   MOVE WS-PRECO TO WS-PRD-PRECO(I)
                   MOVE 0 TO WS-PRD-STOCK(I)
                   MOVE WS-QUANTIDADE TO WS-PRD-STOCK-MIN(I)
                   MOVE 'ATIVO' TO WS-PRD-ESTADO(I)
                   PERFORM GRAVA-PRODUTOS
                   DISPLAY "Produto " WS-PRODUTO " registado com"
                       " stock 0; registe a entrada de mercadoria"
           END-EVALUATE.

       ALTERA-PRODUTO-EXISTENTE.
           MOVE WS-PRD-ACHADO TO I
           DISPLAY "DESCRICAO [" WS-PRD-DESCRICAO(I) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-30
           ACCEPT WS-TEXTO-30
           IF WS-TEXTO-30 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-30)
                   TO WS-PRD-DESCRICAO(I)
           END-IF
           MOVE WS-PRD-PRECO(I) TO WS-PRECO-ED
           DISPLAY "PRECO [" WS-PRECO-ED "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-PRECO = FUNCTION NUMVAL(WS-NUM-TEXTO)
               IF WS-PRECO > 0
                   MOVE WS-PRECO TO WS-PRD-PRECO(I)
               ELSE
                   DISPLAY "Preco invalido; mantido o anterior"
               END-IF
           END-IF
           DISPLAY "STOCK MINIMO [" WS-PRD-STOCK-MIN(I) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-QTD-TEXTO
           ACCEPT WS-QTD-TEXTO
           IF WS-QTD-TEXTO NOT = SPACES
               COMPUTE WS-PRD-STOCK-MIN(I) =
                   FUNCTION NUMVAL(WS-QTD-TEXTO)
           END-IF
           DISPLAY "ESTADO ATIVO/INATIVO [" WS-PRD-ESTADO(I) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-30
           ACCEPT WS-TEXTO-30
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-30) TO WS-TEXTO-30
           IF WS-TEXTO-30 = 'ATIVO' OR WS-TEXTO-30 = 'INATIVO'
               MOVE WS-TEXTO-30 TO WS-PRD-ESTADO(I)
           END-IF
           PERFORM GRAVA-PRODUTOS
           DISPLAY "Produto " WS-PRODUTO " gravado".

      ******************************************************************
      * Venda
      ******************************************************************
       VENDA.
      * As linhas vao baixando o stock so na tabela; o mestre so e
      * regravado quando a venda fica lancada, e uma venda
      * desistida volta a ler o stock do disco
           PERFORM CARREGA-PRODUTOS
           MOVE 0 TO WS-TOTAL-LIN
           MOVE 0 TO WS-TOTAL-VENDA
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
           END-IF
           IF WS-ALUNO-OK = 'S' AND WS-PRD-CHEIA = 'N'
               MOVE 'N' TO WS-FIM-VENDA
               PERFORM UNTIL WS-FIM-VENDA = 'S'
                   PERFORM PEDE-LINHA-VENDA
               END-PERFORM
               IF WS-TOTAL-LIN = 0
                   DISPLAY "Venda sem linhas; nada lancado"
               ELSE
                   PERFORM FECHA-VENDA
               END-IF
           END-IF.

       PEDE-LINHA-VENDA.
           DISPLAY "PRODUTO (ENTER = FECHAR A VENDA): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PRODUTO
           ACCEPT WS-PRODUTO
           MOVE FUNCTION UPPER-CASE(WS-PRODUTO) TO WS-PRODUTO
           IF WS-PRODUTO = SPACES
               MOVE 'S' TO WS-FIM-VENDA
           ELSE
               PERFORM PROCURA-PRODUTO
               MOVE 0 TO WS-QUANTIDADE
               IF WS-PRD-ACHADO > 0
                   IF WS-PRD-ESTADO(WS-PRD-ACHADO) = 'ATIVO'
                       DISPLAY WS-PRD-DESCRICAO(WS-PRD-ACHADO)
                           " QUANTIDADE: " WITH NO ADVANCING
                       MOVE SPACES TO WS-QTD-TEXTO
                       ACCEPT WS-QTD-TEXTO
                       IF WS-QTD-TEXTO NOT = SPACES
                           COMPUTE WS-QUANTIDADE =
                               FUNCTION NUMVAL(WS-QTD-TEXTO)
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-PRD-ACHADO = 0
                       DISPLAY "Produto " WS-PRODUTO " inexistente"
                   WHEN WS-PRD-ESTADO(WS-PRD-ACHADO) NOT = 'ATIVO'
                       DISPLAY "Produto " WS-PRODUTO " inativo"
                   WHEN WS-QUANTIDADE = 0
                       DISPLAY "Quantidade invalida"
                   WHEN WS-QUANTIDADE > WS-PRD-STOCK(WS-PRD-ACHADO)
                       DISPLAY "Stock insuficiente: ha "
                           WS-PRD-STOCK(WS-PRD-ACHADO)
                   WHEN WS-TOTAL-LIN >= 20
                       DISPLAY "Maximo de 20 linhas por venda"
                       MOVE 'S' TO WS-FIM-VENDA
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-LIN
                       MOVE WS-TOTAL-LIN TO L
                       MOVE WS-PRD-ACHADO TO WS-LIN-PRODUTO(L)
                       MOVE WS-QUANTIDADE TO WS-LIN-QUANTIDADE(L)
                       COMPUTE WS-LIN-VALOR(L) =
                           WS-QUANTIDADE * WS-PRD-PRECO(WS-PRD-ACHADO)
                       SUBTRACT WS-QUANTIDADE
                           FROM WS-PRD-STOCK(WS-PRD-ACHADO)
                       ADD WS-LIN-VALOR(L) TO WS-TOTAL-VENDA
                       MOVE WS-LIN-VALOR(L) TO WS-VALOR-ED
                       MOVE WS-TOTAL-VENDA TO WS-TOTAL-ED
                       DISPLAY "  linha " WS-VALOR-ED "  total "
                           WS-TOTAL-ED
               END-EVALUATE
           END-IF.

       FECHA-VENDA.
           MOVE WS-TOTAL-VENDA TO WS-TOTAL-ED
           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME-ALUNO
               " TOTAL " WS-TOTAL-ED " EUR"
           DISPLAY "PAGA AGORA COM RECIBO (S), FICA NA CONTA DO"
               " ALUNO (N) OU PAGA COM A CARTEIRA (C)? "
               WITH NO ADVANCING
           ACCEPT WS-PAGA-AGORA
           MOVE FUNCTION UPPER-CASE(WS-PAGA-AGORA) TO WS-PAGA-AGORA
           IF WS-PAGA-AGORA NOT = 'S' AND WS-PAGA-AGORA NOT = 'C'
               MOVE 'N' TO WS-PAGA-AGORA
           END-IF
           IF WS-PAGA-AGORA = 'S'
               PERFORM PEDE-TIPO-PAGAMENTO
           END-IF
           DISPLAY "Confirma a venda? (S/N)"
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Venda anulada; stock inalterado"
           ELSE
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
               IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Venda nao lancada; stock inalterado"
               ELSE
                   IF WS-PAGA-AGORA = 'C'
                       PERFORM DEBITA-CARTEIRA-VENDA
                   ELSE
                       PERFORM LANCA-VENDA
                   END-IF
               END-IF
           END-IF.

       DEBITA-CARTEIRA-VENDA.
      * O modulo da carteira confere saldo e limite diario e lanca
      * o CART de saida; so depois de aceite se lanca a venda
           PERFORM DETERMINA-POLO-TURMA
           MOVE WS-NUMERO TO WS-CD-ALUNO
           MOVE WS-TOTAL-VENDA TO WS-CD-VALOR
           MOVE 'PAPE' TO WS-CD-ORIGEM
           MOVE WS-POLO-F3 TO WS-CD-POLO
           CALL 'DEBITA-CARTEIRA' USING WS-CD-ALUNO WS-CD-VALOR
               WS-CD-ORIGEM WS-CD-POLO WS-CD-ACEITE WS-CD-MOTIVO
               WS-CD-SALDO
           IF WS-CD-ACEITE NOT = 'S'
               DISPLAY "Venda recusada: " WS-CD-MOTIVO
               DISPLAY "Venda nao lancada; stock inalterado"
           ELSE
               PERFORM LANCA-VENDA
               MOVE WS-CD-SALDO TO WS-SALDO-ED
               DISPLAY "Saldo da carteira " WS-SALDO-ED " EUR"
           END-IF.

       LANCA-VENDA.
      * Uma venda e um so movimento PAPE com o total; paga no ato
      * leva o numero do recibo, a debito leva o numero do aluno
      * para o extrato do encarregado, paga com a carteira fica
      * marcada CARTEIRA (ja nao e divida nem entra na caixa)
           PERFORM DETERMINA-POLO-TURMA
           MOVE 0 TO WS-RECIBO-NUMERO
           IF WS-PAGA-AGORA = 'S'
               PERFORM EMITE-RECIBO
           END-IF
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'PAPE' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-TOTAL-VENDA TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           IF WS-PAGA-AGORA = 'S'
               STRING "PAPELARIA RECIBO " WS-RECIBO-NUMERO
                   " EM " WS-DATA
                   DELIMITED BY SIZE INTO TRN-DESCRICAO
           ELSE
               IF WS-PAGA-AGORA = 'C'
                   STRING "PAPELARIA CARTEIRA ALUNO " WS-NUMERO
                       " EM " WS-DATA
                       DELIMITED BY SIZE INTO TRN-DESCRICAO
               ELSE
                   STRING "PAPELARIA ALUNO " WS-NUMERO
                       " EM " WS-DATA
                       DELIMITED BY SIZE INTO TRN-DESCRICAO
               END-IF
           END-IF
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
           MOVE 'PAPE' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "papelaria aluno " WS-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           PERFORM ESCREVE-LINHAS-VENDA
           PERFORM GRAVA-PRODUTOS
           EVALUATE WS-PAGA-AGORA
               WHEN 'S'
                   DISPLAY "Venda " WS-VENDA-NUMERO
                       " paga com o recibo " WS-RECIBO-NUMERO
                       " (run " WS-RUN-F3 ")"
               WHEN 'C'
                   DISPLAY "Venda " WS-VENDA-NUMERO
                       " paga com a carteira do aluno " WS-NUMERO
                       " (run " WS-RUN-F3 ")"
               WHEN OTHER
                   DISPLAY "Venda " WS-VENDA-NUMERO
                       " debitada na conta do aluno " WS-NUMERO
                       " (run " WS-RUN-F3 ")"
           END-EVALUATE.

       ESCREVE-LINHAS-VENDA.
      * Numero da venda: o seguinte ao ultimo de
      * vendas-papelaria.txt
           MOVE 0 TO WS-VENDA-NUMERO
           MOVE 'N' TO EOF-VENDAS
           OPEN INPUT FICHEIRO-VENDAS
           IF WS-VENDAS-STATUS = '00' OR WS-VENDAS-STATUS = '05'
               PERFORM UNTIL EOF-VENDAS = 'S'
                   READ FICHEIRO-VENDAS
                       AT END
                           MOVE 'S' TO EOF-VENDAS
                       NOT AT END
                           IF VND-NUMERO IS NUMERIC AND
                               VND-NUMERO > WS-VENDA-NUMERO
                               MOVE VND-NUMERO TO WS-VENDA-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-VENDAS
           END-IF
           ADD 1 TO WS-VENDA-NUMERO
           OPEN EXTEND FICHEIRO-VENDAS
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-LIN
               MOVE WS-LIN-PRODUTO(L) TO K
               MOVE SPACES TO LINHA-VENDA
               MOVE WS-VENDA-NUMERO TO VND-NUMERO
               MOVE WS-DATA TO VND-DATA
               MOVE WS-NUMERO TO VND-ALUNO
               MOVE WS-PRD-CODIGO(K) TO VND-PRODUTO
               MOVE WS-LIN-QUANTIDADE(L) TO VND-QUANTIDADE
               MOVE WS-PRD-PRECO(K) TO VND-PRECO
               MOVE WS-LIN-VALOR(L) TO VND-VALOR
               EVALUATE WS-PAGA-AGORA
                   WHEN 'S'
                       MOVE 'RECIBO' TO VND-MODO
                   WHEN 'C'
                       MOVE 'PREPAG' TO VND-MODO
                   WHEN OTHER
                       MOVE 'CONTA' TO VND-MODO
               END-EVALUATE
               MOVE WS-RECIBO-NUMERO TO VND-RECIBO
               MOVE WS-RUN-F3 TO VND-RUN
               MOVE WS-OPERADOR TO VND-OPERADOR
               WRITE LINHA-VENDA
           END-PERFORM
           CLOSE FICHEIRO-VENDAS.

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
      * pagamentos; a origem PAPE separa-o dos recibos de propinas
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
           MOVE WS-TOTAL-VENDA TO RCB-VALOR
           MOVE WS-TIPO-PAGAMENTO TO RCB-TIPO
           MOVE WS-OPERADOR TO RCB-OPERADOR
           MOVE 'PAPE' TO RCB-ORIGEM
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
           STRING "RECIBO N. " WS-RECIBO-NUMERO " - PAPELARIA"
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-LIN
               MOVE WS-LIN-PRODUTO(L) TO K
               MOVE WS-LIN-VALOR(L) TO WS-VALOR-ED
               MOVE SPACES TO LINHA-RECIBO-IMP
               STRING "  " WS-LIN-QUANTIDADE(L) " x "
                   WS-PRD-DESCRICAO(K) " " WS-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
               WRITE LINHA-RECIBO-IMP
           END-PERFORM
           MOVE WS-TOTAL-VENDA TO WS-VALOR-ED
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

      ******************************************************************
      * Entrada de mercadoria
      ******************************************************************
       ENTRADA-MERCADORIA.
           PERFORM CARREGA-PRODUTOS
           DISPLAY "PRODUTO: " WITH NO ADVANCING
           MOVE SPACES TO WS-PRODUTO
           ACCEPT WS-PRODUTO
           MOVE FUNCTION UPPER-CASE(WS-PRODUTO) TO WS-PRODUTO
           PERFORM PROCURA-PRODUTO
           MOVE 0 TO WS-QUANTIDADE
           MOVE SPACES TO WS-DOCUMENTO
           IF WS-PRD-ACHADO > 0
               DISPLAY WS-PRD-DESCRICAO(WS-PRD-ACHADO)
                   " STOCK ATUAL " WS-PRD-STOCK(WS-PRD-ACHADO)
               DISPLAY "QUANTIDADE RECEBIDA: " WITH NO ADVANCING
               MOVE SPACES TO WS-QTD-TEXTO
               ACCEPT WS-QTD-TEXTO
               IF WS-QTD-TEXTO NOT = SPACES
                   COMPUTE WS-QUANTIDADE =
                       FUNCTION NUMVAL(WS-QTD-TEXTO)
               END-IF
               DISPLAY "GUIA / FATURA DO FORNECEDOR: "
                   WITH NO ADVANCING
               ACCEPT WS-DOCUMENTO
               MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO) TO WS-DOCUMENTO
           END-IF
           EVALUATE TRUE
               WHEN WS-PRD-ACHADO = 0
                   DISPLAY "Produto " WS-PRODUTO " inexistente"
               WHEN WS-PRD-CHEIA = 'S'
                   DISPLAY "Nada registado"
               WHEN WS-QUANTIDADE = 0
                   DISPLAY "Quantidade invalida"
               WHEN WS-PRD-STOCK(WS-PRD-ACHADO) + WS-QUANTIDADE
                   > 99999
                   DISPLAY "Stock excederia 99999"
               WHEN OTHER
                   ADD WS-QUANTIDADE TO WS-PRD-STOCK(WS-PRD-ACHADO)
                   OPEN EXTEND FICHEIRO-ENTRADAS
                   MOVE SPACES TO LINHA-ENTRADA
                   MOVE WS-DATA TO ENT-DATA
                   MOVE WS-PRODUTO TO ENT-PRODUTO
                   MOVE WS-QUANTIDADE TO ENT-QUANTIDADE
                   MOVE WS-DOCUMENTO TO ENT-DOCUMENTO
                   MOVE WS-OPERADOR TO ENT-OPERADOR
                   WRITE LINHA-ENTRADA
                   CLOSE FICHEIRO-ENTRADAS
                   PERFORM GRAVA-PRODUTOS
                   DISPLAY "Stock de " WS-PRODUTO " passa a "
                       WS-PRD-STOCK(WS-PRD-ACHADO)
           END-EVALUATE.

      ******************************************************************
      * Relatorios
      ******************************************************************
       RELATORIO-REPOSICAO.
      * Produtos ativos abaixo do stock minimo, com a quantidade a
      * encomendar para o stock voltar ao dobro do minimo
           PERFORM CARREGA-PRODUTOS
           MOVE 0 TO WS-LINHAS-REL
           MOVE 'reposicao-papelaria.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAPELARIA - PRODUTOS ABAIXO DO STOCK MINIMO EM "
               WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CODIGO DESCRICAO                      STOCK MINIMO"
               & " A ENCOMENDAR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRD
               IF WS-PRD-ESTADO(I) = 'ATIVO' AND
                   WS-PRD-STOCK(I) < WS-PRD-STOCK-MIN(I)
                   ADD 1 TO WS-LINHAS-REL
                   COMPUTE WS-ENCOMENDAR =
                       WS-PRD-STOCK-MIN(I) * 2 - WS-PRD-STOCK(I)
                   MOVE WS-ENCOMENDAR TO WS-QTD-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WS-PRD-CODIGO(I) " " WS-PRD-DESCRICAO(I)
                       " " WS-PRD-STOCK(I) "  " WS-PRD-STOCK-MIN(I)
                       "       " WS-QTD-ED
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM
           IF WS-LINHAS-REL = 0
               MOVE "NENHUM PRODUTO ABAIXO DO MINIMO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE FICHEIRO-RELATORIO
           MOVE 'REPOSICAO PAPELARIA' TO WS-TITULO-SPOOL
           PERFORM REGISTA-SPOOL
           DISPLAY WS-LINHAS-REL " produto(s) a repor em"
               " reposicao-papelaria.txt".

       RESUMO-MENSAL.
      * Quantidades e valores vendidos no mes por produto,
      * separados entre debito em conta, pago com recibo e pago
      * com a carteira pre-paga
           DISPLAY "MES (AAAAMM, ENTER = mes atual): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           IF WS-MES-TEXTO = SPACES
               MOVE WS-DATA(1 : 6) TO WS-MES
           ELSE
               MOVE 0 TO WS-MES
               IF WS-MES-TEXTO IS NUMERIC
                   MOVE WS-MES-TEXTO TO WS-MES
               END-IF
           END-IF
           IF WS-MES < 200001 OR WS-MES(5 : 2) < '01' OR
               WS-MES(5 : 2) > '12'
               DISPLAY "Mes invalido"
           ELSE
               PERFORM CARREGA-PRODUTOS
               PERFORM ESCREVE-RESUMO-MENSAL
           END-IF.

       ESCREVE-RESUMO-MENSAL.
           MOVE 0 TO WS-TOT-QTD
           MOVE 0 TO WS-TOT-CONTA
           MOVE 0 TO WS-TOT-RECIBO
           MOVE 0 TO WS-TOT-CARTEIRA
           MOVE 'vendas-mensais-papelaria.txt' TO WS-NOME-RELATORIO
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAPELARIA - VENDAS DO MES " WS-MES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CODIGO DESCRICAO                        QTD"
               & "   EM CONTA  COM RECIBO    CARTEIRA       TOTAL"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRD
               PERFORM SOMA-VENDAS-PRODUTO
               IF WS-MES-QTD > 0
                   ADD WS-MES-QTD TO WS-TOT-QTD
                   ADD WS-MES-CONTA TO WS-TOT-CONTA
                   ADD WS-MES-RECIBO TO WS-TOT-RECIBO
                   ADD WS-MES-CARTEIRA TO WS-TOT-CARTEIRA
                   MOVE WS-MES-QTD TO WS-QTD-ED
                   MOVE WS-MES-CONTA TO WS-CONTA-ED
                   MOVE WS-MES-RECIBO TO WS-RECIBO-ED
                   MOVE WS-MES-CARTEIRA TO WS-CARTEIRA-ED
                   COMPUTE WS-TOTAL-ED = WS-MES-CONTA + WS-MES-RECIBO
                       + WS-MES-CARTEIRA
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WS-PRD-CODIGO(I) " " WS-PRD-DESCRICAO(I)
                       " " WS-QTD-ED " " WS-CONTA-ED " "
                       WS-RECIBO-ED " " WS-CARTEIRA-ED " "
                       WS-TOTAL-ED
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM
           MOVE WS-TOT-QTD TO WS-QTD-ED
           MOVE WS-TOT-CONTA TO WS-CONTA-ED
           MOVE WS-TOT-RECIBO TO WS-RECIBO-ED
           MOVE WS-TOT-CARTEIRA TO WS-CARTEIRA-ED
           COMPUTE WS-TOTAL-ED = WS-TOT-CONTA + WS-TOT-RECIBO
               + WS-TOT-CARTEIRA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DO MES                          "
               WS-QTD-ED " " WS-CONTA-ED " " WS-RECIBO-ED " "
               WS-CARTEIRA-ED " " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           MOVE 'VENDAS PAPELARIA' TO WS-TITULO-SPOOL
           PERFORM REGISTA-SPOOL
           MOVE WS-TOT-CONTA TO WS-CONTA-ED
           MOVE WS-TOT-RECIBO TO WS-RECIBO-ED
           MOVE WS-TOT-CARTEIRA TO WS-CARTEIRA-ED
           DISPLAY "Mes " WS-MES ": em conta " WS-CONTA-ED
               ", com recibo " WS-RECIBO-ED
               ", carteira " WS-CARTEIRA-ED
               "; resumo em vendas-mensais-papelaria.txt".

       SOMA-VENDAS-PRODUTO.
           MOVE 0 TO WS-MES-QTD
           MOVE 0 TO WS-MES-CONTA
           MOVE 0 TO WS-MES-RECIBO
           MOVE 0 TO WS-MES-CARTEIRA
           MOVE 'N' TO EOF-VENDAS
           OPEN INPUT FICHEIRO-VENDAS
           IF WS-VENDAS-STATUS = '00' OR WS-VENDAS-STATUS = '05'
               PERFORM UNTIL EOF-VENDAS = 'S'
                   READ FICHEIRO-VENDAS
                       AT END
                           MOVE 'S' TO EOF-VENDAS
                       NOT AT END
                           IF VND-PRODUTO = WS-PRD-CODIGO(I) AND
                               VND-DATA(1 : 6) = WS-MES AND
                               VND-VALOR IS NUMERIC
                               ADD VND-QUANTIDADE TO WS-MES-QTD
                               EVALUATE VND-MODO
                                   WHEN 'RECIBO'
                                       ADD VND-VALOR
                                           TO WS-MES-RECIBO
                                   WHEN 'PREPAG'
                                       ADD VND-VALOR
                                           TO WS-MES-CARTEIRA
                                   WHEN OTHER
                                       ADD VND-VALOR
                                           TO WS-MES-CONTA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-VENDAS
           END-IF.

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

       END PROGRAM PAPELARIA.
