      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fornecedores e contas a pagar: mestre de
      *          fornecedores (fornecedores.txt: codigo, nome, NIF
      *          conferido pelo digito de controlo, IBAN conferido
      *          pelo resto 97 e prazo de pagamento em dias) e
      *          registo das faturas recebidas
      *          (faturas-fornecedores.txt) com data de vencimento
      *          (por omissao a data da fatura mais o prazo do
      *          fornecedor), codigo de razao e polo; a corrida de
      *          pagamentos lista as faturas vencidas ate a data
      *          pedida e, para as que se pagam, lanca em
      *          ficheiro3.txt o movimento de saida com o codigo de
      *          razao da fatura, pelo mesmo protocolo de lock, run
      *          e log dos outros lancamentos e com a chave de
      *          CHAVE-LANCAMENTO (fornecedor, fatura e data), para a
      *          fatura cujo pagamento ja entrou numa corrida
      *          interrompida ficar paga sem segundo movimento; a
      *          antiguidade de
      *          saldos a pagar (aging-fornecedores.txt) usa os
      *          mesmos escaloes da antiguidade das propinas; as
      *          faturas por pagar entram como compromisso no
      *          relatorio de desvios dos orcamentos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNECEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-FORNECEDORES
               ASSIGN TO 'fornecedores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORNECEDORES-STATUS.
           SELECT OPTIONAL FICHEIRO-FATURAS
               ASSIGN TO 'faturas-fornecedores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'aging-fornecedores.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-POLOS ASSIGN TO 'polos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLOS-STATUS.
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
       FD FICHEIRO-FORNECEDORES.
       01 LINHA-FORNECEDOR.
         05 FOR-CODIGO  PIC X(6).
         05 FILLER      PIC X.
         05 FOR-NOME    PIC X(40).
         05 FILLER      PIC X.
         05 FOR-NIF     PIC 9(9).
         05 FILLER      PIC X.
         05 FOR-IBAN    PIC X(34).
         05 FILLER      PIC X.
         05 FOR-PRAZO   PIC 9(3).
         05 FILLER      PIC X.
         05 FOR-ESTADO  PIC X(7).
       FD FICHEIRO-FATURAS.
       01 LINHA-FATURA.
         05 FTF-NUMERO     PIC 9(6).
         05 FILLER         PIC X.
         05 FTF-FORNECEDOR PIC X(6).
         05 FILLER         PIC X.
         05 FTF-DOCUMENTO  PIC X(20).
         05 FILLER         PIC X.
         05 FTF-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 FTF-DATA-VENC  PIC 9(8).
         05 FILLER         PIC X.
         05 FTF-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 FTF-RAZAO      PIC X(4).
         05 FILLER         PIC X.
         05 FTF-POLO       PIC X(2).
         05 FILLER         PIC X.
         05 FTF-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 FTF-DATA-PAG   PIC 9(8).
         05 FILLER         PIC X.
         05 FTF-RUN        PIC 9(4).
         05 FILLER         PIC X.
         05 FTF-OPERADOR   PIC X(8).
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
       FD FICHEIRO-POLOS.
       01 LINHA-POLO.
         05 POL-CODIGO PIC X(2).
         05 FILLER     PIC X.
         05 POL-NOME   PIC X(30).
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
       01 WS-FORNECEDORES-STATUS PIC XX.
       01 WS-FATURAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-POLOS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-FORNECEDORES PIC X.
       01 EOF-FATURAS PIC X.
       01 EOF-POLOS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-HOJE-INT PIC 9(7).
       01 WS-DIAS PIC S9(5).
       01 WS-BALDE PIC 9.
       01 WS-CODIGO PIC X(6).
       01 WS-TEXTO-40 PIC X(40).
       01 WS-NUM-TEXTO PIC X(12).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-VALOR-TEXTO PIC X(12).
       01 WS-DATA-LIMITE PIC 9(8).
       01 WS-DATA-FATURA PIC 9(8).
       01 WS-DATA-VENC PIC 9(8).
       01 WS-VALOR PIC 9(7)V99.
       01 WS-DOCUMENTO PIC X(20).
       01 WS-RAZAO PIC X(4).
       01 WS-POLO PIC X(2).
       01 WS-POLO-EXISTE PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-TODAS PIC X.
       01 WS-NUMERO-FATURA PIC 9(6).
       01 WS-ACHADO PIC 9(4).
       01 WS-FOR-ACHADO PIC 9(4).
       01 WS-A-PAGAR PIC 9(4).
       01 WS-PAGAS PIC 9(4).
       01 WS-TOTAL-A-PAGAR PIC 9(8)V99.
       01 WS-TOTAL-PAGO PIC 9(8)V99.
       01 WS-TOTAL-VENCER PIC 9(8)V99.
       01 C PIC 9(4).
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 P PIC 9(2).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-TOTAL-ED PIC Z(7)9.99.
       01 WS-PRAZO-ED PIC ZZ9.
      * Conferencia do NIF (modulo 11)
       01 WS-NIF-TEXTO PIC X(9).
       01 WS-NIF-DIGITOS REDEFINES WS-NIF-TEXTO.
         05 WS-NIF-DIGITO PIC 9 OCCURS 9 TIMES.
       01 WS-NIF-VALIDO PIC X.
       01 WS-NIF-SOMA PIC 9(4).
       01 WS-NIF-CONTROLO PIC 99.
      * Conferencia do IBAN (ISO 13616, resto 97)
       01 WS-IBAN PIC X(34).
       01 WS-IBAN-VALIDO PIC X.
       01 WS-IBAN-TAM PIC 9(2).
       01 WS-IBAN-REORD PIC X(34).
       01 WS-IBAN-RESTO PIC 9(4).
       01 WS-IBAN-CAR PIC X.
       01 WS-IBAN-DIGITO REDEFINES WS-IBAN-CAR PIC 9.
       01 WS-IBAN-LETRA PIC 9(2).
       01 WS-ALFABETO PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
      * Chave unica de cada movimento (CHAVE-LANCAMENTO)
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'FORNECEDORES'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
      * Campos do movimento no razao indexado (a zeros/espacos
      * sao tirados da descricao da linha)
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
       01 WS-COMPLEMENTO-F3 PIC X(30).
      * Mestre de fornecedores
       01 WS-TOTAL-FOR PIC 9(4) VALUE 0.
       01 WS-FOR-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-FORNECEDORES.
         05 WS-FOR OCCURS 200 TIMES.
           10 WS-FOR-CODIGO PIC X(6).
           10 WS-FOR-NOME   PIC X(40).
           10 WS-FOR-NIF    PIC 9(9).
           10 WS-FOR-IBAN   PIC X(34).
           10 WS-FOR-PRAZO  PIC 9(3).
           10 WS-FOR-ESTADO PIC X(7).
      * faturas-fornecedores.txt inteiro, para a corrida de
      * pagamentos regravar o estado
       01 WS-TOTAL-FTF PIC 9(4) VALUE 0.
       01 WS-FTF-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-FATURAS.
         05 WS-FTF-LINHA PIC X(103) OCCURS 2000 TIMES.
      * Faturas da corrida de pagamentos (indice em WS-FTF-LINHA)
       01 WS-TOTAL-CAND PIC 9(4) VALUE 0.
       01 WS-TABELA-CANDIDATAS.
         05 WS-CAND OCCURS 500 TIMES.
           10 WS-CAND-FTF     PIC 9(4).
           10 WS-CAND-INCLUIR PIC X.
      * Antiguidade por fornecedor (mesmos escaloes das propinas)
       01 WS-TOTAL-AGE PIC 9(4) VALUE 0.
       01 WS-TABELA-AGING.
         05 WS-AGE OCCURS 200 TIMES.
           10 WS-AGE-FORNECEDOR PIC X(6).
           10 WS-AGE-BALDE      PIC 9(8)V99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "FORNECEDORES E CONTAS A PAGAR"
               DISPLAY "1 - LISTAR FORNECEDORES"
               DISPLAY "2 - CRIAR/ALTERAR FORNECEDOR"
               DISPLAY "3 - REGISTAR FATURA DE FORNECEDOR"
               DISPLAY "4 - LISTAR FATURAS POR PAGAR"
               DISPLAY "5 - CORRIDA DE PAGAMENTOS"
               DISPLAY "6 - ANTIGUIDADE DE SALDOS A PAGAR"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA)
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-FORNECEDORES
                   WHEN 2
                       PERFORM ALTERAR-FORNECEDOR
                   WHEN 3
                       PERFORM REGISTAR-FATURA
                   WHEN 4
                       PERFORM LISTAR-POR-PAGAR
                   WHEN 5
                       PERFORM CORRIDA-PAGAMENTOS
                   WHEN 6
                       PERFORM RELATORIO-AGING
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

       VALIDA-NIF.
      * NIF portugues: 9 digitos, o ultimo e controlo modulo 11
      * sobre os 8 primeiros com pesos 9 a 2 (resto 0 ou 1 da 0)
           MOVE 'N' TO WS-NIF-VALIDO
           IF WS-NIF-TEXTO IS NUMERIC AND WS-NIF-DIGITO(1) NOT = 0
               MOVE 0 TO WS-NIF-SOMA
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 8
                   COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
                       + WS-NIF-DIGITO(P) * (10 - P)
               END-PERFORM
               COMPUTE WS-NIF-CONTROLO =
                   11 - FUNCTION MOD(WS-NIF-SOMA, 11)
               IF WS-NIF-CONTROLO >= 10
                   MOVE 0 TO WS-NIF-CONTROLO
               END-IF
               IF WS-NIF-CONTROLO = WS-NIF-DIGITO(9)
                   MOVE 'S' TO WS-NIF-VALIDO
               END-IF
           END-IF.

       VALIDA-IBAN.
      * Pais (2 letras) + 2 digitos de controlo + conta; os 4
      * primeiros passam para o fim, as letras valem 10 a 35 e o
      * numero todo tem de dar resto 1 na divisao por 97
           MOVE 'S' TO WS-IBAN-VALIDO
           MOVE 0 TO WS-IBAN-TAM
           INSPECT WS-IBAN TALLYING WS-IBAN-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IBAN-TAM < 15 OR
               WS-IBAN(1 : 2) IS NOT ALPHABETIC OR
               WS-IBAN(3 : 2) IS NOT NUMERIC
               MOVE 'N' TO WS-IBAN-VALIDO
           ELSE
               MOVE SPACES TO WS-IBAN-REORD
               MOVE WS-IBAN(5 : WS-IBAN-TAM - 4) TO WS-IBAN-REORD
               MOVE WS-IBAN(1 : 4)
                   TO WS-IBAN-REORD(WS-IBAN-TAM - 3 : 4)
               MOVE 0 TO WS-IBAN-RESTO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-IBAN-TAM
                   MOVE WS-IBAN-REORD(I : 1) TO WS-IBAN-CAR
                   PERFORM SOMA-CARACTER-IBAN
               END-PERFORM
               IF WS-IBAN-RESTO NOT = 1
                   MOVE 'N' TO WS-IBAN-VALIDO
               END-IF
           END-IF.

       SOMA-CARACTER-IBAN.
           IF WS-IBAN-CAR IS NUMERIC
               COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                   WS-IBAN-RESTO * 10 + WS-IBAN-DIGITO, 97)
           ELSE
               MOVE 0 TO WS-IBAN-LETRA
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 26
                   IF WS-ALFABETO(P : 1) = WS-IBAN-CAR
                       COMPUTE WS-IBAN-LETRA = P + 9
                   END-IF
               END-PERFORM
               IF WS-IBAN-LETRA = 0
                   MOVE 'N' TO WS-IBAN-VALIDO
               ELSE
                   COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                       WS-IBAN-RESTO * 100 + WS-IBAN-LETRA, 97)
               END-IF
           END-IF.

      ******************************************************************
      * Mestre de fornecedores
      ******************************************************************
       CARREGA-FORNECEDORES.
           MOVE 0 TO WS-TOTAL-FOR
           MOVE 'N' TO WS-FOR-CHEIA
           MOVE 'N' TO EOF-FORNECEDORES
           OPEN INPUT FICHEIRO-FORNECEDORES
           IF WS-FORNECEDORES-STATUS = '00' OR
               WS-FORNECEDORES-STATUS = '05'
               PERFORM UNTIL EOF-FORNECEDORES = 'S'
                   READ FICHEIRO-FORNECEDORES
                       AT END
                           MOVE 'S' TO EOF-FORNECEDORES
                       NOT AT END
                           IF FOR-CODIGO NOT = SPACES AND
                               WS-TOTAL-FOR < 200
                               ADD 1 TO WS-TOTAL-FOR
                               MOVE WS-TOTAL-FOR TO K
                               MOVE FOR-CODIGO TO WS-FOR-CODIGO(K)
                               MOVE FOR-NOME TO WS-FOR-NOME(K)
                               IF FOR-NIF IS NUMERIC
                                   MOVE FOR-NIF TO WS-FOR-NIF(K)
                               ELSE
                                   MOVE 0 TO WS-FOR-NIF(K)
                               END-IF
                               MOVE FOR-IBAN TO WS-FOR-IBAN(K)
                               IF FOR-PRAZO IS NUMERIC
                                   MOVE FOR-PRAZO TO WS-FOR-PRAZO(K)
                               ELSE
                                   MOVE 0 TO WS-FOR-PRAZO(K)
                               END-IF
                               MOVE FOR-ESTADO TO WS-FOR-ESTADO(K)
                           ELSE
                               IF FOR-CODIGO NOT = SPACES
                                   MOVE 'S' TO WS-FOR-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FORNECEDORES
           END-IF
           IF WS-FOR-CHEIA = 'S'
               DISPLAY "AVISO: fornecedores.txt excede a tabela de"
                   " 200 fornecedores; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-FORNECEDORES.
           OPEN OUTPUT FICHEIRO-FORNECEDORES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FOR
               MOVE SPACES TO LINHA-FORNECEDOR
               MOVE WS-FOR-CODIGO(K) TO FOR-CODIGO
               MOVE WS-FOR-NOME(K) TO FOR-NOME
               MOVE WS-FOR-NIF(K) TO FOR-NIF
               MOVE WS-FOR-IBAN(K) TO FOR-IBAN
               MOVE WS-FOR-PRAZO(K) TO FOR-PRAZO
               MOVE WS-FOR-ESTADO(K) TO FOR-ESTADO
               WRITE LINHA-FORNECEDOR
           END-PERFORM
           CLOSE FICHEIRO-FORNECEDORES.

       PROCURA-FORNECEDOR.
      * Fornecedor WS-CODIGO em WS-FOR-ACHADO (0 se nao existe)
           MOVE 0 TO WS-FOR-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FOR
               IF WS-FOR-CODIGO(K) = WS-CODIGO
                   MOVE K TO WS-FOR-ACHADO
               END-IF
           END-PERFORM.

       LISTAR-FORNECEDORES.
           PERFORM CARREGA-FORNECEDORES
           IF WS-TOTAL-FOR = 0
               DISPLAY "Nenhum fornecedor registado"
           ELSE
               DISPLAY "CODIGO NOME" WITH NO ADVANCING
               DISPLAY "                                     NIF"
                   "       PRAZO ESTADO"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-FOR
                   MOVE WS-FOR-PRAZO(I) TO WS-PRAZO-ED
                   DISPLAY WS-FOR-CODIGO(I) " " WS-FOR-NOME(I) " "
                       WS-FOR-NIF(I) " " WS-PRAZO-ED "   "
                       WS-FOR-ESTADO(I)
                   DISPLAY "       IBAN " WS-FOR-IBAN(I)
               END-PERFORM
           END-IF.

       ALTERAR-FORNECEDOR.
      * Codigo novo cria o fornecedor; codigo existente mostra os
      * dados entre [ ] e ENTER mantem o valor
           PERFORM CARREGA-FORNECEDORES
           DISPLAY "CODIGO DO FORNECEDOR: " WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
           PERFORM PROCURA-FORNECEDOR
           EVALUATE TRUE
               WHEN WS-CODIGO = SPACES
                   DISPLAY "Codigo obrigatorio"
               WHEN WS-FOR-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-FOR-ACHADO = 0 AND WS-TOTAL-FOR >= 200
                   DISPLAY "Tabela de fornecedores cheia"
               WHEN OTHER
                   IF WS-FOR-ACHADO = 0
                       ADD 1 TO WS-TOTAL-FOR
                       MOVE WS-TOTAL-FOR TO WS-FOR-ACHADO
                       MOVE WS-FOR-ACHADO TO C
                       MOVE WS-CODIGO TO WS-FOR-CODIGO(C)
                       MOVE SPACES TO WS-FOR-NOME(C)
                       MOVE 0 TO WS-FOR-NIF(C)
                       MOVE SPACES TO WS-FOR-IBAN(C)
                       MOVE 30 TO WS-FOR-PRAZO(C)
                       MOVE 'ATIVO' TO WS-FOR-ESTADO(C)
                       DISPLAY "Fornecedor novo"
                   END-IF
                   PERFORM PEDE-DADOS-FORNECEDOR
           END-EVALUATE.

       PEDE-DADOS-FORNECEDOR.
           MOVE WS-FOR-ACHADO TO C
           DISPLAY "NOME [" WS-FOR-NOME(C) "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           IF WS-TEXTO-40 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-40)
                   TO WS-FOR-NOME(C)
           END-IF
           DISPLAY "NIF [" WS-FOR-NIF(C) "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO NOT = SPACES
               MOVE WS-NUM-TEXTO(1 : 9) TO WS-NIF-TEXTO
               PERFORM VALIDA-NIF
               IF WS-NIF-VALIDO = 'S'
                   MOVE WS-NIF-TEXTO TO WS-FOR-NIF(C)
               ELSE
                   DISPLAY "NIF invalido (digito de controlo);"
                       " mantido o anterior"
               END-IF
           END-IF
           DISPLAY "IBAN [" WS-FOR-IBAN(C) "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-IBAN
           ACCEPT WS-IBAN
           IF WS-IBAN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-IBAN) TO WS-IBAN
               PERFORM VALIDA-IBAN
               IF WS-IBAN-VALIDO = 'S'
                   MOVE WS-IBAN TO WS-FOR-IBAN(C)
               ELSE
                   DISPLAY "IBAN invalido (digitos de controlo);"
                       " mantido o anterior"
               END-IF
           END-IF
           MOVE WS-FOR-PRAZO(C) TO WS-PRAZO-ED
           DISPLAY "PRAZO DE PAGAMENTO EM DIAS [" WS-PRAZO-ED "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE WS-FOR-PRAZO(C) =
                   FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF
           DISPLAY "ESTADO ATIVO/INATIVO [" WS-FOR-ESTADO(C) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-40) TO WS-TEXTO-40
           IF WS-TEXTO-40 = 'ATIVO' OR WS-TEXTO-40 = 'INATIVO'
               MOVE WS-TEXTO-40 TO WS-FOR-ESTADO(C)
           END-IF
           IF WS-FOR-NOME(C) = SPACES
               DISPLAY "Nome obrigatorio; nada gravado"
           ELSE
               PERFORM GRAVA-FORNECEDORES
               DISPLAY "Fornecedor " WS-FOR-CODIGO(C) " gravado"
           END-IF.

      ******************************************************************
      * Registo de faturas
      ******************************************************************
       CARREGA-FATURAS.
           MOVE 0 TO WS-TOTAL-FTF
           MOVE 'N' TO WS-FTF-CHEIA
           MOVE 'N' TO EOF-FATURAS
           OPEN INPUT FICHEIRO-FATURAS
           IF WS-FATURAS-STATUS = '00' OR WS-FATURAS-STATUS = '05'
               PERFORM UNTIL EOF-FATURAS = 'S'
                   READ FICHEIRO-FATURAS
                       AT END
                           MOVE 'S' TO EOF-FATURAS
                       NOT AT END
                           IF FTF-NUMERO IS NUMERIC AND
                               WS-TOTAL-FTF < 2000
                               ADD 1 TO WS-TOTAL-FTF
                               MOVE LINHA-FATURA
                                   TO WS-FTF-LINHA(WS-TOTAL-FTF)
                           ELSE
                               IF FTF-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-FTF-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FATURAS
           END-IF
           IF WS-FTF-CHEIA = 'S'
               DISPLAY "AVISO: faturas-fornecedores.txt excede a"
                   " tabela de 2000 faturas; leitura parcial e"
                   " regravacao bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-FATURAS.
           OPEN OUTPUT FICHEIRO-FATURAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FTF
               MOVE WS-FTF-LINHA(K) TO LINHA-FATURA
               WRITE LINHA-FATURA
           END-PERFORM
           CLOSE FICHEIRO-FATURAS.

       REGISTAR-FATURA.
           PERFORM CARREGA-FORNECEDORES
           PERFORM CARREGA-FATURAS
           DISPLAY "CODIGO DO FORNECEDOR: " WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
           PERFORM PROCURA-FORNECEDOR
           EVALUATE TRUE
               WHEN WS-FTF-CHEIA = 'S'
                   DISPLAY "Nada registado"
               WHEN WS-FOR-ACHADO = 0
                   DISPLAY "Fornecedor inexistente; crie-o primeiro"
               WHEN WS-FOR-ESTADO(WS-FOR-ACHADO) NOT = 'ATIVO'
                   DISPLAY "Fornecedor inativo"
               WHEN WS-TOTAL-FTF >= 2000
                   DISPLAY "Registo de faturas cheio"
               WHEN OTHER
                   DISPLAY "Fornecedor: " WS-FOR-NOME(WS-FOR-ACHADO)
                   PERFORM PEDE-DADOS-FATURA
           END-EVALUATE.

       PEDE-DADOS-FATURA.
           DISPLAY "NUMERO DA FATURA DO FORNECEDOR: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DOCUMENTO
           ACCEPT WS-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO) TO WS-DOCUMENTO
           DISPLAY "DATA DA FATURA (AAAAMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           MOVE 0 TO WS-DATA-FATURA
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-FATURA
           END-IF
           DISPLAY "VALOR (ex: 150.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-VALOR-TEXTO
           ACCEPT WS-VALOR-TEXTO
           MOVE 0 TO WS-VALOR
           IF WS-VALOR-TEXTO NOT = SPACES
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TEXTO)
           END-IF
           DISPLAY "CODIGO DE RAZAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-RAZAO
           ACCEPT WS-RAZAO
           MOVE FUNCTION UPPER-CASE(WS-RAZAO) TO WS-RAZAO
           DISPLAY "POLO (ENTER = P1): " WITH NO ADVANCING
           MOVE SPACES TO WS-POLO
           ACCEPT WS-POLO
           MOVE FUNCTION UPPER-CASE(WS-POLO) TO WS-POLO
           IF WS-POLO = SPACES
               MOVE 'P1' TO WS-POLO
           END-IF
           PERFORM VERIFICA-POLO
      * Mesma fatura do mesmo fornecedor nao entra duas vezes
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FTF
               MOVE WS-FTF-LINHA(K) TO LINHA-FATURA
               IF FTF-FORNECEDOR = WS-CODIGO AND
                   FTF-DOCUMENTO = WS-DOCUMENTO AND
                   FTF-ESTADO NOT = 'ANULADA'
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DOCUMENTO = SPACES
                   DISPLAY "Numero da fatura obrigatorio"
               WHEN WS-ACHADO > 0
                   DISPLAY "Fatura " WS-DOCUMENTO " do fornecedor "
                       WS-CODIGO " ja registada"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FATURA)
                   NOT = 0 OR WS-DATA-FATURA > WS-DATA
                   DISPLAY "Data da fatura invalida"
               WHEN WS-VALOR = 0
                   DISPLAY "Valor obrigatorio"
               WHEN WS-RAZAO = SPACES
                   DISPLAY "Codigo de razao obrigatorio"
               WHEN WS-POLO-EXISTE = 'N'
                   DISPLAY "Polo " WS-POLO " inexistente"
               WHEN OTHER
                   PERFORM PEDE-VENCIMENTO
           END-EVALUATE.

       PEDE-VENCIMENTO.
           MOVE WS-FOR-ACHADO TO C
           COMPUTE WS-DATA-VENC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-FATURA)
               + WS-FOR-PRAZO(C))
           DISPLAY "VENCIMENTO (AAAAMMDD, ENTER = " WS-DATA-VENC
               "): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-VENC
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VENC) NOT = 0 OR
               WS-DATA-VENC < WS-DATA-FATURA
               DISPLAY "Vencimento invalido; nada registado"
           ELSE
               PERFORM GRAVA-FATURA-NOVA
           END-IF.

       GRAVA-FATURA-NOVA.
           MOVE 0 TO WS-NUMERO-FATURA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FTF
               MOVE WS-FTF-LINHA(K) TO LINHA-FATURA
               IF FTF-NUMERO > WS-NUMERO-FATURA
                   MOVE FTF-NUMERO TO WS-NUMERO-FATURA
               END-IF
           END-PERFORM
           ADD 1 TO WS-NUMERO-FATURA
           OPEN EXTEND FICHEIRO-FATURAS
           MOVE SPACES TO LINHA-FATURA
           MOVE WS-NUMERO-FATURA TO FTF-NUMERO
           MOVE WS-CODIGO TO FTF-FORNECEDOR
           MOVE WS-DOCUMENTO TO FTF-DOCUMENTO
           MOVE WS-DATA-FATURA TO FTF-DATA
           MOVE WS-DATA-VENC TO FTF-DATA-VENC
           MOVE WS-VALOR TO FTF-VALOR
           MOVE WS-RAZAO TO FTF-RAZAO
           MOVE WS-POLO TO FTF-POLO
           MOVE 'PENDENTE' TO FTF-ESTADO
           MOVE 0 TO FTF-DATA-PAG
           MOVE 0 TO FTF-RUN
           MOVE WS-OPERADOR TO FTF-OPERADOR
           WRITE LINHA-FATURA
           CLOSE FICHEIRO-FATURAS
           MOVE WS-VALOR TO WS-VALOR-ED
           DISPLAY "Fatura registada com o numero "
               WS-NUMERO-FATURA ": " WS-VALOR-ED " EUR, vence em "
               WS-DATA-VENC.

       VERIFICA-POLO.
      * Sem mestre de polos so existe o polo principal P1
           MOVE 'N' TO WS-POLO-EXISTE
           IF WS-POLO = 'P1'
               MOVE 'S' TO WS-POLO-EXISTE
           END-IF
           MOVE 'N' TO EOF-POLOS
           OPEN INPUT FICHEIRO-POLOS
           IF WS-POLOS-STATUS = '00' OR WS-POLOS-STATUS = '05'
               PERFORM UNTIL EOF-POLOS = 'S'
                   READ FICHEIRO-POLOS
                       AT END
                           MOVE 'S' TO EOF-POLOS
                       NOT AT END
                           IF POL-CODIGO = WS-POLO
                               MOVE 'S' TO WS-POLO-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-POLOS
           END-IF.

       LISTAR-POR-PAGAR.
           PERFORM CARREGA-FATURAS
           MOVE 0 TO WS-A-PAGAR
           MOVE 0 TO WS-TOTAL-A-PAGAR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FTF
               MOVE WS-FTF-LINHA(K) TO LINHA-FATURA
               IF FTF-ESTADO = 'PENDENTE'
                   ADD 1 TO WS-A-PAGAR
                   ADD FTF-VALOR TO WS-TOTAL-A-PAGAR
                   PERFORM MOSTRA-FATURA
               END-IF
           END-PERFORM
           IF WS-A-PAGAR = 0
               DISPLAY "Nenhuma fatura por pagar"
           ELSE
               MOVE WS-TOTAL-A-PAGAR TO WS-TOTAL-ED
               DISPLAY WS-A-PAGAR " fatura(s) por pagar, total "
                   WS-TOTAL-ED " EUR"
           END-IF.

       MOSTRA-FATURA.
           MOVE FTF-VALOR TO WS-VALOR-ED
           DISPLAY FTF-NUMERO " " FTF-FORNECEDOR " " FTF-DOCUMENTO
               " VENC " FTF-DATA-VENC " " WS-VALOR-ED " "
               FTF-RAZAO " " FTF-POLO.

      ******************************************************************
      * Corrida de pagamentos
      ******************************************************************
       CORRIDA-PAGAMENTOS.
      * Lista o que vence ate a data pedida; so o que se confirma
      * como pago e lancado em ficheiro3 e muda de estado
           DISPLAY "PAGAR FATURAS VENCIDAS ATE (AAAAMMDD, ENTER ="
               " HOJE): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-LIMITE
           ELSE
               MOVE WS-DATA TO WS-DATA-LIMITE
           END-IF
           PERFORM CARREGA-FATURAS
           MOVE 0 TO WS-TOTAL-CAND
           MOVE 0 TO WS-TOTAL-A-PAGAR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FTF
               MOVE WS-FTF-LINHA(K) TO LINHA-FATURA
               IF FTF-ESTADO = 'PENDENTE' AND
                   FTF-DATA-VENC <= WS-DATA-LIMITE AND
                   WS-TOTAL-CAND < 500
                   ADD 1 TO WS-TOTAL-CAND
                   MOVE K TO WS-CAND-FTF(WS-TOTAL-CAND)
                   MOVE 'N' TO WS-CAND-INCLUIR(WS-TOTAL-CAND)
                   ADD FTF-VALOR TO WS-TOTAL-A-PAGAR
                   DISPLAY WS-TOTAL-CAND ") " WITH NO ADVANCING
                   PERFORM MOSTRA-FATURA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FTF-CHEIA = 'S'
                   DISPLAY "Nada pago"
               WHEN WS-TOTAL-CAND = 0
                   DISPLAY "Nenhuma fatura vencida ate "
                       WS-DATA-LIMITE
               WHEN OTHER
                   MOVE WS-TOTAL-A-PAGAR TO WS-TOTAL-ED
                   DISPLAY "Total vencido: " WS-TOTAL-ED " EUR"
                   DISPLAY "PAGAR TODAS? (S/N)"
                   ACCEPT WS-TODAS
                   MOVE 0 TO WS-PAGAS
                   PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > WS-TOTAL-CAND
                       PERFORM DECIDE-PAGAMENTO
                   END-PERFORM
                   IF WS-PAGAS = 0
                       DISPLAY "Nada pago"
                   ELSE
                       PERFORM VERIFICA-PERIODO-ABERTO
                       IF WS-PERIODO-FECHADO = 'N'
                           PERFORM VERIFICA-LOCK-F3
                       END-IF
                       IF WS-PERIODO-FECHADO = 'S' OR
                           WS-F3-BLOQUEADO = 'S'
                           DISPLAY "Pagamentos nao registados"
                       ELSE
                           PERFORM LANCA-PAGAMENTOS
                       END-IF
                   END-IF
           END-EVALUATE.

       DECIDE-PAGAMENTO.
           IF FUNCTION UPPER-CASE(WS-TODAS) = 'S'
               MOVE 'S' TO WS-CAND-INCLUIR(C)
           ELSE
               DISPLAY "PAGAR A " C ")? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   MOVE 'S' TO WS-CAND-INCLUIR(C)
               END-IF
           END-IF
           IF WS-CAND-INCLUIR(C) = 'S'
               ADD 1 TO WS-PAGAS
           END-IF.

       LANCA-PAGAMENTOS.
      * Uma execucao por fatura, para o log ligar cada linha ao
      * codigo de razao da sua fatura (o orcamento e a exportacao
      * contabilistica leem o codigo pelo RUN)
           PERFORM CRIAR-LOCK-F3
           MOVE 0 TO WS-TOTAL-PAGO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CAND
               IF WS-CAND-INCLUIR(C) = 'S'
                   MOVE WS-CAND-FTF(C) TO K
                   MOVE WS-FTF-LINHA(K) TO LINHA-FATURA
                   PERFORM LANCA-UM-PAGAMENTO
                   MOVE 'PAGA' TO FTF-ESTADO
                   MOVE WS-DATA TO FTF-DATA-PAG
                   MOVE WS-RUN-F3 TO FTF-RUN
                   MOVE LINHA-FATURA TO WS-FTF-LINHA(K)
                   ADD FTF-VALOR TO WS-TOTAL-PAGO
               END-IF
           END-PERFORM
           PERFORM REMOVER-LOCK-F3
           PERFORM GRAVA-FATURAS
           MOVE WS-TOTAL-PAGO TO WS-TOTAL-ED
           DISPLAY WS-PAGAS " fatura(s) paga(s), " WS-TOTAL-ED
               " EUR lancados em ficheiro3.txt".

       LANCA-UM-PAGAMENTO.
      * Fatura ja lancada por uma corrida interrompida antes de
      * gravar as faturas: fica paga com o run dessa corrida
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING "FAT " FTF-FORNECEDOR " " FTF-NUMERO
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE FTF-DATA TO WS-CHAVE-DATA
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'C' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               MOVE TRN-RUN TO WS-RUN-F3
               DISPLAY "Fatura " FTF-NUMERO " ja lancada (run "
                   WS-RUN-F3 ")"
           ELSE
               PERFORM ESCREVE-UM-PAGAMENTO
           END-IF.

       ESCREVE-UM-PAGAMENTO.
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE FTF-RAZAO TO TRN-CODIGO
           MOVE '-' TO TRN-SINAL
           MOVE FTF-VALOR TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "FORNECEDOR " FTF-FORNECEDOR " FAT " FTF-NUMERO
               " EM " WS-DATA
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE FTF-POLO TO TRN-POLO
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           WRITE LINHA-FICHEIRO
           CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
               WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
               WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
               WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
           IF WS-RAZAO-NUMERO = 0
               PERFORM AVISA-RAZAO-EM-FALTA
           END-IF
           CLOSE FICHEIRO-3
           MOVE 1 TO WS-LINHAS-F3
           MOVE FTF-RAZAO TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "fornecedor " FTF-FORNECEDOR " fat " FTF-NUMERO
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE FTF-VALOR TO WS-VALOR-ED
           DISPLAY "Fatura " FTF-NUMERO " paga: " WS-VALOR-ED
               " (run " WS-RUN-F3 ")".

      ******************************************************************
      * Antiguidade de saldos a pagar
      ******************************************************************
       RELATORIO-AGING.
      * Mesmos escaloes da antiguidade das propinas (dias depois do
      * vencimento: 0-30, 31-60, 61-90, mais de 90); o que ainda
      * nao venceu fica num total a parte
           PERFORM CARREGA-FORNECEDORES
           PERFORM CARREGA-FATURAS
           MOVE 0 TO WS-TOTAL-AGE
           MOVE 0 TO WS-TOTAL-VENCER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-FTF
               MOVE WS-FTF-LINHA(I) TO LINHA-FATURA
               IF FTF-ESTADO = 'PENDENTE'
                   IF FTF-DATA-VENC < WS-DATA
                       PERFORM ACUMULA-DIVIDA
                   ELSE
                       ADD FTF-VALOR TO WS-TOTAL-VENCER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOTAL-AGE = 0 AND WS-TOTAL-VENCER = 0
               DISPLAY "Nada por pagar"
           ELSE
               PERFORM GRAVA-RELATORIO-AGING
               PERFORM REGISTA-SPOOL
               DISPLAY "Relatorio em aging-fornecedores.txt"
           END-IF.

       ACUMULA-DIVIDA.
           COMPUTE WS-DIAS = WS-HOJE-INT -
               FUNCTION INTEGER-OF-DATE(FTF-DATA-VENC)
           EVALUATE TRUE
               WHEN WS-DIAS <= 30
                   MOVE 1 TO WS-BALDE
               WHEN WS-DIAS <= 60
                   MOVE 2 TO WS-BALDE
               WHEN WS-DIAS <= 90
                   MOVE 3 TO WS-BALDE
               WHEN OTHER
                   MOVE 4 TO WS-BALDE
           END-EVALUATE
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-AGE
               IF WS-AGE-FORNECEDOR(K) = FTF-FORNECEDOR
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-AGE < 200
               ADD 1 TO WS-TOTAL-AGE
               MOVE WS-TOTAL-AGE TO WS-ACHADO
               MOVE FTF-FORNECEDOR TO WS-AGE-FORNECEDOR(WS-ACHADO)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   MOVE 0 TO WS-AGE-BALDE(WS-ACHADO, K)
               END-PERFORM
           END-IF
           IF WS-ACHADO > 0
               ADD FTF-VALOR TO WS-AGE-BALDE(WS-ACHADO, WS-BALDE)
           END-IF.

       GRAVA-RELATORIO-AGING.
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ANTIGUIDADE DE SALDOS A PAGAR EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FORNECEDOR                     0-30       31-60"
               "      61-90      90+"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-AGE
               MOVE WS-AGE-FORNECEDOR(I) TO WS-CODIGO
               PERFORM PROCURA-FORNECEDOR
               MOVE SPACES TO LINHA-RELATORIO
               MOVE WS-CODIGO TO LINHA-RELATORIO(1 : 6)
               IF WS-FOR-ACHADO > 0
                   MOVE WS-FOR-NOME(WS-FOR-ACHADO)
                       TO LINHA-RELATORIO(8 : 22)
               END-IF
               MOVE WS-AGE-BALDE(I, 1) TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO LINHA-RELATORIO(31 : 10)
               MOVE WS-AGE-BALDE(I, 2) TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO LINHA-RELATORIO(42 : 10)
               MOVE WS-AGE-BALDE(I, 3) TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO LINHA-RELATORIO(53 : 10)
               MOVE WS-AGE-BALDE(I, 4) TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO LINHA-RELATORIO(64 : 10)
               WRITE LINHA-RELATORIO
           END-PERFORM
           MOVE WS-TOTAL-VENCER TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AINDA NAO VENCIDO: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'aging-fornecedores.txt' TO SPL-FICHEIRO
           MOVE 'AGING FORNECEDORES' TO SPL-TITULO
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

       END PROGRAM FORNECEDORES.
