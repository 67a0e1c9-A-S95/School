      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracao anual de despesas de educacao para o IRS,
      *          por encarregado de educacao: para o ano civil
      *          pedido soma por encarregado e por aluno o que foi
      *          de facto recebido - os recibos de propinas
      *          (recibos.txt, o dinheiro dos movimentos PROP) menos
      *          os reembolsos (REEM) e os debitos diretos devolvidos
      *          (DEVD), as refeicoes da cantina (CANT) e as visitas
      *          de estudo (VIST) do razao RAZAO.DAT (lancados do
      *          inicio do ano ao fim de janeiro seguinte, pela
      *          chave da data de lancamento, e contados pela data
      *          valor); propinas e refeicoes escolares sao despesa
      *          de educacao dedutivel, as visitas de estudo ficam a
      *          parte como nao dedutiveis; cada aluno conta para
      *          o encarregado em cujo nome saem as faturas-recibo
      *          (a ultima ligacao em encarregados.txt) e o NIF vem
      *          de ee-faturacao.txt; sai uma declaracao assinada por
      *          encarregado pelo spool (declaracoes-irs.txt) e os
      *          encarregados sem NIF valido, ou alunos sem
      *          encarregado, vao para a lista de excecoes
      *          (declaracoes-irs-excecoes.txt); so os recibos de
      *          propinas (sem origem) contam: os da papelaria
      *          (origem PAPE) e os carregamentos da carteira
      *          pre-paga (origem CART) ficam de fora
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACAO-IRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-EMPRESA
               ASSIGN TO 'empresa-fiscal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRESA-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS
               ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-FATURACAO
               ASSIGN TO 'ee-faturacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURACAO-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-DECLARACOES
               ASSIGN TO 'declaracoes-irs.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-EXCECOES
               ASSIGN TO 'declaracoes-irs-excecoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-EMPRESA.
       01 LINHA-EMPRESA.
         05 EMP-NIF         PIC 9(9).
         05 FILLER          PIC X.
         05 EMP-NOME        PIC X(40).
         05 FILLER          PIC X.
         05 EMP-MORADA      PIC X(40).
         05 FILLER          PIC X.
         05 EMP-CODPOSTAL   PIC X(8).
         05 FILLER          PIC X.
         05 EMP-LOCALIDADE  PIC X(20).
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
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-FATURACAO.
       01 LINHA-FATURACAO.
         05 EEF-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 EEF-NOME       PIC X(40).
         05 FILLER         PIC X.
         05 EEF-NIF        PIC 9(9).
         05 FILLER         PIC X.
         05 EEF-MORADA     PIC X(40).
         05 FILLER         PIC X.
         05 EEF-CODPOSTAL  PIC X(8).
         05 FILLER         PIC X.
         05 EEF-LOCALIDADE PIC X(20).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-DECLARACOES.
       01 LINHA-DECLARACAO PIC X(80).
       FD FICHEIRO-EXCECOES.
       01 LINHA-EXCECAO PIC X(80).
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
       01 WS-EMPRESA-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FATURACAO-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-RECIBOS PIC X.
       01 EOF-RAZAO PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-FATURACAO PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-ANO-TEXTO PIC X(4).
       01 WS-ANO PIC 9(4).
       01 WS-LANC-DESDE PIC 9(8).
       01 WS-LANC-ATE PIC 9(8).
       01 WS-PAG-NUMERO PIC 9(5).
       01 WS-PAG-DATA PIC 9(8).
       01 WS-TIPO-DESPESA PIC X.
       01 WS-VALOR-DESPESA PIC S9(7)V99.
      * Conferencia do NIF (modulo 11)
       01 WS-NIF-TEXTO PIC X(9).
       01 WS-NIF-DIGITOS REDEFINES WS-NIF-TEXTO.
         05 WS-NIF-DIGITO PIC 9 OCCURS 9 TIMES.
       01 WS-NIF-VALIDO PIC X.
       01 WS-NIF-SOMA PIC 9(4).
       01 WS-NIF-CONTROLO PIC 99.
      * A escola (quem declara)
       01 WS-EMPRESA.
         05 WS-EMP-NIF        PIC 9(9) VALUE 0.
         05 WS-EMP-NOME       PIC X(40) VALUE SPACES.
         05 WS-EMP-MORADA     PIC X(40) VALUE SPACES.
         05 WS-EMP-CODPOSTAL  PIC X(8) VALUE SPACES.
         05 WS-EMP-LOCALIDADE PIC X(20) VALUE SPACES.
       01 WS-EMP-VALIDA PIC X.
      * Ligacoes aluno -> encarregado e dados de faturacao
       01 WS-TOTAL-LIGACOES PIC 9(4) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 200 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).
       01 WS-TOTAL-FATURACAO PIC 9(4) VALUE 0.
       01 WS-TABELA-FATURACAO.
         05 WS-FAT OCCURS 200 TIMES.
           10 WS-FAT-MEMBRO     PIC X(20).
           10 WS-FAT-NOME       PIC X(40).
           10 WS-FAT-NIF        PIC 9(9).
      * Despesas do ano por aluno
       01 WS-TOTAL-ALU PIC 9(4) VALUE 0.
       01 WS-ALU-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ALUNOS.
         05 WS-ALU OCCURS 500 TIMES.
           10 WS-ALU-NUMERO   PIC 9(5).
           10 WS-ALU-MEMBRO   PIC X(20).
           10 WS-ALU-PROPINAS PIC S9(7)V99.
           10 WS-ALU-CANTINA  PIC S9(7)V99.
           10 WS-ALU-VISITAS  PIC S9(7)V99.
      * Encarregados com despesas no ano
       01 WS-TOTAL-EES PIC 9(4) VALUE 0.
       01 WS-LISTA-EES.
         05 WS-EE-MEMBRO PIC X(20) OCCURS 200 TIMES.
       01 WS-EE-NOME PIC X(40).
       01 WS-EE-NIF PIC 9(9).
       01 WS-EE-DEDUTIVEL PIC S9(8)V99.
       01 WS-EE-NAO-DEDUTIVEL PIC S9(8)V99.
       01 WS-ALU-DEDUTIVEL PIC S9(8)V99.
       01 WS-DECLARACOES PIC 9(4).
       01 WS-EXCECOES PIC 9(4).
       01 A PIC 9(4).
       01 E PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 P PIC 9(2).
      * Saida
       01 WS-VALOR-ED PIC Z(7)9.99.
       01 WS-DATA-ED PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DECLARACAO ANUAL DE DESPESAS DE EDUCACAO (IRS)"
           DISPLAY "ANO (AAAA): " WITH NO ADVANCING
           MOVE SPACES TO WS-ANO-TEXTO
           ACCEPT WS-ANO-TEXTO
           COMPUTE WS-ANO = FUNCTION NUMVAL(WS-ANO-TEXTO)
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM LE-OPERADOR-SESSAO
           PERFORM CARREGA-EMPRESA
           EVALUATE TRUE
               WHEN WS-ANO < 2000 OR WS-ANO > WS-DATA(1 : 4)
                   DISPLAY "Ano invalido, nada emitido"
               WHEN WS-EMP-VALIDA NOT = 'S'
                   DISPLAY "Dados fiscais da escola em falta ou NIF"
                       " invalido; preencha-os na faturacao primeiro"
               WHEN OTHER
                   PERFORM CARREGA-LIGACOES
                   PERFORM CARREGA-FATURACAO
                   PERFORM SOMA-RECIBOS
                   PERFORM SOMA-MOVIMENTOS
                   IF WS-ALU-CHEIA = 'S'
                       DISPLAY "Tabela de alunos cheia (500); ha"
                           " despesas que ficaram de fora"
                   END-IF
                   IF WS-TOTAL-ALU = 0
                       DISPLAY "Sem despesas recebidas em " WS-ANO
                   ELSE
                       PERFORM EMITE-DECLARACOES
                   END-IF
           END-EVALUATE
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

       CARREGA-EMPRESA.
           OPEN INPUT FICHEIRO-EMPRESA
           IF WS-EMPRESA-STATUS = '00' OR WS-EMPRESA-STATUS = '05'
               READ FICHEIRO-EMPRESA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMP-NIF IS NUMERIC
                           MOVE EMP-NIF TO WS-EMP-NIF
                       END-IF
                       MOVE EMP-NOME TO WS-EMP-NOME
                       MOVE EMP-MORADA TO WS-EMP-MORADA
                       MOVE EMP-CODPOSTAL TO WS-EMP-CODPOSTAL
                       MOVE EMP-LOCALIDADE TO WS-EMP-LOCALIDADE
               END-READ
               CLOSE FICHEIRO-EMPRESA
           END-IF
           MOVE WS-EMP-NIF TO WS-NIF-TEXTO
           PERFORM VALIDA-NIF
           MOVE WS-NIF-VALIDO TO WS-EMP-VALIDA
           IF WS-EMP-NOME = SPACES
               MOVE 'N' TO WS-EMP-VALIDA
           END-IF.

       CARREGA-LIGACOES.
           MOVE 0 TO WS-TOTAL-LIGACOES
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
                               WS-TOTAL-LIGACOES < 200
                               ADD 1 TO WS-TOTAL-LIGACOES
                               MOVE ENC-NUMERO TO
                                   WS-LIG-NUMERO(WS-TOTAL-LIGACOES)
                               MOVE ENC-MEMBRO TO
                                   WS-LIG-MEMBRO(WS-TOTAL-LIGACOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       CARREGA-FATURACAO.
           MOVE 0 TO WS-TOTAL-FATURACAO
           MOVE 'N' TO EOF-FATURACAO
           OPEN INPUT FICHEIRO-FATURACAO
           IF WS-FATURACAO-STATUS = '00' OR
               WS-FATURACAO-STATUS = '05'
               PERFORM UNTIL EOF-FATURACAO = 'S'
                   READ FICHEIRO-FATURACAO
                       AT END
                           MOVE 'S' TO EOF-FATURACAO
                       NOT AT END
                           IF EEF-MEMBRO NOT = SPACES AND
                               WS-TOTAL-FATURACAO < 200
                               ADD 1 TO WS-TOTAL-FATURACAO
                               MOVE WS-TOTAL-FATURACAO TO K
                               MOVE EEF-MEMBRO TO WS-FAT-MEMBRO(K)
                               MOVE EEF-NOME TO WS-FAT-NOME(K)
                               IF EEF-NIF IS NUMERIC
                                   MOVE EEF-NIF TO WS-FAT-NIF(K)
                               ELSE
                                   MOVE 0 TO WS-FAT-NIF(K)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FATURACAO
           END-IF.

      ******************************************************************
      * Recolha das despesas do ano
      ******************************************************************
       SOMA-RECIBOS.
      * Cada recibo e dinheiro de propinas recebido (o mesmo valor
      * que entrou em ficheiro3.txt com o codigo PROP), menos os
      * recibos de vendas da papelaria
           MOVE 'N' TO EOF-RECIBOS
           OPEN INPUT FICHEIRO-RECIBOS
           IF WS-RECIBOS-STATUS = '00' OR WS-RECIBOS-STATUS = '05'
               PERFORM UNTIL EOF-RECIBOS = 'S'
                   READ FICHEIRO-RECIBOS
                       AT END
                           MOVE 'S' TO EOF-RECIBOS
                       NOT AT END
                           IF RCB-ALUNO IS NUMERIC AND
                               RCB-DATA IS NUMERIC AND
                               RCB-VALOR IS NUMERIC AND
                               RCB-DATA(1 : 4) = WS-ANO AND
                               RCB-ORIGEM = SPACES
                               MOVE RCB-ALUNO TO WS-PAG-NUMERO
                               MOVE 'P' TO WS-TIPO-DESPESA
                               MOVE RCB-VALOR TO WS-VALOR-DESPESA
                               PERFORM ACUMULA-DESPESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RECIBOS
           END-IF.

       SOMA-MOVIMENTOS.
      * Consumos de dezembro podem ser lancados ja em janeiro: le-se
      * ate ao fim de janeiro seguinte e filtra-se pela data valor
           COMPUTE WS-LANC-DESDE = WS-ANO * 10000 + 101
           COMPUTE WS-LANC-ATE = (WS-ANO + 1) * 10000 + 131
           MOVE 'N' TO EOF-RAZAO
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               MOVE WS-LANC-DESDE TO RAZ-DATA-LANC
               START FICHEIRO-RAZAO KEY >= RAZ-DATA-LANC
                   INVALID KEY
                       MOVE 'S' TO EOF-RAZAO
               END-START
               PERFORM UNTIL EOF-RAZAO = 'S'
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-RAZAO
                       NOT AT END
                           IF RAZ-DATA-LANC > WS-LANC-ATE
                               MOVE 'S' TO EOF-RAZAO
                           ELSE
                               PERFORM TRATA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RAZAO
           END-IF.

       TRATA-MOVIMENTO.
      * Aluno e data valor vem do razao; o reembolso (REEM) e o
      * debito direto devolvido (DEVD) tiram dinheiro que ja tinha
      * entrado como propina
           MOVE 0 TO WS-PAG-NUMERO
           MOVE 0 TO WS-PAG-DATA
           MOVE SPACE TO WS-TIPO-DESPESA
           EVALUATE TRUE
               WHEN RAZ-CODIGO = 'CANT'
                   MOVE 'C' TO WS-TIPO-DESPESA
               WHEN RAZ-CODIGO = 'VIST'
                   MOVE 'V' TO WS-TIPO-DESPESA
               WHEN RAZ-CODIGO = 'REEM' OR RAZ-CODIGO = 'DEVD'
                   MOVE 'P' TO WS-TIPO-DESPESA
           END-EVALUATE
           IF WS-TIPO-DESPESA NOT = SPACE
               MOVE RAZ-ALUNO TO WS-PAG-NUMERO
               MOVE RAZ-DATA-VALOR TO WS-PAG-DATA
           END-IF
           IF WS-PAG-NUMERO > 0 AND WS-PAG-DATA(1 : 4) = WS-ANO
               IF RAZ-CODIGO = 'REEM' OR RAZ-CODIGO = 'DEVD'
                   COMPUTE WS-VALOR-DESPESA = 0 - RAZ-VALOR
               ELSE
                   IF RAZ-SINAL = '-'
                       COMPUTE WS-VALOR-DESPESA = 0 - RAZ-VALOR
                   ELSE
                       MOVE RAZ-VALOR TO WS-VALOR-DESPESA
                   END-IF
               END-IF
               PERFORM ACUMULA-DESPESA
           END-IF.

       ACUMULA-DESPESA.
      * Soma WS-VALOR-DESPESA ao aluno WS-PAG-NUMERO na coluna
      * WS-TIPO-DESPESA (P propinas, C cantina, V visitas)
           MOVE 0 TO A
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ALU
               IF WS-ALU-NUMERO(J) = WS-PAG-NUMERO
                   MOVE J TO A
               END-IF
           END-PERFORM
           IF A = 0
               IF WS-TOTAL-ALU < 500
                   ADD 1 TO WS-TOTAL-ALU
                   MOVE WS-TOTAL-ALU TO A
                   MOVE WS-PAG-NUMERO TO WS-ALU-NUMERO(A)
                   PERFORM DETERMINA-ENCARREGADO
                   MOVE 0 TO WS-ALU-PROPINAS(A)
                   MOVE 0 TO WS-ALU-CANTINA(A)
                   MOVE 0 TO WS-ALU-VISITAS(A)
               ELSE
                   MOVE 'S' TO WS-ALU-CHEIA
               END-IF
           END-IF
           IF A > 0
               EVALUATE WS-TIPO-DESPESA
                   WHEN 'P'
                       ADD WS-VALOR-DESPESA TO WS-ALU-PROPINAS(A)
                   WHEN 'C'
                       ADD WS-VALOR-DESPESA TO WS-ALU-CANTINA(A)
                   WHEN 'V'
                       ADD WS-VALOR-DESPESA TO WS-ALU-VISITAS(A)
               END-EVALUATE
           END-IF.

       DETERMINA-ENCARREGADO.
      * O mesmo encarregado em cujo nome saem as faturas-recibo do
      * aluno: a ultima ligacao em encarregados.txt
           MOVE SPACES TO WS-ALU-MEMBRO(A)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-LIGACOES
               IF WS-LIG-NUMERO(K) = WS-PAG-NUMERO
                   MOVE WS-LIG-MEMBRO(K) TO WS-ALU-MEMBRO(A)
               END-IF
           END-PERFORM
           IF WS-ALU-MEMBRO(A) NOT = SPACES
               MOVE 0 TO K
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-TOTAL-EES
                   IF WS-EE-MEMBRO(E) = WS-ALU-MEMBRO(A)
                       MOVE E TO K
                   END-IF
               END-PERFORM
               IF K = 0 AND WS-TOTAL-EES < 200
                   ADD 1 TO WS-TOTAL-EES
                   MOVE WS-ALU-MEMBRO(A) TO WS-EE-MEMBRO(WS-TOTAL-EES)
               END-IF
           END-IF.

      ******************************************************************
      * Declaracoes e excecoes
      ******************************************************************
       EMITE-DECLARACOES.
           MOVE 0 TO WS-DECLARACOES
           MOVE 0 TO WS-EXCECOES
           OPEN OUTPUT FICHEIRO-DECLARACOES
           OPEN OUTPUT FICHEIRO-EXCECOES
           MOVE SPACES TO LINHA-EXCECAO
           STRING "EXCECOES A DECLARACAO DE DESPESAS DE EDUCACAO ANO "
               WS-ANO DELIMITED BY SIZE INTO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ALU
               IF WS-ALU-MEMBRO(A) = SPACES
                   ADD 1 TO WS-EXCECOES
                   MOVE SPACES TO LINHA-EXCECAO
                   STRING "ALUNO " WS-ALU-NUMERO(A)
                       " SEM ENCARREGADO LIGADO"
                       DELIMITED BY SIZE INTO LINHA-EXCECAO
                   WRITE LINHA-EXCECAO
               END-IF
           END-PERFORM
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-TOTAL-EES
               PERFORM TRATA-ENCARREGADO
           END-PERFORM
           IF WS-EXCECOES = 0
               MOVE "SEM EXCECOES" TO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
           END-IF
           CLOSE FICHEIRO-DECLARACOES
           CLOSE FICHEIRO-EXCECOES
           PERFORM REGISTA-SPOOL
           DISPLAY WS-DECLARACOES " declaracao(oes) em"
               " declaracoes-irs.txt"
           DISPLAY WS-EXCECOES " excecao(oes) em"
               " declaracoes-irs-excecoes.txt".

       TRATA-ENCARREGADO.
      * Sem ficha de faturacao ou com NIF errado nao ha declaracao
      * que a AT aceite: vai para as excecoes
           MOVE SPACES TO WS-EE-NOME
           MOVE 0 TO WS-EE-NIF
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > WS-TOTAL-FATURACAO
               IF WS-FAT-MEMBRO(J) = WS-EE-MEMBRO(E)
                   MOVE WS-FAT-NOME(J) TO WS-EE-NOME
                   MOVE WS-FAT-NIF(J) TO WS-EE-NIF
               END-IF
           END-PERFORM
           MOVE WS-EE-NIF TO WS-NIF-TEXTO
           PERFORM VALIDA-NIF
           IF WS-NIF-VALIDO = 'S'
               PERFORM EMITE-DECLARACAO
           ELSE
               ADD 1 TO WS-EXCECOES
               MOVE SPACES TO LINHA-EXCECAO
               IF WS-EE-NIF = 0
                   STRING "ENCARREGADO " WS-EE-MEMBRO(E)
                       " SEM NIF EM EE-FATURACAO"
                       DELIMITED BY SIZE INTO LINHA-EXCECAO
               ELSE
                   STRING "ENCARREGADO " WS-EE-MEMBRO(E)
                       " NIF " WS-EE-NIF " INVALIDO"
                       DELIMITED BY SIZE INTO LINHA-EXCECAO
               END-IF
               WRITE LINHA-EXCECAO
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ALU
                   IF WS-ALU-MEMBRO(A) = WS-EE-MEMBRO(E)
                       PERFORM NORMALIZA-ALUNO
                       COMPUTE WS-ALU-DEDUTIVEL = WS-ALU-PROPINAS(A)
                           + WS-ALU-CANTINA(A)
                       MOVE WS-ALU-DEDUTIVEL TO WS-VALOR-ED
                       MOVE SPACES TO LINHA-EXCECAO
                       STRING "    ALUNO " WS-ALU-NUMERO(A)
                           " DEDUTIVEL " WS-VALOR-ED
                           DELIMITED BY SIZE INTO LINHA-EXCECAO
                       WRITE LINHA-EXCECAO
                   END-IF
               END-PERFORM
           END-IF.

       NORMALIZA-ALUNO.
      * Um reembolso de anos anteriores pode deixar uma coluna
      * negativa; nao ha despesa negativa a declarar
           IF WS-ALU-PROPINAS(A) < 0
               MOVE 0 TO WS-ALU-PROPINAS(A)
           END-IF
           IF WS-ALU-CANTINA(A) < 0
               MOVE 0 TO WS-ALU-CANTINA(A)
           END-IF
           IF WS-ALU-VISITAS(A) < 0
               MOVE 0 TO WS-ALU-VISITAS(A)
           END-IF.

       EMITE-DECLARACAO.
           ADD 1 TO WS-DECLARACOES
           MOVE 0 TO WS-EE-DEDUTIVEL
           MOVE 0 TO WS-EE-NAO-DEDUTIVEL
           MOVE ALL "=" TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "DECLARACAO DE DESPESAS DE EDUCACAO - ANO " WS-ANO
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING WS-EMP-NOME " NIF " WS-EMP-NIF
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING WS-EMP-MORADA " " WS-EMP-CODPOSTAL " "
               WS-EMP-LOCALIDADE
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "ENCARREGADO: " WS-EE-NOME " NIF " WS-EE-NIF
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE "Declara-se, para efeitos de IRS, que foram recebidos"
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "deste encarregado em " WS-ANO
               " os valores seguintes:"
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ALU
               IF WS-ALU-MEMBRO(A) = WS-EE-MEMBRO(E)
                   PERFORM DECLARA-ALUNO
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE WS-EE-DEDUTIVEL TO WS-VALOR-ED
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "TOTAL DESPESAS DE EDUCACAO (DEDUTIVEL)  "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE WS-EE-NAO-DEDUTIVEL TO WS-VALOR-ED
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "TOTAL NAO DEDUTIVEL                     "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE WS-DATA TO WS-DATA-ED
           MOVE SPACES TO LINHA-DECLARACAO
           STRING WS-EMP-LOCALIDADE " " WS-DATA-ED
               "   (EMITIDA POR " WS-OPERADOR ")"
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE "A DIRECAO: ________________________________"
               TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE SPACES TO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO.

       DECLARA-ALUNO.
      * Propinas e refeicoes escolares sao despesa de educacao; as
      * visitas de estudo saem a parte, sem deducao
           PERFORM NORMALIZA-ALUNO
           COMPUTE WS-ALU-DEDUTIVEL = WS-ALU-PROPINAS(A)
               + WS-ALU-CANTINA(A)
           ADD WS-ALU-DEDUTIVEL TO WS-EE-DEDUTIVEL
           ADD WS-ALU-VISITAS(A) TO WS-EE-NAO-DEDUTIVEL
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "  ALUNO " WS-ALU-NUMERO(A)
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE WS-ALU-PROPINAS(A) TO WS-VALOR-ED
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "    PROPINAS E MENSALIDADES (DEDUTIVEL)  "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE WS-ALU-CANTINA(A) TO WS-VALOR-ED
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "    REFEICOES ESCOLARES (DEDUTIVEL)      "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO
           MOVE WS-ALU-VISITAS(A) TO WS-VALOR-ED
           MOVE SPACES TO LINHA-DECLARACAO
           STRING "    VISITAS DE ESTUDO (NAO DEDUTIVEL)    "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-DECLARACAO
           WRITE LINHA-DECLARACAO.

       REGISTA-SPOOL.
      * Regista os ficheiros de saida no indice do spool, para o
      * spooler os imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'declaracoes-irs.txt' TO SPL-FICHEIRO
           MOVE 'DECLARACOES IRS' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'declaracoes-irs-excecoes.txt' TO SPL-FICHEIRO
           MOVE 'EXCECOES IRS' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM DECLARACAO-IRS.
