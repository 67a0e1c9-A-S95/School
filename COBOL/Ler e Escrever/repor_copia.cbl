      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reposicao das copias de seguranca do COPIA-DADOS:
      *          lista os conjuntos de copias-index.txt, confere as
      *          copias de um conjunto com o manifesto (contagens e
      *          somas de controlo), repoe o conjunto inteiro ou um
      *          so ficheiro dele (com os locks seguros e so se as
      *          copias conferirem) e volta a conferir cada ficheiro
      *          reposto; os indexados sao recarregados registo a
      *          registo e cada reposicao fica em
      *          copias-reposicoes.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOR-COPIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-DADOS ASSIGN TO WS-NOME-DADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DADOS-STATUS.
           SELECT FICHEIRO-COPIA ASSIGN TO WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.
           SELECT FICHEIRO-MANIFESTO ASSIGN TO WS-NOME-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.
           SELECT OPTIONAL FICHEIRO-COPIAS
               ASSIGN TO 'copias-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-REPOSICOES
               ASSIGN TO 'copias-reposicoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPOSICOES-STATUS.
           SELECT FICHEIRO-LOCK ASSIGN TO WS-NOME-LOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL FICHEIRO-LOCK-ALUNOS
               ASSIGN TO 'notas-alunos.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-ALUNOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 FILLER          PIC X(45).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
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
       FD FICHEIRO-DISC.
       01 DISC-REC.
         05 DIS-CHAVE.
           10 DIS-NUMERO     PIC 9(5).
           10 DIS-DISCIPLINA PIC X(4).
         05 DIS-NOTA         PIC S9(2)V9.
         05 DIS-NOTA-TESTE   PIC S9(2)V9.
         05 DIS-NOTA-PRATICA PIC S9(2)V9.
         05 DIS-NOTA-TRAB    PIC S9(2)V9.
         05 DIS-PESO-TESTE   PIC 9(3).
         05 DIS-PESO-PRATICA PIC 9(3).
         05 DIS-PESO-TRAB    PIC 9(3).
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
       FD FICHEIRO-DADOS.
       01 LINHA-DADOS PIC X(400).
       FD FICHEIRO-COPIA.
       01 LINHA-COPIA PIC X(400).
       FD FICHEIRO-MANIFESTO.
       01 LINHA-MANIFESTO.
         05 MAN-FICHEIRO PIC X(40).
         05 FILLER       PIC X.
         05 MAN-TIPO     PIC X.
         05 FILLER       PIC X.
         05 MAN-EXISTE   PIC X.
         05 FILLER       PIC X.
         05 MAN-REGISTOS PIC 9(9).
         05 FILLER       PIC X.
         05 MAN-SOMA     PIC 9(18).
       FD FICHEIRO-COPIAS.
       01 LINHA-COPIAS.
         05 CPI-CONJUNTO  PIC X(15).
         05 FILLER        PIC X.
         05 CPI-ESTADO    PIC X(10).
         05 FILLER        PIC X.
         05 CPI-FICHEIROS PIC 9(4).
         05 FILLER        PIC X.
         05 CPI-REGISTOS  PIC 9(9).
         05 FILLER        PIC X.
         05 CPI-OPERADOR  PIC X(8).
       FD FICHEIRO-REPOSICOES.
       01 LINHA-REPOSICAO.
         05 RPS-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 RPS-HORA      PIC 9(6).
         05 FILLER        PIC X.
         05 RPS-CONJUNTO  PIC X(15).
         05 FILLER        PIC X.
         05 RPS-FICHEIRO  PIC X(40).
         05 FILLER        PIC X.
         05 RPS-REGISTOS  PIC 9(9).
         05 FILLER        PIC X.
         05 RPS-RESULTADO PIC X(6).
         05 FILLER        PIC X.
         05 RPS-OPERADOR  PIC X(8).
       FD FICHEIRO-LOCK.
       01 LINHA-LOCK.
         05 LOCK-OPERADOR PIC X(8).
         05 FILLER        PIC X.
         05 LOCK-DATA     PIC 9(8).
         05 LOCK-HORA     PIC 9(6).
       FD FICHEIRO-LOCK-ALUNOS.
       01 LINHA-LOCK-ALUNO.
         05 NLK-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 NLK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 NLK-DATA     PIC 9(8).
         05 NLK-HORA     PIC 9(6).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-REGISTO PIC X(240).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-INDEXADO-STATUS PIC XX.
       01 WS-DADOS-STATUS PIC XX.
       01 WS-COPIA-STATUS PIC XX.
       01 WS-MANIFESTO-STATUS PIC XX.
       01 WS-COPIAS-STATUS PIC XX.
       01 WS-REPOSICOES-STATUS PIC XX.
       01 WS-LOCK-STATUS PIC XX.
       01 WS-LOCK-ALUNOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-FICHEIRO PIC X.
       01 EOF-COPIAS PIC X.
       01 EOF-MANIFESTO PIC X.
       01 EOF-LOCK-ALUNOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-CONFIRMA PIC X.
       01 WS-CONJUNTO PIC X(15).
       01 WS-CONJUNTO-ESTADO PIC X(10).
       01 WS-NOME-PEDIDO PIC X(40).
       01 WS-NOME-DADOS PIC X(40).
       01 WS-TIPO-DADOS PIC X.
       01 WS-NOME-COPIA PIC X(80).
       01 WS-NOME-MANIFESTO PIC X(80).
       01 WS-NOME-LOCK PIC X(40).
       01 WS-ALGUM-BLOQUEADO PIC X VALUE 'N'.
       01 WS-LOCK-INDICE PIC 9.
       01 WS-NOMES-LOCKS.
         05 FILLER PIC X(40) VALUE 'ficheiro0.lock'.
         05 FILLER PIC X(40) VALUE 'ficheiro1.lock'.
         05 FILLER PIC X(40) VALUE 'ficheiro3.lock'.
       01 FILLER REDEFINES WS-NOMES-LOCKS.
         05 WS-NOME-LOCK-TAB PIC X(40) OCCURS 3 TIMES.
       01 WS-MANIFESTO-VALIDO PIC X.
       01 WS-TOTAL-PRESENTES PIC 9(9).
       01 WS-TOTAL-DECLARADOS PIC 9(9).
       01 WS-FALHAS PIC 9(4).
       01 WS-REPOSTOS PIC 9(4).
       01 WS-REJEITADOS PIC 9(9).
       01 WS-REGISTOS PIC 9(9).
       01 WS-RESULTADO PIC X(6).
       01 WS-ENCADEADO PIC X.
       01 M PIC 9(3).
       01 I PIC 9(3).
      * Soma de controlo: a mesma do COPIA-DADOS, linha a linha
       01 WS-DADOS PIC X(400).
       01 WS-TAMANHO PIC 9(3).
       01 WS-SOMA-1 PIC 9(12) COMP.
       01 WS-SOMA-2 PIC 9(12) COMP.
       01 WS-CARACTER PIC 9(3) COMP.
       01 WS-POS PIC 9(3) COMP.
       01 WS-SOMA PIC 9(18).
       01 FILLER REDEFINES WS-SOMA.
         05 WS-SOMA-ALTA  PIC 9(9).
         05 WS-SOMA-BAIXA PIC 9(9).
      * Ficheiros com cadeia de elos: uma reposicao avulsa e uma
      * regravacao autorizada e a cadeia e recalculada
       01 WS-TABELA-CADEIAS-VAL.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(30) VALUE 'notas-historico.txt'.
         05 FILLER PIC X(30) VALUE 'ficheiro3-log.txt'.
         05 FILLER PIC X(30) VALUE 'acessos-log.txt'.
         05 FILLER PIC X(30) VALUE 'fecho-caixa-log.txt'.
       01 FILLER REDEFINES WS-TABELA-CADEIAS-VAL.
         05 WS-CAD-FICHEIRO PIC X(30) OCCURS 5 TIMES.
      * Manifesto do conjunto escolhido
       01 WS-TOTAL-MANIFESTO PIC 9(3) VALUE 0.
       01 WS-TABELA-MANIFESTO.
         05 WS-MAN OCCURS 700 TIMES.
           10 WS-MAN-FICHEIRO  PIC X(40).
           10 WS-MAN-TIPO      PIC X.
           10 WS-MAN-EXISTE    PIC X.
           10 WS-MAN-REGISTOS  PIC 9(9).
           10 WS-MAN-SOMA      PIC 9(18).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "REPOSICAO DE COPIAS DE SEGURANCA"
               DISPLAY "1 - LISTAR CONJUNTOS"
               DISPLAY "2 - CONFERIR UM CONJUNTO"
               DISPLAY "3 - REPOR UM CONJUNTO INTEIRO"
               DISPLAY "4 - REPOR UM FICHEIRO DE UM CONJUNTO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-CONJUNTOS
                   WHEN 2
                       PERFORM CONFERIR-CONJUNTO
                   WHEN 3
                       PERFORM REPOR-CONJUNTO
                   WHEN 4
                       PERFORM REPOR-UM-FICHEIRO
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LISTAR-CONJUNTOS.
           DISPLAY "CONJUNTO        ESTADO     FICH. REGISTOS  OPERADOR"
           MOVE 'N' TO EOF-COPIAS
           OPEN INPUT FICHEIRO-COPIAS
           IF WS-COPIAS-STATUS = '00' OR WS-COPIAS-STATUS = '05'
               PERFORM UNTIL EOF-COPIAS = 'S'
                   READ FICHEIRO-COPIAS
                       AT END
                           MOVE 'S' TO EOF-COPIAS
                       NOT AT END
                           DISPLAY CPI-CONJUNTO " " CPI-ESTADO " "
                               CPI-FICHEIROS "  " CPI-REGISTOS " "
                               CPI-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COPIAS
           END-IF.

       PEDE-CONJUNTO.
      * So os conjuntos ainda no indice existem (a rotacao tira os
      * esvaziados); o manifesto tem de fechar com o total certo
           MOVE SPACES TO WS-CONJUNTO-ESTADO
           MOVE 'N' TO WS-MANIFESTO-VALIDO
           DISPLAY "CONJUNTO (AAAAMMDD-HHMMSS): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONJUNTO
           ACCEPT WS-CONJUNTO
           MOVE 'N' TO EOF-COPIAS
           OPEN INPUT FICHEIRO-COPIAS
           IF WS-COPIAS-STATUS = '00' OR WS-COPIAS-STATUS = '05'
               PERFORM UNTIL EOF-COPIAS = 'S'
                   READ FICHEIRO-COPIAS
                       AT END
                           MOVE 'S' TO EOF-COPIAS
                       NOT AT END
                           IF CPI-CONJUNTO = WS-CONJUNTO
                               MOVE CPI-ESTADO TO WS-CONJUNTO-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COPIAS
           END-IF
           IF WS-CONJUNTO-ESTADO = SPACES
               DISPLAY "Conjunto " WS-CONJUNTO
                   " nao existe em copias-index.txt"
           ELSE
               PERFORM CARREGA-MANIFESTO
           END-IF.

       CARREGA-MANIFESTO.
           MOVE 0 TO WS-TOTAL-MANIFESTO
           MOVE 0 TO WS-TOTAL-PRESENTES
           MOVE 0 TO WS-TOTAL-DECLARADOS
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING "copia-" WS-CONJUNTO "-manifesto.txt"
               DELIMITED BY SIZE INTO WS-NOME-MANIFESTO
           MOVE 'N' TO EOF-MANIFESTO
           OPEN INPUT FICHEIRO-MANIFESTO
           IF WS-MANIFESTO-STATUS = '00'
               PERFORM UNTIL EOF-MANIFESTO = 'S'
                   READ FICHEIRO-MANIFESTO
                       AT END
                           MOVE 'S' TO EOF-MANIFESTO
                       NOT AT END
                           PERFORM GUARDA-LINHA-MANIFESTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MANIFESTO
           END-IF
           IF WS-MANIFESTO-VALIDO = 'N'
               DISPLAY "Manifesto " FUNCTION TRIM(WS-NOME-MANIFESTO)
                   " em falta ou incompleto"
           END-IF.

       GUARDA-LINHA-MANIFESTO.
           IF MAN-FICHEIRO = '*TOTAL*'
               MOVE MAN-REGISTOS TO WS-TOTAL-DECLARADOS
               IF WS-TOTAL-DECLARADOS = WS-TOTAL-PRESENTES
                   MOVE 'S' TO WS-MANIFESTO-VALIDO
               END-IF
           ELSE
               IF WS-TOTAL-MANIFESTO < 700
                   ADD 1 TO WS-TOTAL-MANIFESTO
                   MOVE MAN-FICHEIRO
                       TO WS-MAN-FICHEIRO(WS-TOTAL-MANIFESTO)
                   MOVE MAN-TIPO TO WS-MAN-TIPO(WS-TOTAL-MANIFESTO)
                   MOVE MAN-EXISTE
                       TO WS-MAN-EXISTE(WS-TOTAL-MANIFESTO)
                   MOVE MAN-REGISTOS
                       TO WS-MAN-REGISTOS(WS-TOTAL-MANIFESTO)
                   MOVE MAN-SOMA TO WS-MAN-SOMA(WS-TOTAL-MANIFESTO)
                   IF MAN-EXISTE = 'S'
                       ADD 1 TO WS-TOTAL-PRESENTES
                   END-IF
               END-IF
           END-IF.

       CONFERIR-CONJUNTO.
           PERFORM PEDE-CONJUNTO
           IF WS-MANIFESTO-VALIDO = 'S'
               PERFORM CONFERE-TODAS-AS-COPIAS
               IF WS-FALHAS = 0
                   DISPLAY "Conjunto " WS-CONJUNTO " conferido: "
                       WS-TOTAL-PRESENTES " ficheiro(s) certos"
               ELSE
                   DISPLAY "Conjunto " WS-CONJUNTO ": " WS-FALHAS
                       " copia(s) NAO conferem com o manifesto"
               END-IF
           END-IF.

       CONFERE-TODAS-AS-COPIAS.
           MOVE 0 TO WS-FALHAS
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-TOTAL-MANIFESTO
               IF WS-MAN-EXISTE(M) = 'S'
                   PERFORM CONFERE-COPIA
               END-IF
           END-PERFORM.

       CONFERE-COPIA.
      * A copia no disco tem de dar as contagens e a soma que o
      * manifesto guardou quando foi feita
           PERFORM MONTA-NOME-COPIA
           MOVE 0 TO WS-REGISTOS
           MOVE 0 TO WS-SOMA-1
           MOVE 0 TO WS-SOMA-2
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-COPIA
           IF WS-COPIA-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-COPIA
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-COPIA TO WS-DADOS
                           PERFORM SOMA-LINHA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COPIA
               MOVE WS-SOMA-1 TO WS-SOMA-ALTA
               MOVE WS-SOMA-2 TO WS-SOMA-BAIXA
               IF WS-REGISTOS NOT = WS-MAN-REGISTOS(M) OR
                   WS-SOMA NOT = WS-MAN-SOMA(M)
                   ADD 1 TO WS-FALHAS
                   DISPLAY FUNCTION TRIM(WS-MAN-FICHEIRO(M))
                       ": copia alterada (" WS-REGISTOS
                       " registo(s), manifesto "
                       WS-MAN-REGISTOS(M) ")"
               END-IF
           ELSE
               ADD 1 TO WS-FALHAS
               DISPLAY FUNCTION TRIM(WS-MAN-FICHEIRO(M))
                   ": copia em falta"
           END-IF.

       REPOR-CONJUNTO.
           PERFORM PEDE-CONJUNTO
           IF WS-MANIFESTO-VALIDO = 'S'
               IF WS-CONJUNTO-ESTADO NOT = 'COMPLETA'
                   DISPLAY "Conjunto " FUNCTION TRIM(WS-CONJUNTO-ESTADO)
                       ": nao serve para reposicao"
               ELSE
                   PERFORM CONFERE-TODAS-AS-COPIAS
                   IF WS-FALHAS > 0
                       DISPLAY "Reposicao recusada: " WS-FALHAS
                           " copia(s) nao conferem"
                   ELSE
                       DISPLAY "TODOS os ficheiros de dados voltam ao"
                           " estado de " WS-CONJUNTO ". Repor? (S/N)"
                       MOVE SPACE TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                           PERFORM REPOE-TODOS-OS-FICHEIROS
                       ELSE
                           DISPLAY "Reposicao cancelada"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPOE-TODOS-OS-FICHEIROS.
           PERFORM VERIFICA-TODOS-OS-LOCKS
           IF WS-ALGUM-BLOQUEADO = 'S'
               DISPLAY "Ha ficheiros em uso por outro processo;"
                   " reposicao nao efetuada"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               PERFORM CRIAR-TODOS-OS-LOCKS
               MOVE 0 TO WS-FALHAS
               MOVE 0 TO WS-REPOSTOS
               PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-TOTAL-MANIFESTO
                   IF WS-MAN-EXISTE(M) = 'S'
                       PERFORM REPOE-ENTRADA
                   END-IF
               END-PERFORM
               PERFORM REMOVER-TODOS-OS-LOCKS
               DISPLAY "Conjunto " WS-CONJUNTO " reposto: "
                   WS-REPOSTOS " ficheiro(s), " WS-FALHAS
                   " com falha na conferencia"
           END-IF.

       REPOR-UM-FICHEIRO.
           PERFORM PEDE-CONJUNTO
           IF WS-MANIFESTO-VALIDO = 'S'
               DISPLAY "FICHEIRO A REPOR: " WITH NO ADVANCING
               MOVE SPACES TO WS-NOME-PEDIDO
               ACCEPT WS-NOME-PEDIDO
               MOVE 0 TO I
               PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-TOTAL-MANIFESTO
                   IF WS-MAN-FICHEIRO(M) = WS-NOME-PEDIDO AND
                       WS-MAN-EXISTE(M) = 'S'
                       MOVE M TO I
                   END-IF
               END-PERFORM
               IF I = 0
                   DISPLAY FUNCTION TRIM(WS-NOME-PEDIDO)
                       " nao tem copia no conjunto " WS-CONJUNTO
               ELSE
                   MOVE I TO M
                   PERFORM REPOE-FICHEIRO-ESCOLHIDO
               END-IF
           END-IF.

       REPOE-FICHEIRO-ESCOLHIDO.
           MOVE 0 TO WS-FALHAS
           PERFORM CONFERE-COPIA
           IF WS-FALHAS > 0
               DISPLAY "Reposicao recusada: a copia nao confere"
           ELSE
               DISPLAY FUNCTION TRIM(WS-MAN-FICHEIRO(M))
                   " volta ao estado de " WS-CONJUNTO " ("
                   WS-MAN-REGISTOS(M) " registo(s)). Repor? (S/N)"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                   DISPLAY "Reposicao cancelada"
               ELSE
                   PERFORM VERIFICA-TODOS-OS-LOCKS
                   IF WS-ALGUM-BLOQUEADO = 'S'
                       DISPLAY "Ha ficheiros em uso por outro"
                           " processo; reposicao nao efetuada"
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                       PERFORM CRIAR-TODOS-OS-LOCKS
                       MOVE 0 TO WS-REPOSTOS
                       PERFORM REPOE-ENTRADA
                       PERFORM RECADEIA-SE-ENCADEADO
                       PERFORM REMOVER-TODOS-OS-LOCKS
                   END-IF
               END-IF
           END-IF.

       RECADEIA-SE-ENCADEADO.
           MOVE 'N' TO WS-ENCADEADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               IF WS-CAD-FICHEIRO(I) = WS-MAN-FICHEIRO(M)
                   MOVE 'S' TO WS-ENCADEADO
               END-IF
           END-PERFORM
           IF WS-ENCADEADO = 'S'
               MOVE 'R' TO WS-CADEIA-OPERACAO
               MOVE WS-MAN-FICHEIRO(M) TO WS-CADEIA-FICHEIRO
               MOVE SPACES TO WS-CADEIA-REGISTO
               CALL 'ENCADEIA-REGISTO' USING
                   WS-CADEIA-OPERACAO WS-CADEIA-FICHEIRO
                   WS-CADEIA-REGISTO WS-CADEIA-QUANTAS
               DISPLAY "Cadeia de elos de "
                   FUNCTION TRIM(WS-MAN-FICHEIRO(M))
                   " recalculada (" WS-CADEIA-QUANTAS " linhas)"
           END-IF.

       REPOE-ENTRADA.
      * Os indexados sao recriados vazios e recarregados pela ordem
      * da copia; os de linhas sao regravados por inteiro; no fim o
      * ficheiro vivo e relido e conferido com o manifesto
           PERFORM MONTA-NOME-COPIA
           MOVE WS-MAN-FICHEIRO(M) TO WS-NOME-DADOS
           MOVE WS-MAN-TIPO(M) TO WS-TIPO-DADOS
           MOVE 0 TO WS-REJEITADOS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-COPIA
           IF WS-TIPO-DADOS = 'I'
               PERFORM ABRE-INDEXADO-SAIDA
           ELSE
               OPEN OUTPUT FICHEIRO-DADOS
           END-IF
           PERFORM UNTIL EOF-FICHEIRO = 'S'
               READ FICHEIRO-COPIA
                   AT END
                       MOVE 'S' TO EOF-FICHEIRO
                   NOT AT END
                       IF WS-TIPO-DADOS = 'I'
                           PERFORM GRAVA-REGISTO-INDEXADO
                       ELSE
                           MOVE LINHA-COPIA TO LINHA-DADOS
                           WRITE LINHA-DADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-COPIA
           IF WS-TIPO-DADOS = 'I'
               PERFORM FECHA-INDEXADO
           ELSE
               CLOSE FICHEIRO-DADOS
           END-IF
           ADD 1 TO WS-REPOSTOS
           PERFORM CONFERE-REPOSTO
           PERFORM REGISTA-REPOSICAO.

       ABRE-INDEXADO-SAIDA.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   OPEN OUTPUT FICHEIRO-0
               WHEN 'NOTAS.DAT'
                   OPEN OUTPUT FICHEIRO-NOTAS
               WHEN 'notas-disc.dat'
                   OPEN OUTPUT FICHEIRO-DISC
               WHEN OTHER
                   OPEN OUTPUT FICHEIRO-RAZAO
           END-EVALUATE.

       ABRE-INDEXADO-ENTRADA.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   OPEN INPUT FICHEIRO-0
               WHEN 'NOTAS.DAT'
                   OPEN INPUT FICHEIRO-NOTAS
               WHEN 'notas-disc.dat'
                   OPEN INPUT FICHEIRO-DISC
               WHEN OTHER
                   OPEN INPUT FICHEIRO-RAZAO
           END-EVALUATE.

       FECHA-INDEXADO.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   CLOSE FICHEIRO-0
               WHEN 'NOTAS.DAT'
                   CLOSE FICHEIRO-NOTAS
               WHEN 'notas-disc.dat'
                   CLOSE FICHEIRO-DISC
               WHEN OTHER
                   CLOSE FICHEIRO-RAZAO
           END-EVALUATE.

       GRAVA-REGISTO-INDEXADO.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   MOVE LINHA-COPIA TO LINHA-FICHEIRO-0
                   WRITE LINHA-FICHEIRO-0
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
               WHEN 'NOTAS.DAT'
                   MOVE LINHA-COPIA TO NOTAS-REC
                   WRITE NOTAS-REC
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
               WHEN 'notas-disc.dat'
                   MOVE LINHA-COPIA TO DISC-REC
                   WRITE DISC-REC
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
               WHEN OTHER
                   MOVE LINHA-COPIA TO REGISTO-RAZAO
                   WRITE REGISTO-RAZAO
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
           END-EVALUATE.

       LE-REGISTO-INDEXADO.
           MOVE SPACES TO WS-DADOS
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   READ FICHEIRO-0 NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-FICHEIRO-0 TO WS-DADOS
                   END-READ
               WHEN 'NOTAS.DAT'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE NOTAS-REC TO WS-DADOS
                   END-READ
               WHEN 'notas-disc.dat'
                   READ FICHEIRO-DISC NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE DISC-REC TO WS-DADOS
                   END-READ
               WHEN OTHER
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE REGISTO-RAZAO TO WS-DADOS
                   END-READ
           END-EVALUATE
           IF EOF-FICHEIRO = 'N'
               PERFORM SOMA-LINHA
           END-IF.

       CONFERE-REPOSTO.
           MOVE 0 TO WS-REGISTOS
           MOVE 0 TO WS-SOMA-1
           MOVE 0 TO WS-SOMA-2
           MOVE 'N' TO EOF-FICHEIRO
           IF WS-TIPO-DADOS = 'I'
               PERFORM ABRE-INDEXADO-ENTRADA
               IF WS-INDEXADO-STATUS = '00'
                   PERFORM UNTIL EOF-FICHEIRO = 'S'
                       PERFORM LE-REGISTO-INDEXADO
                   END-PERFORM
                   PERFORM FECHA-INDEXADO
               END-IF
           ELSE
               OPEN INPUT FICHEIRO-DADOS
               IF WS-DADOS-STATUS = '00'
                   PERFORM UNTIL EOF-FICHEIRO = 'S'
                       READ FICHEIRO-DADOS
                           AT END
                               MOVE 'S' TO EOF-FICHEIRO
                           NOT AT END
                               MOVE LINHA-DADOS TO WS-DADOS
                               PERFORM SOMA-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-DADOS
               END-IF
           END-IF
           MOVE WS-SOMA-1 TO WS-SOMA-ALTA
           MOVE WS-SOMA-2 TO WS-SOMA-BAIXA
           IF WS-REGISTOS = WS-MAN-REGISTOS(M) AND
               WS-SOMA = WS-MAN-SOMA(M) AND WS-REJEITADOS = 0
               MOVE 'OK' TO WS-RESULTADO
               DISPLAY FUNCTION TRIM(WS-NOME-DADOS) ": reposto e "
                   "conferido (" WS-REGISTOS " registo(s))"
           ELSE
               MOVE 'FALHA' TO WS-RESULTADO
               ADD 1 TO WS-FALHAS
               DISPLAY FUNCTION TRIM(WS-NOME-DADOS) ": reposto mas "
                   "NAO confere (" WS-REGISTOS " de "
                   WS-MAN-REGISTOS(M) " registo(s), "
                   WS-REJEITADOS " rejeitado(s))"
           END-IF.

       REGISTA-REPOSICAO.
           OPEN EXTEND FICHEIRO-REPOSICOES
           MOVE SPACES TO LINHA-REPOSICAO
           MOVE WS-DATA TO RPS-DATA
           MOVE WS-HORA TO RPS-HORA
           MOVE WS-CONJUNTO TO RPS-CONJUNTO
           MOVE WS-NOME-DADOS TO RPS-FICHEIRO
           MOVE WS-REGISTOS TO RPS-REGISTOS
           MOVE WS-RESULTADO TO RPS-RESULTADO
           MOVE WS-OPERADOR TO RPS-OPERADOR
           WRITE LINHA-REPOSICAO
           CLOSE FICHEIRO-REPOSICOES.

       MONTA-NOME-COPIA.
           MOVE SPACES TO WS-NOME-COPIA
           STRING "copia-" WS-CONJUNTO "-"
               FUNCTION TRIM(WS-MAN-FICHEIRO(M))
               DELIMITED BY SIZE INTO WS-NOME-COPIA.

       SOMA-LINHA.
           IF WS-DADOS = SPACES
               MOVE 0 TO WS-TAMANHO
           ELSE
               COMPUTE WS-TAMANHO = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-DADOS TRAILING))
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TAMANHO
               COMPUTE WS-CARACTER =
                   FUNCTION ORD(WS-DADOS(WS-POS : 1))
               COMPUTE WS-SOMA-1 = FUNCTION MOD(
                   WS-SOMA-1 * 257 + WS-CARACTER, 999999937)
               COMPUTE WS-SOMA-2 = FUNCTION MOD(
                   WS-SOMA-2 * 263 + WS-CARACTER + WS-POS,
                   999999929)
           END-PERFORM
           COMPUTE WS-SOMA-1 = FUNCTION MOD(
               WS-SOMA-1 * 31 + WS-SOMA-2, 999999937)
           COMPUTE WS-SOMA-2 = FUNCTION MOD(
               WS-SOMA-2 * 37 + WS-SOMA-1 + WS-TAMANHO, 999999929)
           ADD 1 TO WS-REGISTOS.

       VERIFICA-TODOS-OS-LOCKS.
      * Ponto de sossego: nenhum dos locks dos ficheiros de dados
      * nem nenhum aluno em edicao noutra sessao
           MOVE 'N' TO WS-ALGUM-BLOQUEADO
           PERFORM VARYING WS-LOCK-INDICE FROM 1 BY 1
               UNTIL WS-LOCK-INDICE > 3
               MOVE WS-NOME-LOCK-TAB(WS-LOCK-INDICE) TO WS-NOME-LOCK
               OPEN INPUT FICHEIRO-LOCK
               IF WS-LOCK-STATUS = '00'
                   READ FICHEIRO-LOCK
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S' TO WS-ALGUM-BLOQUEADO
                           DISPLAY FUNCTION TRIM(WS-NOME-LOCK)
                               " detido por " LOCK-OPERADOR
                               " desde " LOCK-DATA "-" LOCK-HORA
                   END-READ
                   CLOSE FICHEIRO-LOCK
               END-IF
           END-PERFORM
           MOVE 'N' TO EOF-LOCK-ALUNOS
           OPEN INPUT FICHEIRO-LOCK-ALUNOS
           IF WS-LOCK-ALUNOS-STATUS = '00' OR
               WS-LOCK-ALUNOS-STATUS = '05'
               PERFORM UNTIL EOF-LOCK-ALUNOS = 'S'
                   READ FICHEIRO-LOCK-ALUNOS
                       AT END
                           MOVE 'S' TO EOF-LOCK-ALUNOS
                       NOT AT END
                           IF NLK-NUMERO IS NUMERIC
                               MOVE 'S' TO WS-ALGUM-BLOQUEADO
                               DISPLAY "Aluno " NLK-NUMERO
                                   " em edicao por " NLK-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOCK-ALUNOS
           END-IF.

       CRIAR-TODOS-OS-LOCKS.
           PERFORM VARYING WS-LOCK-INDICE FROM 1 BY 1
               UNTIL WS-LOCK-INDICE > 3
               MOVE WS-NOME-LOCK-TAB(WS-LOCK-INDICE) TO WS-NOME-LOCK
               OPEN OUTPUT FICHEIRO-LOCK
               MOVE SPACES TO LINHA-LOCK
               MOVE WS-OPERADOR TO LOCK-OPERADOR
               MOVE WS-DATA TO LOCK-DATA
               MOVE WS-HORA TO LOCK-HORA
               WRITE LINHA-LOCK
               CLOSE FICHEIRO-LOCK
           END-PERFORM.

       REMOVER-TODOS-OS-LOCKS.
           PERFORM VARYING WS-LOCK-INDICE FROM 1 BY 1
               UNTIL WS-LOCK-INDICE > 3
               MOVE WS-NOME-LOCK-TAB(WS-LOCK-INDICE) TO WS-NOME-LOCK
               OPEN OUTPUT FICHEIRO-LOCK
               CLOSE FICHEIRO-LOCK
           END-PERFORM.

       LE-OPERADOR-SESSAO.
      * Identidade assinada no sign-on da suite; sem sessao aberta
      * os registos ficam marcados como N/D
           MOVE 'N/D' TO WS-OPERADOR
           OPEN INPUT FICHEIRO-SESSAO
           IF WS-SESSAO-STATUS = '00'
               OR WS-SESSAO-STATUS = '05'
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

       END PROGRAM REPOR-COPIA.
