      *          alunos e hash-total das notas) que denuncia qualquer
      *          adulteracao posterior, e marca o termo como fechado
      *          para a manutencao recusar mais alteracoes; tambem
      *          permite a reabertura explicita; antes de fechar
      *          corre a verificacao contra o plano curricular e
      *          recusa o fecho com problemas em aberto, salvo
      *          excecao justificada registada em
      *          fecho-excecoes.txt com o operador; fechos e
      *          reaberturas ficam em acoes-controlo.txt com quem os
      *          fez
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT OPTIONAL FICHEIRO-EXCECOES
               ASSIGN TO 'fecho-excecoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-ACOES
               ASSIGN TO 'acoes-controlo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 FILLER         PIC X(3).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-RECURSO.
       01 LINHA-RECURSO.
         05 RCU-NUMERO PIC 9(5).
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-EXCECOES.
       01 LINHA-EXCECAO.
         05 EXC-DATA         PIC 9(8).
         05 EXC-HORA         PIC 9(6).
         05 FILLER           PIC X.
         05 EXC-TERMO        PIC X(10).
         05 FILLER           PIC X.
         05 EXC-OPERADOR     PIC X(8).
         05 FILLER           PIC X.
         05 EXC-PROBLEMAS    PIC 9(5).
         05 FILLER           PIC X.
         05 EXC-JUSTIFICACAO PIC X(60).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
       FD FICHEIRO-ACOES.
       01 LINHA-ACAO.
         05 ACC-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 ACC-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 ACC-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 ACC-ACAO     PIC X(12).
         05 FILLER       PIC X.
         05 ACC-OBJETO   PIC X(20).
         05 FILLER       PIC X.
         05 ACC-DETALHE  PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS PIC XX.
           10 WS-ESC-LIM-MB  PIC 9(2).
       01 WS-TERMO-FECHADO PIC X.
       01 WS-TERMO-ATUAL PIC X(10).
       01 WS-EXCECOES-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-VP-PROBLEMAS PIC 9(5).
       01 WS-VP-PLANO-DEFINIDO PIC X.
       01 WS-PLANO-OK PIC X.
       01 WS-JUSTIFICACAO PIC X(60).
       01 WS-ACOES-STATUS PIC XX.
       01 WS-ACAO PIC X(12).
       01 WS-ACAO-OBJETO PIC X(20).
       01 WS-ACAO-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               PERFORM LE-ESTADO-FECHO
               DISPLAY "###################"
               IF WS-TERMO = SPACES
                   DISPLAY "Termo obrigatorio, nada fechado"
               ELSE
                   PERFORM VERIFICA-PLANO-CURRICULAR
                   IF WS-PLANO-OK = 'S'
                       PERFORM GRAVAR-PAUTA
                   ELSE
                       DISPLAY "Termo " WS-TERMO " nao fechado"
                   END-IF
               END-IF
           END-IF.

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

       VERIFICA-PLANO-CURRICULAR.
      * Alunos sem uma obrigatoria, com disciplina fora do ano ou
      * com nota em branco impedem o fecho; o modulo lista-os em
      * verificacao-plano.txt. So uma excecao justificada, que
      * fica registada com o operador, deixa fechar assim mesmo
           MOVE 'S' TO WS-PLANO-OK
           MOVE 0 TO WS-VP-PROBLEMAS
           MOVE 'S' TO WS-VP-PLANO-DEFINIDO
           CALL 'VERIFICA-PLANO' USING WS-VP-PROBLEMAS
               WS-VP-PLANO-DEFINIDO
               ON EXCEPTION
                   DISPLAY "Modulo VERIFICA-PLANO por compilar;"
                       " plano curricular nao verificado"
                   MOVE 'N' TO WS-PLANO-OK
           END-CALL
           IF WS-VP-PLANO-DEFINIDO = 'N'
               DISPLAY "Aviso: sem plano curricular definido,"
                   " fecho sem verificacao"
           END-IF
           IF WS-VP-PROBLEMAS > 0
               DISPLAY "Verificacao do plano curricular com "
                   WS-VP-PROBLEMAS " problema(s) em aberto;"
                   " ver verificacao-plano.txt"
               MOVE 'N' TO WS-PLANO-OK
           END-IF
           IF WS-PLANO-OK = 'N'
               PERFORM PEDE-EXCECAO-FECHO
           END-IF.

       PEDE-EXCECAO-FECHO.
           DISPLAY "Fechar assim mesmo, com justificacao? (S/N)"
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
               DISPLAY "JUSTIFICACAO: " WITH NO ADVANCING
               MOVE SPACES TO WS-JUSTIFICACAO
               ACCEPT WS-JUSTIFICACAO
               IF WS-JUSTIFICACAO = SPACES
                   DISPLAY "Sem justificacao nao ha excecao"
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   OPEN EXTEND FICHEIRO-EXCECOES
                   MOVE SPACES TO LINHA-EXCECAO
                   MOVE WS-DATA TO EXC-DATA
                   MOVE WS-HORA TO EXC-HORA
                   MOVE WS-TERMO TO EXC-TERMO
                   MOVE WS-OPERADOR TO EXC-OPERADOR
                   MOVE WS-VP-PROBLEMAS TO EXC-PROBLEMAS
                   MOVE WS-JUSTIFICACAO TO EXC-JUSTIFICACAO
                   WRITE LINHA-EXCECAO
                   CLOSE FICHEIRO-EXCECOES
                   DISPLAY "Excecao registada em fecho-excecoes.txt"
                   MOVE 'S' TO WS-PLANO-OK
               END-IF
           END-IF.

               WRITE LINHA-FECHO
               CLOSE FICHEIRO-FECHO
               PERFORM REGISTA-SPOOL
               MOVE 'FECHA-TERMO' TO WS-ACAO
               MOVE WS-TERMO TO WS-ACAO-OBJETO
               MOVE SPACES TO WS-ACAO-DETALHE
               STRING "ALUNOS=" WS-TOTAL-ALUNOS " HASH="
                   WS-HASH-NOTAS
                   DELIMITED BY SIZE INTO WS-ACAO-DETALHE
               PERFORM REGISTA-ACAO-CONTROLO
               DISPLAY "Termo " WS-TERMO " fechado: "
                   WS-TOTAL-ALUNOS " aluno(s) em "
                   FUNCTION TRIM(WS-NOME-PAUTA)
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   OPEN OUTPUT FICHEIRO-FECHO
                   CLOSE FICHEIRO-FECHO
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   MOVE 'REABRE-TERMO' TO WS-ACAO
                   MOVE WS-TERMO-ATUAL TO WS-ACAO-OBJETO
                   MOVE SPACES TO WS-ACAO-DETALHE
                   PERFORM REGISTA-ACAO-CONTROLO
                   DISPLAY "Termo " WS-TERMO-ATUAL " reaberto"
               ELSE
                   DISPLAY "Termo mantido fechado"
               END-IF
           END-IF.

       REGISTA-ACAO-CONTROLO.
      * Rasto de quem fez cada metade dos processos a quatro olhos,
      * lido pelo relatorio de segregacao de funcoes
           OPEN EXTEND FICHEIRO-ACOES
           MOVE SPACES TO LINHA-ACAO
           MOVE WS-DATA TO ACC-DATA
           MOVE WS-HORA TO ACC-HORA
           MOVE WS-OPERADOR TO ACC-OPERADOR
           MOVE WS-ACAO TO ACC-ACAO
           MOVE WS-ACAO-OBJETO TO ACC-OBJETO
           MOVE WS-ACAO-DETALHE TO ACC-DETALHE
           WRITE LINHA-ACAO
           CLOSE FICHEIRO-ACOES.


       END PROGRAM FECHO-PAUTA.
