       01 LINHA-FICHEIRO-BRUTA PIC X(80).

       FD FICHEIRO-LOG.
       01 LINHA-LOG PIC X(139).

       FD FICHEIRO-OPERADORES.
       01 LINHA-OPERADOR.
         05 ALR-MENSAGEM   PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CENTRAIS-STATUS PIC XX.
       01 EOF-CENTRAIS PIC X.
       01 WS-ALR-SEVERIDADE PIC X(5).
       01 EOF-CODIGOS PIC X.
       01 WS-RAZAO-CODIGO PIC X(4).
       01 WS-RAZAO-VALIDA PIC X.
      * Campos do movimento no razao indexado (a zeros/espacos
      * sao tirados da descricao da linha)
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-ALUNO-TEXTO PIC X(10).
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
       01 WS-TENTATIVAS-RAZAO PIC 9.
       01 WS-RUN-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
           DISPLAY "Descricao: " WITH NO ADVANCING
           MOVE SPACES TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO
           DISPLAY "Aluno (numero, ENTER se nao for de aluno): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RAZAO-ALUNO-TEXTO
           ACCEPT WS-RAZAO-ALUNO-TEXTO
           MOVE 0 TO WS-RAZAO-ALUNO
           IF WS-RAZAO-ALUNO-TEXTO NOT = SPACES
               COMPUTE WS-RAZAO-ALUNO =
                   FUNCTION NUMVAL(WS-RAZAO-ALUNO-TEXTO)
           END-IF
           DISPLAY "Documento (ENTER se nao houver): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RAZAO-DOCUMENTO
           ACCEPT WS-RAZAO-DOCUMENTO
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO TRN-CODIGO
           IF WS-VALOR < 0
           ELSE
               MOVE 0 TO WS-BRANCOS-SEGUIDOS
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
               ADD 1 TO WS-LINHAS-ACRESCENTADAS
           END-IF.

               " RUN=" WS-RUN-ATUAL
               " : " WS-RAZAO
               DELIMITED BY SIZE INTO LINHA-LOG
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG WS-CADEIA-QUANTAS
           WRITE LINHA-LOG
           CLOSE FICHEIRO-LOG.

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
           OPEN EXTEND FICHEIRO-LOG
           MOVE SPACES TO LINHA-LOG
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " SEM RAZAO.DAT: " LINHA-FICHEIRO
               DELIMITED BY SIZE INTO LINHA-LOG
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG WS-CADEIA-QUANTAS
           WRITE LINHA-LOG
           CLOSE FICHEIRO-LOG.

