      *          (clubes-presencas.txt) e relatorio de inscricao e
      *          assiduidade por clube para o spool; um clube com
      *          taxa gera o movimento CLUB em ficheiro3.txt no ato
      *          da inscricao; uma inscricao com data de fim
      *          (anulacao de matricula) deixa de contar; as
      *          presencas tambem se registam em modo leitura de
      *          cartoes (modulo LE-CARTAO): passa-se o cartao de
      *          cada aluno que chega, com nome, indicador de
      *          fotografia e bloqueio a vista, e no fim os inscritos
      *          que nao passaram ficam ausentes; a taxa leva a
      *          chave unica clube + aluno + dia (CHAVE-LANCAMENTO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         05 CLB-TAXA       PIC 9(5)V99.
       FD FICHEIRO-INSCRICOES.
       01 LINHA-INSCRICAO.
         05 CIN-CLUBE    PIC X(4).
         05 FILLER       PIC X.
         05 CIN-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 CIN-DATA-FIM PIC X(8).
       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA-CLB.
         05 CPR-DATA   PIC 9(8).
         05 TRN-RUN       PIC 9(4).
         05 FILLER        PIC X.
         05 TRN-POLO      PIC X(2).
         05 TRN-LANCAMENTO PIC X(6).
       FD FICHEIRO-LOCK-F3.
       01 LINHA-LOCK-F3.
         05 LCK-OPERADOR PIC X(8).
       FD FICHEIRO-RUN-F3.
       01 LINHA-RUN-F3 PIC 9(4).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 TUR-LIM-MB     PIC 9(2).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CLUBES-STATUS PIC XX.
       01 WS-INSCRICOES-STATUS PIC XX.
       01 WS-PRESENCAS-STATUS PIC XX.
       01 WS-LOCK-F3-DESDE PIC X(15).
       01 WS-RUN-F3 PIC 9(4).
       01 WS-LINHAS-F3 PIC 9(3).
      * Chave unica da taxa (modulo CHAVE-LANCAMENTO): clube,
      * aluno e dia da inscricao
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'GESTAO-CLUBES'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
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
       01 WS-TURMAS-STATUS PIC XX.
       01 EOF-TURMAS PIC X.
       01 WS-PRESENTES PIC 9(4).
       01 WS-SESSOES PIC 9(4).
       01 WS-PERC PIC 9(3).
       01 WS-FIM-LEITURA PIC X.
       01 WS-AUSENTES PIC 9(4).
      * Chamada ao modulo de leitura do cartao
       01 WS-LC-CARTAO PIC X(8).
       01 WS-LC-RESULTADO PIC X.
       01 WS-LC-TIPO PIC X.
       01 WS-LC-ALUNO PIC 9(5).
       01 WS-LC-MEMBRO PIC X(20).
       01 WS-LC-FOTO PIC X.
       01 WS-LC-MOTIVO PIC X(40).
       01 I PIC 9(3).
       01 K PIC 9(3).
       01 WS-ACHADO PIC 9(3).
         05 WS-INS OCCURS 300 TIMES.
           10 WS-INS-CLUBE  PIC X(4).
           10 WS-INS-NUMERO PIC 9(5).
           10 WS-INS-LIDO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "2 - INSCREVER ALUNO NUM CLUBE"
               DISPLAY "3 - REGISTAR PRESENCAS DE UMA SESSAO"
               DISPLAY "4 - RELATORIO DE UM CLUBE"
               DISPLAY "5 - PRESENCAS EM MODO LEITURA DE CARTOES"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
                       PERFORM REGISTAR-SESSAO
                   WHEN 4
                       PERFORM RELATORIO-CLUBE
                   WHEN 5
                       PERFORM SESSAO-POR-CARTAO
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                           MOVE 'S' TO EOF-INSCRICOES
                       NOT AT END
                           IF CIN-NUMERO IS NUMERIC AND
                               CIN-DATA-FIM = SPACES AND
                               WS-TOTAL-INSC < 300
                               ADD 1 TO WS-TOTAL-INSC
                               MOVE CIN-CLUBE TO
                                   WS-INS-CLUBE(WS-TOTAL-INSC)
                               MOVE CIN-NUMERO TO
                                   WS-INS-NUMERO(WS-TOTAL-INSC)
                               MOVE 'N' TO
                                   WS-INS-LIDO(WS-TOTAL-INSC)
                           END-IF
                   END-READ
               END-PERFORM
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
      * A taxa do clube segue o caminho de todo o dinheiro: um
      * movimento CLUB em ficheiro3.txt, com o lock do Exercicio3,
      * numero de execucao e entrada RAZAO=CLUB no log para os
      * resumos, o fecho do mes e o ledger; a chave unica deixa
      * a recuperacao de lancamentos achar a inscricao sem taxa
           PERFORM LE-OPERADOR-SESSAO
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING "CLB " WS-CLUBE " ALUNO " WS-NUMERO
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-DATA TO WS-CHAVE-DATA
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE 0 TO WS-LINHAS-F3
           IF WS-CHAVE-RESULTADO NOT = 'J'
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
               MOVE 1 TO WS-LINHAS-F3
           END-IF
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           MOVE 'CLUB' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "clube " WS-CLUBE " aluno " WS-NUMERO
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

       REGISTAR-SESSAO.
           PERFORM CARREGA-INSCRICOES
           PERFORM PEDE-CLUBE-SESSAO
           OPEN EXTEND FICHEIRO-PRESENCAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INSC
               IF WS-INS-CLUBE(I) = WS-CLUBE
                   PERFORM PEDE-PRESENCA-CLUBE
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-PRESENCAS
           DISPLAY "Sessao registada".

       PEDE-CLUBE-SESSAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           DISPLAY "CODIGO DO CLUBE: " WITH NO ADVANCING
           MOVE SPACES TO WS-CLUBE
           ELSE
               COMPUTE WS-SESSAO =
                   FUNCTION NUMVAL(WS-SESSAO-TEXTO)
           END-IF.

       PEDE-PRESENCA-CLUBE.
           MOVE SPACE TO WS-ESTADO
           MOVE WS-ESTADO TO CPR-ESTADO
           WRITE LINHA-PRESENCA-CLB.

       SESSAO-POR-CARTAO.
      * Modo de leitura a porta da sessao: passa-se o cartao de
      * cada aluno que chega, sem menu pelo meio; uma leitura em
      * branco fecha a sessao e os inscritos que nao passaram o
      * cartao ficam ausentes, no mesmo registo da opcao manual
           PERFORM CARREGA-INSCRICOES
           PERFORM PEDE-CLUBE-SESSAO
           MOVE 0 TO WS-INSCRITOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INSC
               IF WS-INS-CLUBE(I) = WS-CLUBE
                   ADD 1 TO WS-INSCRITOS
               END-IF
           END-PERFORM
           IF WS-INSCRITOS = 0
               DISPLAY "Clube '" WS-CLUBE "' sem inscritos"
           ELSE
               MOVE 0 TO WS-PRESENTES
               MOVE 'N' TO WS-FIM-LEITURA
               DISPLAY "MODO LEITURA - passe os cartoes"
                   " (ENTER sem cartao = fechar a sessao)"
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
                   DISPLAY "CARTAO: " WITH NO ADVANCING
                   MOVE SPACES TO WS-LC-CARTAO
                   ACCEPT WS-LC-CARTAO
                   IF WS-LC-CARTAO = SPACES
                       MOVE 'S' TO WS-FIM-LEITURA
                   ELSE
                       PERFORM PRESENCA-CARTAO-LIDO
                   END-IF
               END-PERFORM
               PERFORM GRAVA-SESSAO-LIDA
           END-IF.

       PRESENCA-CARTAO-LIDO.
           CALL 'LE-CARTAO' USING WS-LC-CARTAO WS-LC-RESULTADO
               WS-LC-TIPO WS-LC-ALUNO WS-LC-MEMBRO WS-LC-FOTO
               WS-LC-MOTIVO
           IF WS-LC-RESULTADO NOT = 'S'
               DISPLAY ">>> RECUSADO: " WS-LC-MOTIVO
           ELSE
               IF WS-LC-TIPO NOT = 'A'
                   DISPLAY ">>> RECUSADO: cartao de membro "
                       WS-LC-MEMBRO
               ELSE
                   MOVE WS-LC-ALUNO TO WS-NUMERO
                   PERFORM VALIDA-ALUNO
                   IF WS-ALUNO-OK = 'S'
                       PERFORM MARCA-PRESENCA-LIDA
                   ELSE
                       DISPLAY ">>> RECUSADO: aluno " WS-NUMERO
                           " bloqueado"
                   END-IF
               END-IF
           END-IF.

       MARCA-PRESENCA-LIDA.
           IF WS-LC-FOTO = 'S'
               DISPLAY WS-NUMERO " " WS-NOME-ALUNO " "
                   WS-TURMA-ALUNO " FOTO: SIM"
           ELSE
               DISPLAY WS-NUMERO " " WS-NOME-ALUNO " "
                   WS-TURMA-ALUNO " FOTO: NAO - confirmar"
                   " identidade"
           END-IF
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INSC
               IF WS-INS-CLUBE(I) = WS-CLUBE AND
                   WS-INS-NUMERO(I) = WS-NUMERO
                   MOVE I TO K
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY ">>> NAO INSCRITO NO CLUBE " WS-CLUBE
           ELSE
               IF WS-INS-LIDO(K) = 'S'
                   DISPLAY ">>> PRESENCA JA REGISTADA"
               ELSE
                   MOVE 'S' TO WS-INS-LIDO(K)
                   ADD 1 TO WS-PRESENTES
                   DISPLAY "    PRESENTE"
               END-IF
           END-IF.

       GRAVA-SESSAO-LIDA.
           MOVE 0 TO WS-AUSENTES
           OPEN EXTEND FICHEIRO-PRESENCAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INSC
               IF WS-INS-CLUBE(I) = WS-CLUBE
                   MOVE SPACES TO LINHA-PRESENCA-CLB
                   MOVE WS-DATA-SESSAO TO CPR-DATA
                   MOVE WS-CLUBE TO CPR-CLUBE
                   MOVE WS-SESSAO TO CPR-SESSAO
                   MOVE WS-INS-NUMERO(I) TO CPR-NUMERO
                   IF WS-INS-LIDO(I) = 'S'
                       MOVE 'P' TO CPR-ESTADO
                   ELSE
                       MOVE 'A' TO CPR-ESTADO
                       ADD 1 TO WS-AUSENTES
                   END-IF
                   WRITE LINHA-PRESENCA-CLB
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-PRESENCAS
           DISPLAY "Sessao registada: " WS-PRESENTES
               " presente(s), " WS-AUSENTES " ausente(s)".

       RELATORIO-CLUBE.
           PERFORM CARREGA-CLUBES
           PERFORM CARREGA-INSCRICOES
