      *          check-in, consulta dos emprestimos de um membro, e
      *          relatorio de atrasos que gera as cartas de aviso
      *          com os contactos do membro; um membro com item em
      *          atraso nao leva mais nada ate entregar; no balcao ha
      *          um modo de leitura de cartoes (modulo LE-CARTAO): o
      *          funcionario passa o cartao do membro, ve o nome, o
      *          indicador de fotografia e qualquer bloqueio, e passa
      *          os itens - o que esta emprestado entra, o resto sai
      *          para esse membro - sem voltar ao menu entre membros;
      *          fila de reservas por item (reservas.txt): quando o
      *          item entra fica retido RESERVA-DIAS dias para o
      *          primeiro da fila, que recebe o aviso com as cartas
      *          do dia, e uma retencao caducada passa ao seguinte;
      *          multa por dia de atraso (EMPRESTIMO-MULTA-DIA, com
      *          teto EMPRESTIMO-MULTA-MAX, em centimos) lancada em
      *          ficheiro3.txt com a razao MULT na entrega, com o
      *          detalhe em multas.txt; um supervisor (nivel D em
      *          perfis.txt) pode perdoar a multa com motivo
      *          obrigatorio, o que lanca o estorno MULT negativo;
      *          os avisos de atraso e de reserva vao por email ou
      *          SMS pela caixa de saida das comunicacoes
      *          (REGISTA-MENSAGEM) e so sai carta a quem nao tem
      *          contacto eletronico
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-RESERVAS
               ASSIGN TO 'reservas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVAS-STATUS.
           SELECT OPTIONAL FICHEIRO-MULTAS ASSIGN TO 'multas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MULTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PERFIS ASSIGN TO 'perfis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIS-STATUS.
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
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-PERIODOS
               ASSIGN TO 'periodos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT FICHEIRO-CARTAS
               ASSIGN TO 'cartas-emprestimos.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-RESERVAS.
       01 LINHA-RESERVA.
         05 RES-ID          PIC 9(5).
         05 FILLER          PIC X.
         05 RES-ITEM        PIC X(6).
         05 FILLER          PIC X.
         05 RES-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 RES-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 RES-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 RES-DATA-LIMITE PIC 9(8).
         05 FILLER          PIC X.
         05 RES-AVISADO     PIC X.
       FD FICHEIRO-MULTAS.
       01 LINHA-MULTA.
         05 MUL-ID           PIC 9(5).
         05 FILLER           PIC X.
         05 MUL-ITEM         PIC X(6).
         05 FILLER           PIC X.
         05 MUL-MEMBRO       PIC X(20).
         05 FILLER           PIC X.
         05 MUL-DATA-LIMITE  PIC 9(8).
         05 FILLER           PIC X.
         05 MUL-DATA-ENTREGA PIC 9(8).
         05 FILLER           PIC X.
         05 MUL-DIAS         PIC 9(4).
         05 FILLER           PIC X.
         05 MUL-VALOR        PIC 9(5)V99.
         05 FILLER           PIC X.
         05 MUL-ESTADO       PIC X(8).
         05 FILLER           PIC X.
         05 MUL-RUN          PIC 9(4).
         05 FILLER           PIC X.
         05 MUL-OPERADOR     PIC X(8).
         05 FILLER           PIC X.
         05 MUL-SUPERVISOR   PIC X(8).
         05 FILLER           PIC X.
         05 MUL-DATA-PERDAO  PIC 9(8).
         05 FILLER           PIC X.
         05 MUL-MOTIVO       PIC X(30).
       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
         05 PRF-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 PRF-PROGRAMA PIC X(22).
         05 FILLER       PIC X.
         05 PRF-NIVEL    PIC X.
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
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-PERIODOS.
       01 LINHA-PERIODO.
         05 PER-MES        PIC 9(6).
         05 FILLER         PIC X.
         05 PER-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 PER-DATA-FECHO PIC 9(8).
       FD FICHEIRO-CARTAS.
       01 LINHA-CARTA PIC X(80).
       FD FICHEIRO-SPOOL-IDX.
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-EMPRESTIMOS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-RESERVAS-STATUS PIC XX.
       01 WS-MULTAS-STATUS PIC XX.
       01 WS-PERFIS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 EOF-RESERVAS PIC X.
       01 EOF-MULTAS PIC X.
       01 EOF-PERFIS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-NIVEL-D PIC X.
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
       01 EOF-CATALOGO PIC X.
       01 EOF-EMPRESTIMOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-DIAS-EMPRESTIMO PIC 9(3) VALUE 14.
       01 WS-DIAS-RESERVA PIC 9(3) VALUE 3.
       01 WS-MULTA-DIA-CENT PIC 9(5) VALUE 20.
       01 WS-MULTA-MAX-CENT PIC 9(5) VALUE 500.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
       01 WS-MEMBRO-EXISTE PIC X.
       01 WS-TEM-ATRASO PIC X.
       01 WS-ATRASADOS PIC 9(3).
       01 WS-FIM-LEITURA PIC X.
       01 WS-FIM-ITENS PIC X.
      * Chamada ao modulo de leitura do cartao
       01 WS-LC-CARTAO PIC X(8).
       01 WS-LC-RESULTADO PIC X.
       01 WS-LC-TIPO PIC X.
       01 WS-LC-ALUNO PIC 9(5).
       01 WS-LC-MEMBRO PIC X(20).
       01 WS-LC-FOTO PIC X.
       01 WS-LC-MOTIVO PIC X(40).
       01 I PIC 9(3).
       01 R PIC 9(3).
       01 M PIC 9(3).
       01 S PIC 9(3).
       01 WS-ACHADO PIC 9(3).
      * Reservas
       01 WS-TOTAL-RES PIC 9(3) VALUE 0.
       01 WS-RES-CHEIA PIC X VALUE 'N'.
       01 WS-RES-PROX-ID PIC 9(5).
       01 WS-RES-ACHADA PIC 9(3).
       01 WS-RES-ALTERADA PIC X.
       01 WS-RETIDO-OUTRO PIC X.
       01 WS-ITEM-RETER PIC X(6).
       01 WS-SINAL-F3 PIC X.
       01 WS-DESCRICAO-F3 PIC X(50).
       01 WS-POSICAO PIC 9(3).
       01 WS-CARTAS-PAPEL PIC 9(3).
       01 WS-MENSAGENS PIC 9(3).
      * Mensagem para a caixa de saida das comunicacoes
       01 WS-MSG-ORIGEM PIC X(20) VALUE 'GESTAO-EMPRESTIMOS'.
       01 WS-MSG-MODELO PIC X(10).
       01 WS-MSG-MEMBRO PIC X(20).
       01 WS-MSG-ALUNO PIC 9(5) VALUE 0.
       01 WS-MSG-TEXTO PIC X(160).
       01 WS-MSG-PAPEL PIC X VALUE 'S'.
       01 WS-MSG-RESULTADO PIC X.
       01 WS-MSG-QUANTOS PIC 9(2).
       01 WS-AVISOS PIC 9(3).
       01 WS-ID-TEXTO PIC X(5).
       01 WS-ID PIC 9(5).
       01 WS-TABELA-RES.
         05 WS-RES OCCURS 300 TIMES.
           10 WS-RES-ID          PIC 9(5).
           10 WS-RES-ITEM        PIC X(6).
           10 WS-RES-MEMBRO      PIC X(20).
           10 WS-RES-DATA        PIC 9(8).
           10 WS-RES-ESTADO      PIC X(9).
           10 WS-RES-DATA-LIMITE PIC 9(8).
           10 WS-RES-AVISADO     PIC X.
      * Multas de atraso
       01 WS-TOTAL-MUL PIC 9(3) VALUE 0.
       01 WS-MUL-CHEIA PIC X VALUE 'N'.
       01 WS-MUL-PROX-ID PIC 9(5).
       01 WS-MUL-ACHADA PIC 9(3).
       01 WS-DIAS-ATRASO PIC 9(5).
       01 WS-MULTA-CENT PIC 9(7).
       01 WS-MULTA PIC 9(5)V99.
       01 WS-VALOR-ED PIC Z(4)9.99.
       01 WS-MOTIVO PIC X(30).
       01 WS-ESCOLHA PIC X.
       01 WS-TABELA-MUL.
         05 WS-MUL OCCURS 300 TIMES.
           10 WS-MUL-LINHA PIC X(140).
       01 WS-TOTAL-ITENS PIC 9(3) VALUE 0.
       01 WS-TABELA-ITENS.
         05 WS-ITM OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           MOVE 'EMPRESTIMO-DIAS' TO WS-PARAMETRO-CHAVE
           MOVE WS-DIAS-EMPRESTIMO TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 1
               MOVE WS-PARAMETRO-VALOR TO WS-DIAS-EMPRESTIMO
           END-IF
           MOVE 'RESERVA-DIAS' TO WS-PARAMETRO-CHAVE
           MOVE WS-DIAS-RESERVA TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 1
               MOVE WS-PARAMETRO-VALOR TO WS-DIAS-RESERVA
           END-IF
           MOVE 'EMPRESTIMO-MULTA-DIA' TO WS-PARAMETRO-CHAVE
           MOVE WS-MULTA-DIA-CENT TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-MULTA-DIA-CENT
           MOVE 'EMPRESTIMO-MULTA-MAX' TO WS-PARAMETRO-CHAVE
           MOVE WS-MULTA-MAX-CENT TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-MULTA-MAX-CENT
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "EMPRESTIMOS (emprestimos.txt)"
               DISPLAY "3 - CHECK-IN"
               DISPLAY "4 - EMPRESTIMOS DE UM MEMBRO"
               DISPLAY "5 - RELATORIO DE ATRASOS E CARTAS"
               DISPLAY "6 - BALCAO EM MODO LEITURA DE CARTOES"
               DISPLAY "7 - RESERVAR ITEM"
               DISPLAY "8 - FILA DE RESERVAS / ANULAR RESERVA"
               DISPLAY "9 - MULTAS (LANCAR PENDENTES / PERDOAR)"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
                       PERFORM EMPRESTIMOS-DE-MEMBRO
                   WHEN 5
                       PERFORM RELATORIO-ATRASOS
                   WHEN 6
                       PERFORM BALCAO-POR-CARTAO
                   WHEN 7
                       PERFORM RESERVAR-ITEM
                   WHEN 8
                       PERFORM FILA-RESERVAS
                   WHEN 9
                       PERFORM GERIR-MULTAS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
           PERFORM CARREGA-CATALOGO
           PERFORM CARREGA-EMPRESTIMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ATUALIZA-RETENCOES
           DISPLAY "CODIGO DO ITEM: " WITH NO ADVANCING
           MOVE SPACES TO WS-ITEM
           ACCEPT WS-ITEM
                               " atraso; entrega primeiro,"
                               " emprestimo depois"
                       ELSE
                           PERFORM VERIFICA-RETENCAO-ITEM
                           IF WS-RETIDO-OUTRO = 'N'
                               PERFORM REGISTA-CHECK-OUT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM GRAVA-EMPRESTIMOS
               DISPLAY "Item " WS-ITEM " emprestado a "
                   WS-MEMBRO " ate " WS-DATA-LIMITE
               PERFORM MARCA-RESERVA-LEVANTADA
           END-IF.

       CHECK-IN.
           PERFORM CARREGA-EMPRESTIMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ATUALIZA-RETENCOES
           DISPLAY "CODIGO DO ITEM A ENTREGAR: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ITEM
               PERFORM GRAVA-EMPRESTIMOS
               DISPLAY "Item " WS-ITEM " entregue por "
                   WS-EMP-MEMBRO(WS-ACHADO)
               PERFORM APOS-ENTREGA
           END-IF.

       EMPRESTIMOS-DE-MEMBRO.

       RELATORIO-ATRASOS.
      * Atrasados do dia com a carta de aviso pronta a sair pelo
      * spool, com telefone e email do membro, e os avisos de item
      * reservado a espera de levantamento ainda nao enviados
           PERFORM CARREGA-EMPRESTIMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ATUALIZA-RETENCOES
           MOVE 0 TO WS-ATRASADOS
           MOVE 0 TO WS-AVISOS
           MOVE 0 TO WS-CARTAS-PAPEL
           MOVE 0 TO WS-MENSAGENS
           OPEN OUTPUT FICHEIRO-CARTAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EMP
               IF WS-EMP-ESTADO(I) = 'ABERTO' AND
                   WS-EMP-DATA-LIMITE(I) < WS-DATA
                   ADD 1 TO WS-ATRASADOS
                   PERFORM AVISA-ATRASO-POR-MENSAGEM
                   IF WS-MSG-RESULTADO = 'S' OR
                       WS-MSG-RESULTADO = 'D'
                       ADD 1 TO WS-MENSAGENS
                   ELSE
                       PERFORM ESCREVE-CARTA-ATRASO
                       ADD 1 TO WS-CARTAS-PAPEL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
               IF WS-RES-ESTADO(R) = 'RETIDA' AND
                   WS-RES-AVISADO(R) = 'N'
                   ADD 1 TO WS-AVISOS
                   PERFORM AVISA-RESERVA-POR-MENSAGEM
                   IF WS-MSG-RESULTADO = 'S' OR
                       WS-MSG-RESULTADO = 'D'
                       ADD 1 TO WS-MENSAGENS
                   ELSE
                       PERFORM ESCREVE-AVISO-RESERVA
                       ADD 1 TO WS-CARTAS-PAPEL
                   END-IF
                   MOVE 'S' TO WS-RES-AVISADO(R)
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-CARTAS
           IF WS-AVISOS > 0
               PERFORM GRAVA-RESERVAS
           END-IF
           IF WS-CARTAS-PAPEL > 0
               PERFORM REGISTA-SPOOL
           END-IF
           DISPLAY WS-ATRASADOS " atraso(s) e " WS-AVISOS
               " aviso(s) de reserva: " WS-MENSAGENS
               " por email/SMS, " WS-CARTAS-PAPEL " carta(s) em"
               " cartas-emprestimos.txt".

       AVISA-ATRASO-POR-MENSAGEM.
      * O texto e o mesmo todos os dias, por isso o membro recebe
      * o aviso de um atraso uma vez so
           MOVE SPACES TO WS-MSG-TEXTO
           IF WS-MULTA-DIA-CENT > 0
               MOVE WS-MULTA-DIA-CENT TO WS-MULTA-CENT
               COMPUTE WS-MULTA = WS-MULTA-CENT / 100
               MOVE WS-MULTA TO WS-VALOR-ED
               STRING "BIBLIOTECA: O ITEM " WS-EMP-ITEM(I)
                   " DEVIA TER SIDO ENTREGUE A "
                   WS-EMP-DATA-LIMITE(I) ". CADA DIA DE ATRASO CUSTA "
                   FUNCTION TRIM(WS-VALOR-ED) " EUR NA ENTREGA."
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           ELSE
               STRING "BIBLIOTECA: O ITEM " WS-EMP-ITEM(I)
                   " DEVIA TER SIDO ENTREGUE A "
                   WS-EMP-DATA-LIMITE(I) ". DEVOLVA-O POR FAVOR."
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF
           MOVE 'ATRASO-BIB' TO WS-MSG-MODELO
           MOVE WS-EMP-MEMBRO(I) TO WS-MSG-MEMBRO
           CALL 'REGISTA-MENSAGEM' USING WS-MSG-ORIGEM WS-MSG-MODELO
               WS-MSG-MEMBRO WS-MSG-ALUNO WS-MSG-TEXTO WS-MSG-PAPEL
               WS-MSG-RESULTADO WS-MSG-QUANTOS.

       AVISA-RESERVA-POR-MENSAGEM.
           MOVE SPACES TO WS-MSG-TEXTO
           STRING "BIBLIOTECA: O ITEM " WS-RES-ITEM(R)
               " QUE RESERVOU ESTA A SUA ESPERA ATE "
               WS-RES-DATA-LIMITE(R) "."
               DELIMITED BY SIZE INTO WS-MSG-TEXTO
           MOVE 'RESERVA' TO WS-MSG-MODELO
           MOVE WS-RES-MEMBRO(R) TO WS-MSG-MEMBRO
           CALL 'REGISTA-MENSAGEM' USING WS-MSG-ORIGEM WS-MSG-MODELO
               WS-MSG-MEMBRO WS-MSG-ALUNO WS-MSG-TEXTO WS-MSG-PAPEL
               WS-MSG-RESULTADO WS-MSG-QUANTOS.

       ESCREVE-CARTA-ATRASO.
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
               WS-EMP-DATA-LIMITE(I)
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           IF WS-MULTA-DIA-CENT > 0
               MOVE SPACES TO LINHA-CARTA
               MOVE WS-MULTA-DIA-CENT TO WS-MULTA-CENT
               COMPUTE WS-MULTA = WS-MULTA-CENT / 100
               MOVE WS-MULTA TO WS-VALOR-ED
               STRING "CADA DIA DE ATRASO CUSTA " WS-VALOR-ED
                   " EUR NA ENTREGA"
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF
           MOVE WS-EMP-MEMBRO(I) TO WS-MEMBRO
           PERFORM ESCREVE-CONTACTOS-MEMBRO
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       ESCREVE-CONTACTOS-MEMBRO.
           OPEN INPUT FICHEIRO-0
           IF WS-FICHEIRO-0-STATUS = '00'
               MOVE WS-MEMBRO TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       MOVE "CONTACTOS: (membro nao encontrado)"
               END-READ
               WRITE LINHA-CARTA
               CLOSE FICHEIRO-0
           END-IF.

       BALCAO-POR-CARTAO.
      * Modo de leitura no balcao: passa-se o cartao do membro e a
      * seguir os itens; um item emprestado e uma entrega (de quem
      * quer que o tenha), um item livre sai para este membro; um
      * item em branco passa ao cartao seguinte e um cartao em
      * branco termina
           PERFORM CARREGA-CATALOGO
           PERFORM CARREGA-EMPRESTIMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ATUALIZA-RETENCOES
           MOVE 'N' TO WS-FIM-LEITURA
           DISPLAY "MODO LEITURA - passe o cartao do membro"
               " (ENTER sem cartao = terminar)"
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
               DISPLAY "CARTAO: " WITH NO ADVANCING
               MOVE SPACES TO WS-LC-CARTAO
               ACCEPT WS-LC-CARTAO
               IF WS-LC-CARTAO = SPACES
                   MOVE 'S' TO WS-FIM-LEITURA
               ELSE
                   PERFORM ATENDE-CARTAO-LIDO
               END-IF
           END-PERFORM.

       ATENDE-CARTAO-LIDO.
           CALL 'LE-CARTAO' USING WS-LC-CARTAO WS-LC-RESULTADO
               WS-LC-TIPO WS-LC-ALUNO WS-LC-MEMBRO WS-LC-FOTO
               WS-LC-MOTIVO
           IF WS-LC-RESULTADO NOT = 'S'
               DISPLAY ">>> RECUSADO: " WS-LC-MOTIVO
           ELSE
               IF WS-LC-TIPO NOT = 'M'
                   DISPLAY ">>> RECUSADO: cartao de aluno "
                       WS-LC-ALUNO "; os emprestimos sao a membros"
               ELSE
                   MOVE WS-LC-MEMBRO TO WS-MEMBRO
                   PERFORM VALIDA-MEMBRO
                   IF WS-MEMBRO-EXISTE = 'S'
                       PERFORM MOSTRA-MEMBRO-LIDO
                       PERFORM LE-ITENS-DO-MEMBRO
                   END-IF
               END-IF
           END-IF.

       MOSTRA-MEMBRO-LIDO.
           PERFORM VERIFICA-ATRASOS-MEMBRO
           IF WS-LC-FOTO = 'S'
               DISPLAY "MEMBRO " WS-MEMBRO " FOTO: SIM"
           ELSE
               DISPLAY "MEMBRO " WS-MEMBRO " FOTO: NAO -"
                   " confirmar identidade"
           END-IF
           IF WS-TEM-ATRASO = 'S'
               DISPLAY ">>> BLOQUEADO: item(ns) em atraso; so"
                   " entregas"
           END-IF.

       LE-ITENS-DO-MEMBRO.
           MOVE 'N' TO WS-FIM-ITENS
           PERFORM UNTIL WS-FIM-ITENS = 'S'
               DISPLAY "  ITEM (ENTER = proximo cartao): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ITEM
               ACCEPT WS-ITEM
               MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM
               IF WS-ITEM = SPACES
                   MOVE 'S' TO WS-FIM-ITENS
               ELSE
                   PERFORM MOVIMENTA-ITEM-LIDO
               END-IF
           END-PERFORM.

       MOVIMENTA-ITEM-LIDO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EMP
               IF WS-EMP-ITEM(I) = WS-ITEM AND
                   WS-EMP-ESTADO(I) = 'ABERTO'
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0
               MOVE WS-DATA
                   TO WS-EMP-DATA-ENTREGA(WS-ACHADO)
               MOVE 'ENTREGUE' TO WS-EMP-ESTADO(WS-ACHADO)
               PERFORM GRAVA-EMPRESTIMOS
               DISPLAY "  ENTRADA: item " WS-ITEM " entregue por "
                   WS-EMP-MEMBRO(WS-ACHADO)
               PERFORM APOS-ENTREGA
               PERFORM VERIFICA-ATRASOS-MEMBRO
           ELSE
               MOVE 'N' TO WS-ITEM-EXISTE
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-ITENS
                   IF WS-ITM-CODIGO(I) = WS-ITEM
                       MOVE 'S' TO WS-ITEM-EXISTE
                   END-IF
               END-PERFORM
               IF WS-ITEM-EXISTE = 'N'
                   DISPLAY ">>> Item '" WS-ITEM "' fora do"
                       " catalogo"
               ELSE
                   IF WS-TEM-ATRASO = 'S'
                       DISPLAY ">>> RECUSADO: o membro tem"
                           " item(ns) em atraso"
                   ELSE
                       PERFORM VERIFICA-RETENCAO-ITEM
                       IF WS-RETIDO-OUTRO = 'N'
                           DISPLAY "  SAIDA: " WITH NO ADVANCING
                           PERFORM REGISTA-CHECK-OUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Reservas
      ******************************************************************
       CARREGA-RESERVAS.
           MOVE 0 TO WS-TOTAL-RES
           MOVE 0 TO WS-RES-PROX-ID
           MOVE 'N' TO WS-RES-CHEIA
           MOVE 'N' TO EOF-RESERVAS
           OPEN INPUT FICHEIRO-RESERVAS
           IF WS-RESERVAS-STATUS = '00' OR
               WS-RESERVAS-STATUS = '05'
               PERFORM UNTIL EOF-RESERVAS = 'S'
                   READ FICHEIRO-RESERVAS
                       AT END
                           MOVE 'S' TO EOF-RESERVAS
                       NOT AT END
                           IF RES-ID IS NUMERIC AND
                               WS-TOTAL-RES < 300
                               ADD 1 TO WS-TOTAL-RES
                               PERFORM GUARDA-RESERVA-LIDA
                           ELSE
                               IF RES-ID IS NUMERIC
                                   MOVE 'S' TO WS-RES-CHEIA
                               END-IF
                           END-IF
                           IF RES-ID IS NUMERIC AND
                               RES-ID > WS-RES-PROX-ID
                               MOVE RES-ID TO WS-RES-PROX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RESERVAS
           END-IF
           ADD 1 TO WS-RES-PROX-ID
           IF WS-RES-CHEIA = 'S'
               DISPLAY "AVISO: reservas.txt excede a tabela de 300"
                   " registos; leitura parcial e regravacao"
                   " bloqueada; arquive o historico"
           END-IF.

       GUARDA-RESERVA-LIDA.
           MOVE RES-ID TO WS-RES-ID(WS-TOTAL-RES)
           MOVE RES-ITEM TO WS-RES-ITEM(WS-TOTAL-RES)
           MOVE RES-MEMBRO TO WS-RES-MEMBRO(WS-TOTAL-RES)
           MOVE RES-ESTADO TO WS-RES-ESTADO(WS-TOTAL-RES)
           MOVE RES-AVISADO TO WS-RES-AVISADO(WS-TOTAL-RES)
           MOVE 0 TO WS-RES-DATA(WS-TOTAL-RES)
           MOVE 0 TO WS-RES-DATA-LIMITE(WS-TOTAL-RES)
           IF RES-DATA IS NUMERIC
               MOVE RES-DATA TO WS-RES-DATA(WS-TOTAL-RES)
           END-IF
           IF RES-DATA-LIMITE IS NUMERIC
               MOVE RES-DATA-LIMITE
                   TO WS-RES-DATA-LIMITE(WS-TOTAL-RES)
           END-IF.

       GRAVA-RESERVAS.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima: os registos a mais iam-se embora
           IF WS-RES-CHEIA = 'S'
               DISPLAY "reservas.txt nao regravado: a alteracao"
                   " nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-RESERVAS
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
                   MOVE SPACES TO LINHA-RESERVA
                   MOVE WS-RES-ID(R) TO RES-ID
                   MOVE WS-RES-ITEM(R) TO RES-ITEM
                   MOVE WS-RES-MEMBRO(R) TO RES-MEMBRO
                   MOVE WS-RES-DATA(R) TO RES-DATA
                   MOVE WS-RES-ESTADO(R) TO RES-ESTADO
                   MOVE WS-RES-DATA-LIMITE(R) TO RES-DATA-LIMITE
                   MOVE WS-RES-AVISADO(R) TO RES-AVISADO
                   WRITE LINHA-RESERVA
               END-PERFORM
               CLOSE FICHEIRO-RESERVAS
           END-IF.

       ATUALIZA-RETENCOES.
      * Uma retencao que passou o prazo sem levantamento caduca e
      * o item fica retido para o seguinte da fila
           PERFORM CARREGA-RESERVAS
           MOVE 'N' TO WS-RES-ALTERADA
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
               IF WS-RES-ESTADO(R) = 'RETIDA' AND
                   WS-RES-DATA-LIMITE(R) < WS-DATA
                   MOVE 'EXPIRADA' TO WS-RES-ESTADO(R)
                   MOVE 'S' TO WS-RES-ALTERADA
                   DISPLAY "Reserva " WS-RES-ID(R) " de "
                       WS-RES-MEMBRO(R) " caducou (item "
                       WS-RES-ITEM(R) ")"
                   MOVE WS-RES-ITEM(R) TO WS-ITEM-RETER
                   PERFORM RETEM-PARA-O-PRIMEIRO
               END-IF
           END-PERFORM
           IF WS-RES-ALTERADA = 'S'
               PERFORM GRAVA-RESERVAS
           END-IF.

       RETEM-PARA-O-PRIMEIRO.
      * O primeiro da fila do item WS-ITEM-RETER (ordem de chegada)
      * fica com o item retido RESERVA-DIAS dias; o aviso sai com
      * as cartas do dia
           MOVE 0 TO WS-RES-ACHADA
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-RES
               IF WS-RES-ITEM(S) = WS-ITEM-RETER AND
                   WS-RES-ESTADO(S) = 'FILA' AND
                   WS-RES-ACHADA = 0
                   MOVE S TO WS-RES-ACHADA
               END-IF
           END-PERFORM
           IF WS-RES-ACHADA > 0
               MOVE 'RETIDA' TO WS-RES-ESTADO(WS-RES-ACHADA)
               COMPUTE WS-RES-DATA-LIMITE(WS-RES-ACHADA) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA)
                       + WS-DIAS-RESERVA)
               MOVE 'N' TO WS-RES-AVISADO(WS-RES-ACHADA)
               MOVE 'S' TO WS-RES-ALTERADA
               DISPLAY ">>> RESERVADO: guardar o item "
                   WS-ITEM-RETER " para "
                   WS-RES-MEMBRO(WS-RES-ACHADA) " ate "
                   WS-RES-DATA-LIMITE(WS-RES-ACHADA)
           END-IF.

       VERIFICA-RETENCAO-ITEM.
      * Um item retido so sai para quem o reservou
           MOVE 'N' TO WS-RETIDO-OUTRO
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
               IF WS-RES-ITEM(R) = WS-ITEM AND
                   WS-RES-ESTADO(R) = 'RETIDA' AND
                   WS-RES-MEMBRO(R) NOT = WS-MEMBRO
                   MOVE 'S' TO WS-RETIDO-OUTRO
                   DISPLAY ">>> RECUSADO: item " WS-ITEM
                       " reservado para " WS-RES-MEMBRO(R)
                       " ate " WS-RES-DATA-LIMITE(R)
               END-IF
           END-PERFORM.

       MARCA-RESERVA-LEVANTADA.
           MOVE 'N' TO WS-RES-ALTERADA
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
               IF WS-RES-ITEM(R) = WS-ITEM AND
                   WS-RES-MEMBRO(R) = WS-MEMBRO AND
                   (WS-RES-ESTADO(R) = 'RETIDA' OR
                    WS-RES-ESTADO(R) = 'FILA')
                   MOVE 'LEVANTADA' TO WS-RES-ESTADO(R)
                   MOVE 'S' TO WS-RES-ALTERADA
               END-IF
           END-PERFORM
           IF WS-RES-ALTERADA = 'S'
               PERFORM GRAVA-RESERVAS
           END-IF.

       RESERVAR-ITEM.
      * So se reserva o que nao esta livre na prateleira: item
      * emprestado ou ja retido para outro membro
           PERFORM CARREGA-CATALOGO
           PERFORM CARREGA-EMPRESTIMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ATUALIZA-RETENCOES
           DISPLAY "CODIGO DO ITEM: " WITH NO ADVANCING
           MOVE SPACES TO WS-ITEM
           ACCEPT WS-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM
           MOVE 'N' TO WS-ITEM-EXISTE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ITENS
               IF WS-ITM-CODIGO(I) = WS-ITEM
                   MOVE 'S' TO WS-ITEM-EXISTE
               END-IF
           END-PERFORM
           IF WS-ITEM-EXISTE = 'N'
               DISPLAY "Item '" WS-ITEM "' fora do catalogo"
           ELSE
               DISPLAY "NOME DO MEMBRO: " WITH NO ADVANCING
               MOVE SPACES TO WS-MEMBRO
               ACCEPT WS-MEMBRO
               PERFORM VALIDA-MEMBRO
               IF WS-MEMBRO-EXISTE = 'S'
                   PERFORM VERIFICA-PEDIDO-RESERVA
               END-IF
           END-IF.

       VERIFICA-PEDIDO-RESERVA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EMP
               IF WS-EMP-ITEM(I) = WS-ITEM AND
                   WS-EMP-ESTADO(I) = 'ABERTO'
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RETIDO-OUTRO
           MOVE 0 TO WS-RES-ACHADA
           MOVE 0 TO WS-POSICAO
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
               IF WS-RES-ITEM(R) = WS-ITEM AND
                   WS-RES-ESTADO(R) = 'RETIDA'
                   MOVE 'S' TO WS-RETIDO-OUTRO
               END-IF
               IF WS-RES-ITEM(R) = WS-ITEM AND
                   WS-RES-ESTADO(R) = 'FILA'
                   ADD 1 TO WS-POSICAO
               END-IF
               IF WS-RES-ITEM(R) = WS-ITEM AND
                   WS-RES-MEMBRO(R) = WS-MEMBRO AND
                   (WS-RES-ESTADO(R) = 'FILA' OR
                    WS-RES-ESTADO(R) = 'RETIDA')
                   MOVE R TO WS-RES-ACHADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACHADO > 0 AND
                   WS-EMP-MEMBRO(WS-ACHADO) = WS-MEMBRO
                   DISPLAY "O item ja esta emprestado a este membro"
               WHEN WS-ACHADO = 0 AND WS-RETIDO-OUTRO = 'N'
                   DISPLAY "Item disponivel; faca o emprestimo"
               WHEN WS-RES-ACHADA > 0
                   DISPLAY "O membro ja tem a reserva "
                       WS-RES-ID(WS-RES-ACHADA) " deste item ("
                       WS-RES-ESTADO(WS-RES-ACHADA) ")"
               WHEN WS-TOTAL-RES >= 300 OR WS-RES-CHEIA = 'S'
                   DISPLAY "Tabela de reservas cheia"
               WHEN OTHER
                   PERFORM REGISTA-RESERVA
           END-EVALUATE.

       REGISTA-RESERVA.
           ADD 1 TO WS-TOTAL-RES
           ADD 1 TO WS-POSICAO
           MOVE WS-RES-PROX-ID TO WS-RES-ID(WS-TOTAL-RES)
           MOVE WS-ITEM TO WS-RES-ITEM(WS-TOTAL-RES)
           MOVE WS-MEMBRO TO WS-RES-MEMBRO(WS-TOTAL-RES)
           MOVE WS-DATA TO WS-RES-DATA(WS-TOTAL-RES)
           MOVE 'FILA' TO WS-RES-ESTADO(WS-TOTAL-RES)
           MOVE 0 TO WS-RES-DATA-LIMITE(WS-TOTAL-RES)
           MOVE 'N' TO WS-RES-AVISADO(WS-TOTAL-RES)
           PERFORM GRAVA-RESERVAS
           DISPLAY "Reserva " WS-RES-PROX-ID " registada: "
               WS-MEMBRO " e o " WS-POSICAO "o da fila do item "
               WS-ITEM.

       FILA-RESERVAS.
           PERFORM CARREGA-EMPRESTIMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ATUALIZA-RETENCOES
           DISPLAY "CODIGO DO ITEM (ENTER = todos): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ITEM
           ACCEPT WS-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM
           MOVE 0 TO WS-POSICAO
           DISPLAY "ID    ITEM   MEMBRO               PEDIDA   "
               "ESTADO    GUARDAR ATE"
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
               IF (WS-ITEM = SPACES OR WS-RES-ITEM(R) = WS-ITEM)
                   AND (WS-RES-ESTADO(R) = 'FILA' OR
                        WS-RES-ESTADO(R) = 'RETIDA')
                   ADD 1 TO WS-POSICAO
                   DISPLAY WS-RES-ID(R) " " WS-RES-ITEM(R) " "
                       WS-RES-MEMBRO(R) " " WS-RES-DATA(R) " "
                       WS-RES-ESTADO(R) " " WS-RES-DATA-LIMITE(R)
               END-IF
           END-PERFORM
           IF WS-POSICAO = 0
               DISPLAY "Sem reservas em fila"
           ELSE
               PERFORM ANULA-RESERVA
           END-IF.

       ANULA-RESERVA.
      * Anular uma reserva retida passa o item ao seguinte da fila
           DISPLAY "ID DA RESERVA A ANULAR (ENTER = nenhuma): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ID-TEXTO
           ACCEPT WS-ID-TEXTO
           IF WS-ID-TEXTO NOT = SPACES
               COMPUTE WS-ID = FUNCTION NUMVAL(WS-ID-TEXTO)
               MOVE 0 TO WS-RES-ACHADA
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-TOTAL-RES
                   IF WS-RES-ID(R) = WS-ID AND
                       (WS-RES-ESTADO(R) = 'FILA' OR
                        WS-RES-ESTADO(R) = 'RETIDA')
                       MOVE R TO WS-RES-ACHADA
                   END-IF
               END-PERFORM
               IF WS-RES-ACHADA = 0
                   DISPLAY "Reserva " WS-ID " nao esta em fila"
               ELSE
                   MOVE 'N' TO WS-RES-ALTERADA
                   MOVE WS-RES-ACHADA TO R
                   IF WS-RES-ESTADO(R) = 'RETIDA'
                       MOVE 'ANULADA' TO WS-RES-ESTADO(R)
                       MOVE WS-RES-ITEM(R) TO WS-ITEM-RETER
                       PERFORM RETEM-PARA-O-PRIMEIRO
                   ELSE
                       MOVE 'ANULADA' TO WS-RES-ESTADO(R)
                   END-IF
                   PERFORM GRAVA-RESERVAS
                   DISPLAY "Reserva " WS-ID " anulada"
               END-IF
           END-IF.

       ESCREVE-AVISO-RESERVA.
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "AVISO DE RESERVA - " WS-RES-MEMBRO(R)
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "O ITEM " WS-RES-ITEM(R) " QUE RESERVOU ESTA A"
               " SUA ESPERA ATE " WS-RES-DATA-LIMITE(R)
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE WS-RES-MEMBRO(R) TO WS-MEMBRO
           PERFORM ESCREVE-CONTACTOS-MEMBRO
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

      ******************************************************************
      * Entrega: multa de atraso e retencao para a fila
      ******************************************************************
       APOS-ENTREGA.
      * WS-ACHADO e o emprestimo acabado de entregar
           PERFORM CALCULA-MULTA-ENTREGA
           IF WS-MULTA-CENT > 0
               PERFORM REGISTA-MULTA
           END-IF
           MOVE WS-ITEM TO WS-ITEM-RETER
           MOVE 'N' TO WS-RES-ALTERADA
           PERFORM RETEM-PARA-O-PRIMEIRO
           IF WS-RES-ALTERADA = 'S'
               PERFORM GRAVA-RESERVAS
           END-IF.

       CALCULA-MULTA-ENTREGA.
      * Dias de calendario depois da data limite, a
      * EMPRESTIMO-MULTA-DIA cada, ate ao teto EMPRESTIMO-MULTA-MAX
      * (teto 0 = sem teto)
           MOVE 0 TO WS-DIAS-ATRASO
           MOVE 0 TO WS-MULTA-CENT
           IF WS-EMP-DATA-LIMITE(WS-ACHADO) > 0 AND
               WS-EMP-DATA-LIMITE(WS-ACHADO) < WS-DATA
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-EMP-DATA-LIMITE(WS-ACHADO))
               COMPUTE WS-MULTA-CENT =
                   WS-DIAS-ATRASO * WS-MULTA-DIA-CENT
               IF WS-MULTA-MAX-CENT > 0 AND
                   WS-MULTA-CENT > WS-MULTA-MAX-CENT
                   MOVE WS-MULTA-MAX-CENT TO WS-MULTA-CENT
               END-IF
           END-IF
           COMPUTE WS-MULTA = WS-MULTA-CENT / 100.

       REGISTA-MULTA.
      * A multa fica sempre em multas.txt; entra logo em
      * ficheiro3 se o periodo e o lock o permitem, senao fica
      * PENDENTE para a opcao de multas
           PERFORM CARREGA-MULTAS
           MOVE SPACES TO LINHA-MULTA
           MOVE WS-MUL-PROX-ID TO MUL-ID
           MOVE WS-ITEM TO MUL-ITEM
           MOVE WS-EMP-MEMBRO(WS-ACHADO) TO MUL-MEMBRO
           MOVE WS-EMP-DATA-LIMITE(WS-ACHADO) TO MUL-DATA-LIMITE
           MOVE WS-DATA TO MUL-DATA-ENTREGA
           MOVE WS-DIAS-ATRASO TO MUL-DIAS
           MOVE WS-MULTA TO MUL-VALOR
           MOVE 'PENDENTE' TO MUL-ESTADO
           MOVE 0 TO MUL-RUN
           MOVE WS-OPERADOR TO MUL-OPERADOR
           MOVE SPACES TO MUL-SUPERVISOR
           MOVE 0 TO MUL-DATA-PERDAO
           MOVE SPACES TO MUL-MOTIVO
           PERFORM VERIFICA-PERIODO-ABERTO
           IF WS-PERIODO-FECHADO = 'N'
               PERFORM VERIFICA-LOCK-F3
           END-IF
           IF WS-PERIODO-FECHADO = 'N' AND WS-F3-BLOQUEADO = 'N'
               MOVE '+' TO WS-SINAL-F3
               MOVE SPACES TO WS-DESCRICAO-F3
               STRING "MULTA ATRASO " MUL-ITEM " " MUL-MEMBRO
                   DELIMITED BY SIZE INTO WS-DESCRICAO-F3
               PERFORM LANCA-MULTA-F3
               MOVE 'LANCADA' TO MUL-ESTADO
               MOVE WS-RUN-F3 TO MUL-RUN
           END-IF
           OPEN EXTEND FICHEIRO-MULTAS
           WRITE LINHA-MULTA
           CLOSE FICHEIRO-MULTAS
           MOVE WS-MULTA TO WS-VALOR-ED
           IF MUL-ESTADO = 'LANCADA'
               DISPLAY ">>> MULTA " MUL-ID ": " WS-DIAS-ATRASO
                   " dia(s) de atraso = " WS-VALOR-ED " EUR"
           ELSE
               DISPLAY ">>> MULTA " MUL-ID ": " WS-DIAS-ATRASO
                   " dia(s) de atraso = " WS-VALOR-ED " EUR"
                   " (por lancar; use a opcao de multas)"
           END-IF.

       LANCA-MULTA-F3.
      * Um movimento MULT em ficheiro3, com lock, run e log; o
      * membro nao tem turma e fica no polo principal P1
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'MULT' TO TRN-CODIGO
           MOVE WS-SINAL-F3 TO TRN-SINAL
           MOVE MUL-VALOR TO TRN-VALOR
           MOVE WS-DESCRICAO-F3 TO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE 'P1' TO TRN-POLO
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
           MOVE 'MULT' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "multa " MUL-ID " " MUL-ITEM
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3.

       CARREGA-MULTAS.
           MOVE 0 TO WS-TOTAL-MUL
           MOVE 0 TO WS-MUL-PROX-ID
           MOVE 'N' TO WS-MUL-CHEIA
           MOVE 'N' TO EOF-MULTAS
           OPEN INPUT FICHEIRO-MULTAS
           IF WS-MULTAS-STATUS = '00' OR WS-MULTAS-STATUS = '05'
               PERFORM UNTIL EOF-MULTAS = 'S'
                   READ FICHEIRO-MULTAS
                       AT END
                           MOVE 'S' TO EOF-MULTAS
                       NOT AT END
                           IF MUL-ID IS NUMERIC AND
                               WS-TOTAL-MUL < 300
                               ADD 1 TO WS-TOTAL-MUL
                               MOVE LINHA-MULTA
                                   TO WS-MUL-LINHA(WS-TOTAL-MUL)
                           ELSE
                               IF MUL-ID IS NUMERIC
                                   MOVE 'S' TO WS-MUL-CHEIA
                               END-IF
                           END-IF
                           IF MUL-ID IS NUMERIC AND
                               MUL-ID > WS-MUL-PROX-ID
                               MOVE MUL-ID TO WS-MUL-PROX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MULTAS
           END-IF
           ADD 1 TO WS-MUL-PROX-ID.

       GRAVA-MULTAS.
           IF WS-MUL-CHEIA = 'S'
               DISPLAY "multas.txt excede a tabela de 300 registos;"
                   " nao regravado; arquive o historico"
           ELSE
               OPEN OUTPUT FICHEIRO-MULTAS
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-TOTAL-MUL
                   MOVE WS-MUL-LINHA(M) TO LINHA-MULTA
                   WRITE LINHA-MULTA
               END-PERFORM
               CLOSE FICHEIRO-MULTAS
           END-IF.

       GERIR-MULTAS.
           PERFORM CARREGA-MULTAS
           DISPLAY "NOME DO MEMBRO (ENTER = todos): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           MOVE 0 TO WS-POSICAO
           DISPLAY "ID    ITEM   MEMBRO               DIAS VALOR"
               "      ESTADO   RUN"
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-TOTAL-MUL
               MOVE WS-MUL-LINHA(M) TO LINHA-MULTA
               IF WS-MEMBRO = SPACES OR MUL-MEMBRO = WS-MEMBRO
                   ADD 1 TO WS-POSICAO
                   MOVE MUL-VALOR TO WS-VALOR-ED
                   DISPLAY MUL-ID " " MUL-ITEM " " MUL-MEMBRO " "
                       MUL-DIAS " " WS-VALOR-ED " " MUL-ESTADO " "
                       MUL-RUN
               END-IF
           END-PERFORM
           IF WS-POSICAO = 0
               DISPLAY "Sem multas"
           ELSE
               PERFORM TRATA-MULTA
           END-IF.

       TRATA-MULTA.
           DISPLAY "ID DA MULTA A TRATAR (ENTER = nenhuma): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ID-TEXTO
           ACCEPT WS-ID-TEXTO
           IF WS-ID-TEXTO NOT = SPACES
               COMPUTE WS-ID = FUNCTION NUMVAL(WS-ID-TEXTO)
               MOVE 0 TO WS-MUL-ACHADA
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-TOTAL-MUL
                   MOVE WS-MUL-LINHA(M) TO LINHA-MULTA
                   IF MUL-ID = WS-ID
                       MOVE M TO WS-MUL-ACHADA
                   END-IF
               END-PERFORM
               IF WS-MUL-ACHADA = 0
                   DISPLAY "Multa " WS-ID " nao encontrada"
               ELSE
                   MOVE WS-MUL-LINHA(WS-MUL-ACHADA) TO LINHA-MULTA
                   EVALUATE TRUE
                       WHEN WS-MUL-CHEIA = 'S'
                           DISPLAY "Nada alterado"
                       WHEN MUL-ESTADO = 'PERDOADA'
                           DISPLAY "Multa ja perdoada por "
                               MUL-SUPERVISOR
                       WHEN MUL-ESTADO = 'PENDENTE'
                           DISPLAY "L - LANCAR EM FICHEIRO3 / "
                               "P - PERDOAR (SUPERVISOR): "
                               WITH NO ADVANCING
                           MOVE SPACE TO WS-ESCOLHA
                           ACCEPT WS-ESCOLHA
                           MOVE FUNCTION UPPER-CASE(WS-ESCOLHA)
                               TO WS-ESCOLHA
                           EVALUATE WS-ESCOLHA
                               WHEN 'L'
                                   PERFORM LANCA-MULTA-PENDENTE
                               WHEN 'P'
                                   PERFORM PERDOAR-MULTA
                               WHEN OTHER
                                   DISPLAY "Nada alterado"
                           END-EVALUATE
                       WHEN OTHER
                           PERFORM PERDOAR-MULTA
                   END-EVALUATE
               END-IF
           END-IF.

       LANCA-MULTA-PENDENTE.
           PERFORM VERIFICA-PERIODO-ABERTO
           IF WS-PERIODO-FECHADO = 'N'
               PERFORM VERIFICA-LOCK-F3
           END-IF
           IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
               DISPLAY "Multa nao lancada"
           ELSE
               MOVE '+' TO WS-SINAL-F3
               MOVE SPACES TO WS-DESCRICAO-F3
               STRING "MULTA ATRASO " MUL-ITEM " " MUL-MEMBRO
                   DELIMITED BY SIZE INTO WS-DESCRICAO-F3
               PERFORM LANCA-MULTA-F3
               MOVE 'LANCADA' TO MUL-ESTADO
               MOVE WS-RUN-F3 TO MUL-RUN
               MOVE LINHA-MULTA TO WS-MUL-LINHA(WS-MUL-ACHADA)
               PERFORM GRAVA-MULTAS
               DISPLAY "Multa " MUL-ID " lancada (run " WS-RUN-F3
                   ")"
           END-IF.

       PERDOAR-MULTA.
      * So um supervisor perdoa, sempre com motivo; uma multa ja
      * lancada leva o estorno MULT negativo
           PERFORM LE-NIVEL-D
           IF WS-NIVEL-D = 'N'
               DISPLAY "Perdao de multas reservado a supervisores"
                   " (nivel D)"
           ELSE
               DISPLAY "MOTIVO DO PERDAO: " WITH NO ADVANCING
               MOVE SPACES TO WS-MOTIVO
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY "Motivo obrigatorio, nada perdoado"
               ELSE
                   MOVE 'N' TO WS-PERIODO-FECHADO
                   MOVE 'N' TO WS-F3-BLOQUEADO
                   IF MUL-ESTADO = 'LANCADA'
                       PERFORM VERIFICA-PERIODO-ABERTO
                       IF WS-PERIODO-FECHADO = 'N'
                           PERFORM VERIFICA-LOCK-F3
                       END-IF
                   END-IF
                   IF WS-PERIODO-FECHADO = 'S' OR
                       WS-F3-BLOQUEADO = 'S'
                       DISPLAY "Perdao nao registado"
                   ELSE
                       PERFORM REGISTA-PERDAO-MULTA
                   END-IF
               END-IF
           END-IF.

       REGISTA-PERDAO-MULTA.
           IF MUL-ESTADO = 'LANCADA'
               MOVE '-' TO WS-SINAL-F3
               MOVE SPACES TO WS-DESCRICAO-F3
               STRING "MULTA PERDOADA " MUL-ITEM " " MUL-MEMBRO
                   DELIMITED BY SIZE INTO WS-DESCRICAO-F3
               PERFORM LANCA-MULTA-F3
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 'PERDOADA' TO MUL-ESTADO
           MOVE WS-OPERADOR TO MUL-SUPERVISOR
           MOVE WS-DATA TO MUL-DATA-PERDAO
           MOVE WS-MOTIVO TO MUL-MOTIVO
           MOVE LINHA-MULTA TO WS-MUL-LINHA(WS-MUL-ACHADA)
           PERFORM GRAVA-MULTAS
           MOVE MUL-VALOR TO WS-VALOR-ED
           DISPLAY "Multa " MUL-ID " perdoada: " WS-VALOR-ED " EUR".

      ******************************************************************
      * Operador, perfis e lancamento em ficheiro3 (protocolo do
      * Exercicio3)
      ******************************************************************
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

       LE-NIVEL-D.
           MOVE 'S' TO WS-NIVEL-D
           MOVE 'N' TO EOF-PERFIS
           OPEN INPUT FICHEIRO-PERFIS
           IF WS-PERFIS-STATUS = '00'
               MOVE 'N' TO WS-NIVEL-D
               PERFORM UNTIL EOF-PERFIS = 'S'
                   READ FICHEIRO-PERFIS
                       AT END
                           MOVE 'S' TO EOF-PERFIS
                       NOT AT END
                           IF FUNCTION UPPER-CASE(PRF-OPERADOR) =
                               FUNCTION UPPER-CASE(WS-OPERADOR)
                               AND (PRF-PROGRAMA =
                                   'GESTAO-EMPRESTIMOS'
                                   OR PRF-PROGRAMA(1 : 1) = '*')
                               AND PRF-NIVEL = 'D'
                               MOVE 'S' TO WS-NIVEL-D
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERFIS
           ELSE
               IF WS-PERFIS-STATUS = '05'
                   CLOSE FICHEIRO-PERFIS
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

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
