      *          CANT ao preco CANTINA-PRECO (em centimos) de
      *          parametros.txt - uma linha por aluno por dia, a
      *          passar pela mesma maquina de balancos e extratos
      *          que o resto do dinheiro; alunos com escalao ASE
      *          valido no dia da refeicao (ase-alunos.txt) pagam o
      *          preco do escalao (ASE-CANT-PRECO-A e -B) e a
      *          diferenca fica em ase-beneficios.txt para o
      *          relatorio anual do ASE; ao servir ha um modo de
      *          leitura de cartoes em que o funcionario so passa os
      *          cartoes (modulo LE-CARTAO) e ve o nome, o indicador
      *          de fotografia e qualquer bloqueio, marcando o
      *          consumo sem voltar ao menu entre alunos; ficha
      *          alimentar por aluno (dietas-alunos.txt: alergenios,
      *          vegetariana, restricoes religiosas, dieta medica) e
      *          ementa diaria com o prato e os alergenios
      *          (ementas.txt); a marcacao avisa quando o prato do
      *          dia choca com a ficha do aluno e a lista da cozinha
      *          mostra a refeicao especial de cada aluno e o total
      *          por tipo de dieta; o aviso de dieta segue tambem
      *          para os encarregados do aluno pela caixa de saida
      *          das comunicacoes (REGISTA-MENSAGEM); cada debito
      *          leva a chave unica aluno + dia (CHAVE-LANCAMENTO),
      *          e repetir o debito de um dia interrompido nao
      *          lanca outra vez o que ja tinha entrado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-ASE ASSIGN TO 'ase-alunos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASE-STATUS.
           SELECT OPTIONAL FICHEIRO-BENEFICIOS
               ASSIGN TO 'ase-beneficios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFICIOS-STATUS.
           SELECT OPTIONAL FICHEIRO-DIETAS
               ASSIGN TO 'dietas-alunos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIETAS-STATUS.
           SELECT OPTIONAL FICHEIRO-EMENTAS ASSIGN TO 'ementas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMENTAS-STATUS.
           SELECT FICHEIRO-LISTA ASSIGN TO 'cantina-lista.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
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
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-ASE.
       01 LINHA-ASE.
         05 ASE-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 ASE-ESCALAO   PIC X.
         05 FILLER        PIC X.
         05 ASE-DATA-INI  PIC 9(8).
         05 FILLER        PIC X.
         05 ASE-DATA-FIM  PIC 9(8).
         05 FILLER        PIC X(31).
       FD FICHEIRO-BENEFICIOS.
       01 LINHA-BENEFICIO.
         05 BEN-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 BEN-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 BEN-ESCALAO   PIC X.
         05 FILLER        PIC X.
         05 BEN-ORIGEM    PIC X(4).
         05 FILLER        PIC X.
         05 BEN-BASE      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 BEN-COBRADO   PIC 9(7)V99.
         05 FILLER        PIC X.
         05 BEN-VALOR     PIC 9(7)V99.
       FD FICHEIRO-DIETAS.
       01 LINHA-DIETA.
         05 DIE-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 DIE-TIPO       PIC X(11).
         05 FILLER         PIC X.
         05 DIE-ALERGENIOS PIC X(14).
         05 FILLER         PIC X.
         05 DIE-NOTA       PIC X(30).
       FD FICHEIRO-EMENTAS.
       01 LINHA-EMENTA.
         05 EMT-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 EMT-PRATO       PIC X(30).
         05 FILLER          PIC X.
         05 EMT-TIPO        PIC X.
         05 FILLER          PIC X.
         05 EMT-ALERGENIOS  PIC X(14).
         05 FILLER          PIC X.
         05 EMT-ALTERNATIVA PIC X(30).
       FD FICHEIRO-LISTA.
       01 LINHA-LISTA PIC X(80).
       FD FICHEIRO-SPOOL-IDX.
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-MARCACOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
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
       01 WS-TURMAS-STATUS PIC XX.
       01 EOF-TURMAS PIC X.
       01 WS-HORA-LIMITE PIC 9(4) VALUE 1030.
       01 WS-PRECO-CENTIMOS PIC 9(5) VALUE 250.
       01 WS-PRECO PIC 9(5)V99.
       01 WS-PRECO-A-CENTIMOS PIC 9(5) VALUE 0.
       01 WS-PRECO-B-CENTIMOS PIC 9(5).
       01 WS-PRECO-A PIC 9(5)V99.
       01 WS-PRECO-B PIC 9(5)V99.
       01 WS-PRECO-ALUNO PIC 9(5)V99.
       01 WS-ESCALAO PIC X.
       01 WS-ASE-STATUS PIC XX.
       01 WS-BENEFICIOS-STATUS PIC XX.
       01 EOF-ASE PIC X.
       01 WS-COM-ASE PIC 9(3).
       01 WS-TOTAL-ASE PIC 9(3) VALUE 0.
       01 WS-TABELA-ASE.
         05 WS-ASE OCCURS 500 TIMES.
           10 WS-ASE-NUMERO   PIC 9(5).
           10 WS-ASE-ESCALAO  PIC X.
           10 WS-ASE-DATA-INI PIC 9(8).
           10 WS-ASE-DATA-FIM PIC 9(8).
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-ALUNO-OK PIC X.
       01 WS-FIM-LEITURA PIC X.
       01 WS-SERVIDAS PIC 9(3).
      * Chamada ao modulo de leitura do cartao
       01 WS-LC-CARTAO PIC X(8).
       01 WS-LC-RESULTADO PIC X.
       01 WS-LC-TIPO PIC X.
       01 WS-LC-ALUNO PIC 9(5).
       01 WS-LC-MEMBRO PIC X(20).
       01 WS-LC-FOTO PIC X.
       01 WS-LC-MOTIVO PIC X(40).
       01 WS-JA-MARCADA PIC X.
       01 I PIC 9(3).
       01 K PIC 9(3).
       01 WS-ACHADA PIC 9(3).
       01 WS-DEBITADAS PIC 9(3).
       01 WS-JA-LANCADAS PIC 9(3).
      * Chave unica do debito (modulo CHAVE-LANCAMENTO): aluno e
      * dia da refeicao
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'GESTAO-CANTINA'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
      * Beneficios ASE ja registados para o dia a debitar, para a
      * corrida repetida nao os registar outra vez
       01 WS-TOTAL-BEN-DIA PIC 9(3) VALUE 0.
       01 WS-TABELA-BEN-DIA.
         05 WS-BEN-DIA-NUMERO PIC 9(5) OCCURS 300 TIMES.
       01 WS-BEN-JA-REGISTADO PIC X.
       01 WS-LISTADAS PIC 9(3).
       01 WS-TOTAL-MARC PIC 9(3) VALUE 0.
       01 WS-MARC-CHEIA PIC X VALUE 'N'.
           10 WS-MAR-NUMERO PIC 9(5).
           10 WS-MAR-HORA   PIC 9(6).
           10 WS-MAR-ESTADO PIC X(9).
      * Fichas alimentares e ementas; os alergenios sao letras de
      * WS-CODIGOS-ALERGENIOS: G gluten, C crustaceos, O ovos,
      * P peixe, A amendoim, S soja, L leite, F frutos de casca
      * rija, E aipo, M mostarda, Z sesamo, X sulfitos, T tremoco,
      * U moluscos
       01 WS-DIETAS-STATUS PIC XX.
       01 WS-EMENTAS-STATUS PIC XX.
       01 EOF-DIETAS PIC X.
       01 EOF-EMENTAS PIC X.
       01 WS-CODIGOS-ALERGENIOS PIC X(14) VALUE 'GCOPASLFEMZXTU'.
       01 WS-TOTAL-DIE PIC 9(3) VALUE 0.
       01 WS-DIE-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-DIETAS.
         05 WS-DIE OCCURS 500 TIMES.
           10 WS-DIE-NUMERO     PIC 9(5).
           10 WS-DIE-TIPO       PIC X(11).
           10 WS-DIE-ALERGENIOS PIC X(14).
           10 WS-DIE-NOTA       PIC X(30).
       01 WS-TOTAL-EMT PIC 9(3) VALUE 0.
       01 WS-EMT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-EMENTAS.
         05 WS-EMT OCCURS 400 TIMES.
           10 WS-EMT-DATA        PIC 9(8).
           10 WS-EMT-PRATO       PIC X(30).
           10 WS-EMT-TIPO        PIC X.
           10 WS-EMT-ALERGENIOS  PIC X(14).
           10 WS-EMT-ALTERNATIVA PIC X(30).
       01 D PIC 9(3).
       01 P PIC 9(2).
       01 WS-DIE-ACHADA PIC 9(3).
       01 WS-EMT-ACHADA PIC 9(3).
       01 WS-DIETA-TIPO PIC X(11).
       01 WS-TIPO-PRATO-DIA PIC X.
       01 WS-ALERG-ALUNO PIC X(14).
       01 WS-ALERG-PRATO PIC X(14).
       01 WS-ALERG-CONFLITO PIC X(14).
       01 WS-ALERG-POS PIC 9(2).
       01 WS-ALERG-VALIDOS PIC X.
       01 WS-CONTA PIC 9(2).
       01 WS-CONFLITO-DIETA PIC X.
       01 WS-CONFLITO-TIPO PIC X.
       01 WS-REFEICAO-ESPECIAL PIC X(32).
       01 WS-PONTEIRO PIC 9(2).
      * Mensagem para a caixa de saida das comunicacoes
       01 WS-MSG-ORIGEM PIC X(20) VALUE 'GESTAO-CANTINA'.
       01 WS-MSG-MODELO PIC X(10) VALUE 'CANTINA'.
       01 WS-MSG-MEMBRO PIC X(20) VALUE SPACES.
       01 WS-MSG-ALUNO PIC 9(5).
       01 WS-MSG-TEXTO PIC X(160).
       01 WS-MSG-PAPEL PIC X VALUE 'N'.
       01 WS-MSG-RESULTADO PIC X.
       01 WS-MSG-QUANTOS PIC 9(2).
       01 WS-TIPO-TEXTO PIC X(11).
       01 WS-ALERG-TEXTO PIC X(14).
       01 WS-NOTA-TEXTO PIC X(30).
       01 WS-PRATO-TEXTO PIC X(30).
       01 WS-TIPO-PRATO PIC X.
       01 WS-ALTERNATIVA PIC X(30).
       01 WS-DIA-INTEIRO PIC 9(7).
       01 WS-CNT-NORMAL PIC 9(3).
       01 WS-CNT-VEGETARIANA PIC 9(3).
       01 WS-CNT-SEM-PORCO PIC 9(3).
       01 WS-CNT-SEM-CARNE PIC 9(3).
       01 WS-CNT-MEDICA PIC 9(3).
       01 WS-CNT-ALERGIA PIC 9(3).
       01 WS-TOTAL-ALUNOS PIC 9(3) VALUE 0.
       01 WS-TABELA-ALUNOS.
         05 WS-ALU OCCURS 200 TIMES.
               MOVE WS-PARAMETRO-VALOR TO WS-PRECO-CENTIMOS
           END-IF
           COMPUTE WS-PRECO = WS-PRECO-CENTIMOS / 100
      * Precos dos escaloes ASE: o A e gratuito e o B paga metade,
      * salvo outro valor em parametros.txt (nunca acima do normal)
           MOVE 'ASE-CANT-PRECO-A' TO WS-PARAMETRO-CHAVE
           MOVE WS-PRECO-A-CENTIMOS TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR <= WS-PRECO-CENTIMOS
               MOVE WS-PARAMETRO-VALOR TO WS-PRECO-A-CENTIMOS
           END-IF
           COMPUTE WS-PRECO-B-CENTIMOS = WS-PRECO-CENTIMOS / 2
           MOVE 'ASE-CANT-PRECO-B' TO WS-PARAMETRO-CHAVE
           MOVE WS-PRECO-B-CENTIMOS TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR <= WS-PRECO-CENTIMOS
               MOVE WS-PARAMETRO-VALOR TO WS-PRECO-B-CENTIMOS
           END-IF
           COMPUTE WS-PRECO-A = WS-PRECO-A-CENTIMOS / 100
           COMPUTE WS-PRECO-B = WS-PRECO-B-CENTIMOS / 100
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "CANTINA (marcacoes-cantina.txt)"
               DISPLAY "2 - LISTA PARA A COZINHA"
               DISPLAY "3 - MARCAR CONSUMO"
               DISPLAY "4 - DEBITAR CONSUMOS DE UM DIA"
               DISPLAY "5 - SERVIR EM MODO LEITURA DE CARTOES"
               DISPLAY "6 - FICHA ALIMENTAR DO ALUNO"
               DISPLAY "7 - EMENTA DO DIA"
               DISPLAY "8 - EMENTA DA SEMANA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
                       PERFORM MARCAR-CONSUMO
                   WHEN 4
                       PERFORM DEBITAR-CONSUMOS
                   WHEN 5
                       PERFORM SERVIR-POR-CARTAO
                   WHEN 6
                       PERFORM FICHA-ALIMENTAR
                   WHEN 7
                       PERFORM REGISTAR-EMENTA
                   WHEN 8
                       PERFORM EMENTA-SEMANA
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
       VALIDA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE SPACES TO WS-NOME-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado; numero aceite"
                   INVALID KEY
                       DISPLAY "Aluno " WS-NUMERO " nao inscrito"
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
      * A marcacao para o proprio dia fecha a hora limite, porque
      * a cozinha precisa de saber quantas refeicoes poe ao lume
           PERFORM CARREGA-MARCACOES
           PERFORM CARREGA-DIETAS
           PERFORM CARREGA-EMENTAS
           PERFORM PEDE-DATA-REF
           MOVE WS-HORA(1 : 4) TO WS-HORA-AGORA
           IF WS-DATA-REF = WS-DATA AND
                           PERFORM GRAVA-MARCACOES
                           DISPLAY "Refeicao marcada para "
                               WS-NUMERO " em " WS-DATA-REF
                           PERFORM AVISA-DIETA
                       END-IF
                   END-IF
               END-IF
      * por sala; sai pelo spool para afixar
           PERFORM CARREGA-MARCACOES
           PERFORM CARREGA-ALUNOS
           PERFORM CARREGA-DIETAS
           PERFORM CARREGA-EMENTAS
           PERFORM PEDE-DATA-REF
           PERFORM PROCURA-EMENTA-DIA
           MOVE 0 TO WS-LISTADAS
           MOVE 0 TO WS-CNT-NORMAL WS-CNT-VEGETARIANA
               WS-CNT-SEM-PORCO WS-CNT-SEM-CARNE WS-CNT-MEDICA
               WS-CNT-ALERGIA
           OPEN OUTPUT FICHEIRO-LISTA
           MOVE SPACES TO LINHA-LISTA
           STRING "CANTINA - MARCACOES DE " WS-DATA-REF
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACES TO LINHA-LISTA
           IF WS-EMT-ACHADA > 0
               STRING "PRATO: " WS-EMT-PRATO(WS-EMT-ACHADA)
                   " ALERGENIOS: "
                   WS-EMT-ALERGENIOS(WS-EMT-ACHADA)
                   DELIMITED BY SIZE INTO LINHA-LISTA
               WRITE LINHA-LISTA
               MOVE SPACES TO LINHA-LISTA
               STRING "ALTERNATIVA: "
                   WS-EMT-ALTERNATIVA(WS-EMT-ACHADA)
                   DELIMITED BY SIZE INTO LINHA-LISTA
           ELSE
               MOVE "SEM EMENTA REGISTADA PARA O DIA" TO LINHA-LISTA
           END-IF
           WRITE LINHA-LISTA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
               IF WS-MAR-DATA(I) = WS-DATA-REF
                   ADD 1 TO WS-LISTADAS
                   END-PERFORM
                   MOVE WS-MAR-NUMERO(I) TO LINHA-LISTA(8 : 5)
                   MOVE WS-MAR-ESTADO(I) TO LINHA-LISTA(39 : 9)
                   MOVE WS-MAR-NUMERO(I) TO WS-NUMERO
                   PERFORM AVALIA-DIETA
                   MOVE WS-REFEICAO-ESPECIAL TO LINHA-LISTA(49 : 32)
                   WRITE LINHA-LISTA
                   IF WS-DIETA-TIPO = 'MEDICA'
                       MOVE SPACES TO LINHA-LISTA
                       STRING "       NOTA MEDICA: "
                           WS-DIE-NOTA(WS-DIE-ACHADA)
                           DELIMITED BY SIZE INTO LINHA-LISTA
                       WRITE LINHA-LISTA
                   END-IF
                   PERFORM CONTA-TIPO-DIETA
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-LISTA
           STRING "TOTAL DE REFEICOES: " WS-LISTADAS
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACES TO LINHA-LISTA
           STRING "  NORMAL " WS-CNT-NORMAL
               "  VEGETARIANA " WS-CNT-VEGETARIANA
               "  SEM-PORCO " WS-CNT-SEM-PORCO
               "  SEM-CARNE " WS-CNT-SEM-CARNE
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACES TO LINHA-LISTA
           STRING "  MEDICA " WS-CNT-MEDICA
               "  COM ALERGENIOS DO PRATO " WS-CNT-ALERGIA
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           CLOSE FICHEIRO-LISTA
           PERFORM REGISTA-SPOOL
           DISPLAY WS-LISTADAS " marcacao(oes) em"
               END-IF
           END-IF.

       SERVIR-POR-CARTAO.
      * Modo de leitura na linha de servico: so se passam cartoes,
      * um atras do outro, e cada leitura marca o consumo do dia;
      * uma leitura em branco (ENTER) termina
           PERFORM CARREGA-MARCACOES
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DATA TO WS-DATA-REF
           MOVE 0 TO WS-SERVIDAS
           MOVE 'N' TO WS-FIM-LEITURA
           DISPLAY "MODO LEITURA - passe os cartoes"
               " (ENTER sem cartao = terminar)"
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
               DISPLAY "CARTAO: " WITH NO ADVANCING
               MOVE SPACES TO WS-LC-CARTAO
               ACCEPT WS-LC-CARTAO
               IF WS-LC-CARTAO = SPACES
                   MOVE 'S' TO WS-FIM-LEITURA
               ELSE
                   PERFORM SERVE-CARTAO-LIDO
               END-IF
           END-PERFORM
           DISPLAY WS-SERVIDAS " refeicao(oes) servida(s) em "
               WS-DATA-REF.

       SERVE-CARTAO-LIDO.
           CALL 'LE-CARTAO' USING WS-LC-CARTAO WS-LC-RESULTADO
               WS-LC-TIPO WS-LC-ALUNO WS-LC-MEMBRO WS-LC-FOTO
               WS-LC-MOTIVO
           IF WS-LC-RESULTADO NOT = 'S'
               DISPLAY ">>> RECUSADO: " WS-LC-MOTIVO
           ELSE
               IF WS-LC-TIPO NOT = 'A'
                   DISPLAY ">>> RECUSADO: cartao de membro "
                       WS-LC-MEMBRO " nao da refeicao de aluno"
               ELSE
                   MOVE WS-LC-ALUNO TO WS-NUMERO
                   PERFORM VALIDA-ALUNO
                   IF WS-ALUNO-OK = 'S'
                       PERFORM MOSTRA-ALUNO-LIDO
                       PERFORM MARCA-CONSUMO-LIDO
                   ELSE
                       DISPLAY ">>> RECUSADO: aluno " WS-NUMERO
                           " bloqueado"
                   END-IF
               END-IF
           END-IF.

       MOSTRA-ALUNO-LIDO.
           IF WS-LC-FOTO = 'S'
               DISPLAY WS-NUMERO " " WS-NOME-ALUNO " "
                   WS-TURMA-ALUNO " FOTO: SIM"
           ELSE
               DISPLAY WS-NUMERO " " WS-NOME-ALUNO " "
                   WS-TURMA-ALUNO " FOTO: NAO - confirmar"
                   " identidade"
           END-IF.

       MARCA-CONSUMO-LIDO.
           MOVE 0 TO WS-ACHADA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
               IF WS-MAR-DATA(I) = WS-DATA-REF AND
                   WS-MAR-NUMERO(I) = WS-NUMERO
                   MOVE I TO WS-ACHADA
               END-IF
           END-PERFORM
           IF WS-ACHADA = 0
               DISPLAY ">>> SEM MARCACAO PARA HOJE"
           ELSE
               IF WS-MAR-ESTADO(WS-ACHADA) = 'MARCADA'
                   MOVE 'CONSUMIDA'
                       TO WS-MAR-ESTADO(WS-ACHADA)
                   PERFORM GRAVA-MARCACOES
                   ADD 1 TO WS-SERVIDAS
                   DISPLAY "    SERVIR"
               ELSE
                   DISPLAY ">>> MARCACAO JA "
                       WS-MAR-ESTADO(WS-ACHADA)
               END-IF
           END-IF.

      ******************************************************************
      * Fichas alimentares e ementas
      ******************************************************************
       CARREGA-DIETAS.
           MOVE 0 TO WS-TOTAL-DIE
           MOVE 'N' TO WS-DIE-CHEIA
           MOVE 'N' TO EOF-DIETAS
           OPEN INPUT FICHEIRO-DIETAS
           IF WS-DIETAS-STATUS = '00' OR WS-DIETAS-STATUS = '05'
               PERFORM UNTIL EOF-DIETAS = 'S'
                   READ FICHEIRO-DIETAS
                       AT END
                           MOVE 'S' TO EOF-DIETAS
                       NOT AT END
                           IF DIE-NUMERO IS NUMERIC AND
                               WS-TOTAL-DIE < 500
                               ADD 1 TO WS-TOTAL-DIE
                               MOVE DIE-NUMERO
                                   TO WS-DIE-NUMERO(WS-TOTAL-DIE)
                               MOVE DIE-TIPO
                                   TO WS-DIE-TIPO(WS-TOTAL-DIE)
                               MOVE DIE-ALERGENIOS
                                   TO WS-DIE-ALERGENIOS(WS-TOTAL-DIE)
                               MOVE DIE-NOTA
                                   TO WS-DIE-NOTA(WS-TOTAL-DIE)
                           ELSE
                               IF DIE-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-DIE-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DIETAS
           END-IF
           IF WS-DIE-CHEIA = 'S'
               DISPLAY "AVISO: dietas-alunos.txt excede a tabela"
                   " de 500 fichas; leitura parcial e regravacao"
                   " bloqueada"
           END-IF.

       GRAVA-DIETAS.
           IF WS-DIE-CHEIA = 'S'
               DISPLAY "dietas-alunos.txt nao regravado: a"
                   " alteracao nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-DIETAS
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-DIE
                   MOVE SPACES TO LINHA-DIETA
                   MOVE WS-DIE-NUMERO(D) TO DIE-NUMERO
                   MOVE WS-DIE-TIPO(D) TO DIE-TIPO
                   MOVE WS-DIE-ALERGENIOS(D) TO DIE-ALERGENIOS
                   MOVE WS-DIE-NOTA(D) TO DIE-NOTA
                   WRITE LINHA-DIETA
               END-PERFORM
               CLOSE FICHEIRO-DIETAS
           END-IF.

       CARREGA-EMENTAS.
           MOVE 0 TO WS-TOTAL-EMT
           MOVE 'N' TO WS-EMT-CHEIA
           MOVE 'N' TO EOF-EMENTAS
           OPEN INPUT FICHEIRO-EMENTAS
           IF WS-EMENTAS-STATUS = '00' OR WS-EMENTAS-STATUS = '05'
               PERFORM UNTIL EOF-EMENTAS = 'S'
                   READ FICHEIRO-EMENTAS
                       AT END
                           MOVE 'S' TO EOF-EMENTAS
                       NOT AT END
                           IF EMT-DATA IS NUMERIC AND
                               WS-TOTAL-EMT < 400
                               ADD 1 TO WS-TOTAL-EMT
                               MOVE EMT-DATA
                                   TO WS-EMT-DATA(WS-TOTAL-EMT)
                               MOVE EMT-PRATO
                                   TO WS-EMT-PRATO(WS-TOTAL-EMT)
                               MOVE EMT-TIPO
                                   TO WS-EMT-TIPO(WS-TOTAL-EMT)
                               MOVE EMT-ALERGENIOS
                                   TO WS-EMT-ALERGENIOS(WS-TOTAL-EMT)
                               MOVE EMT-ALTERNATIVA
                                   TO WS-EMT-ALTERNATIVA(WS-TOTAL-EMT)
                           ELSE
                               IF EMT-DATA IS NUMERIC
                                   MOVE 'S' TO WS-EMT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-EMENTAS
           END-IF
           IF WS-EMT-CHEIA = 'S'
               DISPLAY "AVISO: ementas.txt excede a tabela de 400"
                   " dias; leitura parcial e regravacao bloqueada;"
                   " arquive as ementas antigas"
           END-IF.

       GRAVA-EMENTAS.
           IF WS-EMT-CHEIA = 'S'
               DISPLAY "ementas.txt nao regravado: a alteracao nao"
                   " ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-EMENTAS
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-EMT
                   MOVE SPACES TO LINHA-EMENTA
                   MOVE WS-EMT-DATA(D) TO EMT-DATA
                   MOVE WS-EMT-PRATO(D) TO EMT-PRATO
                   MOVE WS-EMT-TIPO(D) TO EMT-TIPO
                   MOVE WS-EMT-ALERGENIOS(D) TO EMT-ALERGENIOS
                   MOVE WS-EMT-ALTERNATIVA(D) TO EMT-ALTERNATIVA
                   WRITE LINHA-EMENTA
               END-PERFORM
               CLOSE FICHEIRO-EMENTAS
           END-IF.

       PROCURA-EMENTA-DIA.
           MOVE 0 TO WS-EMT-ACHADA
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-EMT
               IF WS-EMT-DATA(D) = WS-DATA-REF
                   MOVE D TO WS-EMT-ACHADA
               END-IF
           END-PERFORM.

       VALIDA-ALERGENIOS.
      * Cada letra tem de ser um dos codigos de alergenio
           MOVE 'S' TO WS-ALERG-VALIDOS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 14
               IF WS-ALERG-TEXTO(P : 1) NOT = SPACE
                   MOVE 0 TO WS-CONTA
                   INSPECT WS-CODIGOS-ALERGENIOS TALLYING WS-CONTA
                       FOR ALL WS-ALERG-TEXTO(P : 1)
                   IF WS-CONTA = 0
                       MOVE 'N' TO WS-ALERG-VALIDOS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ALERG-VALIDOS = 'N'
               DISPLAY "Codigo de alergenio invalido (use "
                   WS-CODIGOS-ALERGENIOS ")"
           END-IF.

       MOSTRA-CODIGOS-ALERGENIOS.
           DISPLAY "  G gluten  C crustaceos  O ovos  P peixe"
               "  A amendoim  S soja  L leite"
           DISPLAY "  F frutos de casca rija  E aipo  M mostarda"
               "  Z sesamo  X sulfitos  T tremoco  U moluscos".

       AVALIA-DIETA.
      * Confronta a ficha do aluno WS-NUMERO com o prato do dia
      * WS-EMT-ACHADA (0 = sem ementa, e entao todas as alergias e
      * restricoes contam) e descreve a refeicao especial
           MOVE 'NORMAL' TO WS-DIETA-TIPO
           MOVE SPACES TO WS-REFEICAO-ESPECIAL
           MOVE SPACES TO WS-ALERG-CONFLITO
           MOVE 'N' TO WS-CONFLITO-DIETA
           MOVE 'N' TO WS-CONFLITO-TIPO
           MOVE 0 TO WS-DIE-ACHADA
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-DIE
               IF WS-DIE-NUMERO(D) = WS-NUMERO
                   MOVE D TO WS-DIE-ACHADA
               END-IF
           END-PERFORM
           IF WS-DIE-ACHADA > 0
               MOVE WS-DIE-TIPO(WS-DIE-ACHADA) TO WS-DIETA-TIPO
               MOVE WS-DIE-ALERGENIOS(WS-DIE-ACHADA)
                   TO WS-ALERG-ALUNO
               MOVE SPACES TO WS-ALERG-PRATO
               MOVE SPACE TO WS-TIPO-PRATO-DIA
               IF WS-EMT-ACHADA > 0
                   MOVE WS-EMT-ALERGENIOS(WS-EMT-ACHADA)
                       TO WS-ALERG-PRATO
                   MOVE WS-EMT-TIPO(WS-EMT-ACHADA)
                       TO WS-TIPO-PRATO-DIA
               END-IF
               PERFORM CONFRONTA-ALERGENIOS
               PERFORM CONFRONTA-TIPO-PRATO
               PERFORM DESCREVE-REFEICAO-ESPECIAL
           END-IF.

       CONFRONTA-ALERGENIOS.
           IF WS-EMT-ACHADA = 0
               MOVE WS-ALERG-ALUNO TO WS-ALERG-CONFLITO
           ELSE
               MOVE 1 TO WS-ALERG-POS
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 14
                   IF WS-ALERG-PRATO(P : 1) NOT = SPACE
                       MOVE 0 TO WS-CONTA
                       INSPECT WS-ALERG-ALUNO TALLYING WS-CONTA
                           FOR ALL WS-ALERG-PRATO(P : 1)
                       IF WS-CONTA > 0
                           MOVE WS-ALERG-PRATO(P : 1)
                               TO WS-ALERG-CONFLITO(WS-ALERG-POS : 1)
                           ADD 1 TO WS-ALERG-POS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ALERG-CONFLITO NOT = SPACES
               MOVE 'S' TO WS-CONFLITO-DIETA
           END-IF.

       CONFRONTA-TIPO-PRATO.
      * Tipo do prato: C carne, P porco, F peixe, V vegetariano
           EVALUATE WS-DIETA-TIPO
               WHEN 'VEGETARIANA'
                   IF WS-TIPO-PRATO-DIA NOT = 'V'
                       MOVE 'S' TO WS-CONFLITO-TIPO
                   END-IF
               WHEN 'SEM-PORCO'
                   IF WS-TIPO-PRATO-DIA = 'P' OR
                       WS-TIPO-PRATO-DIA = SPACE
                       MOVE 'S' TO WS-CONFLITO-TIPO
                   END-IF
               WHEN 'SEM-CARNE'
                   IF WS-TIPO-PRATO-DIA = 'P' OR
                       WS-TIPO-PRATO-DIA = 'C' OR
                       WS-TIPO-PRATO-DIA = SPACE
                       MOVE 'S' TO WS-CONFLITO-TIPO
                   END-IF
               WHEN 'MEDICA'
                   MOVE 'S' TO WS-CONFLITO-TIPO
           END-EVALUATE
           IF WS-CONFLITO-TIPO = 'S'
               MOVE 'S' TO WS-CONFLITO-DIETA
           END-IF.

       DESCREVE-REFEICAO-ESPECIAL.
           MOVE 1 TO WS-PONTEIRO
           IF WS-CONFLITO-TIPO = 'S'
               STRING WS-DIETA-TIPO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-REFEICAO-ESPECIAL WITH POINTER WS-PONTEIRO
           END-IF
           IF WS-ALERG-CONFLITO NOT = SPACES
               STRING "SEM " DELIMITED BY SIZE
                   WS-ALERG-CONFLITO DELIMITED BY SPACE
                   INTO WS-REFEICAO-ESPECIAL WITH POINTER WS-PONTEIRO
           END-IF.

       CONTA-TIPO-DIETA.
           EVALUATE WS-DIETA-TIPO
               WHEN 'VEGETARIANA'
                   ADD 1 TO WS-CNT-VEGETARIANA
               WHEN 'SEM-PORCO'
                   ADD 1 TO WS-CNT-SEM-PORCO
               WHEN 'SEM-CARNE'
                   ADD 1 TO WS-CNT-SEM-CARNE
               WHEN 'MEDICA'
                   ADD 1 TO WS-CNT-MEDICA
               WHEN OTHER
                   ADD 1 TO WS-CNT-NORMAL
           END-EVALUATE
           IF WS-ALERG-CONFLITO NOT = SPACES
               ADD 1 TO WS-CNT-ALERGIA
           END-IF.

       AVISA-DIETA.
      * A marcacao fica feita; o aviso e para o operador passar a
      * cozinha a refeicao especial
           PERFORM PROCURA-EMENTA-DIA
           PERFORM AVALIA-DIETA
           IF WS-CONFLITO-DIETA = 'S'
               DISPLAY ">>> ATENCAO DIETA: " WS-REFEICAO-ESPECIAL
               IF WS-ALERG-CONFLITO NOT = SPACES
                   IF WS-EMT-ACHADA > 0
                       DISPLAY "    O prato do dia ("
                           WS-EMT-PRATO(WS-EMT-ACHADA)
                           ") tem alergenios do aluno: "
                           WS-ALERG-CONFLITO
                   ELSE
                       DISPLAY "    Sem ementa para o dia; o aluno"
                           " e alergico a: " WS-ALERG-CONFLITO
                   END-IF
               END-IF
               IF WS-CONFLITO-TIPO = 'S' AND WS-EMT-ACHADA > 0
                   DISPLAY "    Prato do dia: "
                       WS-EMT-PRATO(WS-EMT-ACHADA)
                       "  alternativa: "
                       WS-EMT-ALTERNATIVA(WS-EMT-ACHADA)
               END-IF
               IF WS-DIETA-TIPO = 'MEDICA'
                   DISPLAY "    Dieta medica: "
                       WS-DIE-NOTA(WS-DIE-ACHADA)
               END-IF
               DISPLAY "    Avisar a cozinha da refeicao especial"
               PERFORM AVISA-DIETA-FAMILIA
           END-IF.

       AVISA-DIETA-FAMILIA.
      * A familia fica a saber o que o aluno vai comer nesse dia
           MOVE SPACES TO WS-MSG-TEXTO
           IF WS-EMT-ACHADA > 0
               STRING "CANTINA: NO DIA " WS-DATA-REF " O PRATO E "
                   WS-EMT-PRATO(WS-EMT-ACHADA) DELIMITED BY "  "
                   ". O ALUNO " WS-NUMERO " TERA REFEICAO "
                   "ESPECIAL: " WS-REFEICAO-ESPECIAL DELIMITED BY SIZE
                   INTO WS-MSG-TEXTO
           ELSE
               STRING "CANTINA: AINDA SEM EMENTA PARA O DIA "
                   WS-DATA-REF ". O ALUNO " WS-NUMERO " TERA "
                   "REFEICAO ESPECIAL: " WS-REFEICAO-ESPECIAL
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF
           MOVE WS-NUMERO TO WS-MSG-ALUNO
           CALL 'REGISTA-MENSAGEM' USING WS-MSG-ORIGEM WS-MSG-MODELO
               WS-MSG-MEMBRO WS-MSG-ALUNO WS-MSG-TEXTO WS-MSG-PAPEL
               WS-MSG-RESULTADO WS-MSG-QUANTOS
           IF WS-MSG-RESULTADO = 'S' OR WS-MSG-RESULTADO = 'C'
               DISPLAY "    Encarregado(s) avisado(s) ("
                   WS-MSG-QUANTOS " mensagem(ns))"
           END-IF.

       FICHA-ALIMENTAR.
      * Uma ficha por aluno; quem nao tem ficha come a refeicao
      * normal
           PERFORM CARREGA-DIETAS
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           PERFORM VALIDA-ALUNO
           IF WS-ALUNO-OK = 'S'
               MOVE 0 TO WS-DIE-ACHADA
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-DIE
                   IF WS-DIE-NUMERO(D) = WS-NUMERO
                       MOVE D TO WS-DIE-ACHADA
                   END-IF
               END-PERFORM
               IF WS-DIE-ACHADA > 0
                   DISPLAY "FICHA ATUAL: "
                       WS-DIE-TIPO(WS-DIE-ACHADA) " ALERGENIOS: "
                       WS-DIE-ALERGENIOS(WS-DIE-ACHADA) " "
                       WS-DIE-NOTA(WS-DIE-ACHADA)
               ELSE
                   DISPLAY "Aluno sem ficha alimentar (NORMAL)"
               END-IF
               PERFORM PEDE-FICHA-ALIMENTAR
           END-IF.

       PEDE-FICHA-ALIMENTAR.
           DISPLAY "TIPO (NORMAL/VEGETARIANA/SEM-PORCO/SEM-CARNE/"
               "MEDICA): " WITH NO ADVANCING
           MOVE SPACES TO WS-TIPO-TEXTO
           ACCEPT WS-TIPO-TEXTO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-TEXTO) TO WS-TIPO-TEXTO
           IF WS-TIPO-TEXTO NOT = 'NORMAL' AND
               WS-TIPO-TEXTO NOT = 'VEGETARIANA' AND
               WS-TIPO-TEXTO NOT = 'SEM-PORCO' AND
               WS-TIPO-TEXTO NOT = 'SEM-CARNE' AND
               WS-TIPO-TEXTO NOT = 'MEDICA'
               DISPLAY "Tipo de dieta invalido"
           ELSE
               PERFORM MOSTRA-CODIGOS-ALERGENIOS
               DISPLAY "ALERGENIOS (codigos seguidos, ENTER ="
                   " nenhum): " WITH NO ADVANCING
               MOVE SPACES TO WS-ALERG-TEXTO
               ACCEPT WS-ALERG-TEXTO
               MOVE FUNCTION UPPER-CASE(WS-ALERG-TEXTO)
                   TO WS-ALERG-TEXTO
               PERFORM VALIDA-ALERGENIOS
               MOVE SPACES TO WS-NOTA-TEXTO
               IF WS-TIPO-TEXTO = 'MEDICA' AND
                   WS-ALERG-VALIDOS = 'S'
                   DISPLAY "DIETA MEDICA (descricao): "
                       WITH NO ADVANCING
                   ACCEPT WS-NOTA-TEXTO
                   IF WS-NOTA-TEXTO = SPACES
                       DISPLAY "A dieta medica tem de ser descrita"
                       MOVE 'N' TO WS-ALERG-VALIDOS
                   END-IF
               END-IF
               IF WS-ALERG-VALIDOS = 'S'
                   PERFORM GUARDA-FICHA-ALIMENTAR
               END-IF
           END-IF.

       GUARDA-FICHA-ALIMENTAR.
           IF WS-DIE-ACHADA = 0
               IF WS-TOTAL-DIE >= 500
                   DISPLAY "Tabela de fichas alimentares cheia"
               ELSE
                   ADD 1 TO WS-TOTAL-DIE
                   MOVE WS-TOTAL-DIE TO WS-DIE-ACHADA
               END-IF
           END-IF
           IF WS-DIE-ACHADA > 0
               MOVE WS-NUMERO TO WS-DIE-NUMERO(WS-DIE-ACHADA)
               MOVE WS-TIPO-TEXTO TO WS-DIE-TIPO(WS-DIE-ACHADA)
               MOVE WS-ALERG-TEXTO
                   TO WS-DIE-ALERGENIOS(WS-DIE-ACHADA)
               MOVE WS-NOTA-TEXTO TO WS-DIE-NOTA(WS-DIE-ACHADA)
               PERFORM GRAVA-DIETAS
               DISPLAY "Ficha alimentar de " WS-NUMERO " gravada"
           END-IF.

       REGISTAR-EMENTA.
      * Um prato por dia; gravar de novo o mesmo dia substitui
           PERFORM CARREGA-EMENTAS
           PERFORM PEDE-DATA-REF
           PERFORM PROCURA-EMENTA-DIA
           IF WS-EMT-ACHADA > 0
               DISPLAY "EMENTA ATUAL: " WS-EMT-PRATO(WS-EMT-ACHADA)
                   " (" WS-EMT-TIPO(WS-EMT-ACHADA) ") "
                   WS-EMT-ALERGENIOS(WS-EMT-ACHADA)
           END-IF
           DISPLAY "PRATO: " WITH NO ADVANCING
           MOVE SPACES TO WS-PRATO-TEXTO
           ACCEPT WS-PRATO-TEXTO
           DISPLAY "TIPO (C carne, P porco, F peixe, V vegetariano): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-TIPO-PRATO
           ACCEPT WS-TIPO-PRATO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-PRATO) TO WS-TIPO-PRATO
           IF WS-PRATO-TEXTO = SPACES
               DISPLAY "Prato obrigatorio"
           ELSE
               IF WS-TIPO-PRATO NOT = 'C' AND
                   WS-TIPO-PRATO NOT = 'P' AND
                   WS-TIPO-PRATO NOT = 'F' AND
                   WS-TIPO-PRATO NOT = 'V'
                   DISPLAY "Tipo de prato invalido"
               ELSE
                   PERFORM PEDE-ALERGENIOS-PRATO
               END-IF
           END-IF.

       PEDE-ALERGENIOS-PRATO.
           PERFORM MOSTRA-CODIGOS-ALERGENIOS
           DISPLAY "ALERGENIOS DO PRATO (ENTER = nenhum): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ALERG-TEXTO
           ACCEPT WS-ALERG-TEXTO
           MOVE FUNCTION UPPER-CASE(WS-ALERG-TEXTO) TO WS-ALERG-TEXTO
           PERFORM VALIDA-ALERGENIOS
           IF WS-ALERG-VALIDOS = 'S'
               DISPLAY "ALTERNATIVA VEGETARIANA: " WITH NO ADVANCING
               MOVE SPACES TO WS-ALTERNATIVA
               ACCEPT WS-ALTERNATIVA
               IF WS-EMT-ACHADA = 0
                   IF WS-TOTAL-EMT >= 400
                       DISPLAY "Tabela de ementas cheia"
                   ELSE
                       ADD 1 TO WS-TOTAL-EMT
                       MOVE WS-TOTAL-EMT TO WS-EMT-ACHADA
                   END-IF
               END-IF
           END-IF
           IF WS-ALERG-VALIDOS = 'S' AND WS-EMT-ACHADA > 0
               MOVE WS-DATA-REF TO WS-EMT-DATA(WS-EMT-ACHADA)
               MOVE WS-PRATO-TEXTO TO WS-EMT-PRATO(WS-EMT-ACHADA)
               MOVE WS-TIPO-PRATO TO WS-EMT-TIPO(WS-EMT-ACHADA)
               MOVE WS-ALERG-TEXTO
                   TO WS-EMT-ALERGENIOS(WS-EMT-ACHADA)
               MOVE WS-ALTERNATIVA
                   TO WS-EMT-ALTERNATIVA(WS-EMT-ACHADA)
               PERFORM GRAVA-EMENTAS
               DISPLAY "Ementa de " WS-DATA-REF " gravada"
           END-IF.

       EMENTA-SEMANA.
      * Os sete dias a partir da data pedida, para afixar
           PERFORM CARREGA-EMENTAS
           PERFORM PEDE-DATA-REF
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               PERFORM PROCURA-EMENTA-DIA
               IF WS-EMT-ACHADA > 0
                   DISPLAY WS-DATA-REF " "
                       WS-EMT-PRATO(WS-EMT-ACHADA) " ("
                       WS-EMT-TIPO(WS-EMT-ACHADA) ") "
                       WS-EMT-ALERGENIOS(WS-EMT-ACHADA)
                   IF WS-EMT-ALTERNATIVA(WS-EMT-ACHADA) NOT = SPACES
                       DISPLAY "         ALTERNATIVA: "
                           WS-EMT-ALTERNATIVA(WS-EMT-ACHADA)
                   END-IF
               ELSE
                   DISPLAY WS-DATA-REF " (sem ementa)"
               END-IF
               ADD 1 TO WS-DIA-INTEIRO
               COMPUTE WS-DATA-REF =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
           END-PERFORM.

       DEBITAR-CONSUMOS.
      * Um movimento CANT por aluno por dia, so para os consumos
      * ainda nao debitados; a marcacao passa a DEBITADA para o
           ELSE
               PERFORM LE-OPERADOR-SESSAO
               PERFORM CARREGA-ALUNOS
               PERFORM CARREGA-ASE
               PERFORM VERIFICA-LOCK-F3
               IF WS-F3-BLOQUEADO = 'S'
                   DISPLAY "Nada debitado"
               ELSE
                   PERFORM CRIAR-LOCK-F3
                   PERFORM PROXIMO-RUN-F3
                   MOVE 'I' TO WS-CHAVE-OPERACAO
                   CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
                       WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO
                       WS-CHAVE-DATA LINHA-FICHEIRO
                       WS-CHAVE-RESULTADO
                   PERFORM CARREGA-BENEFICIOS-DO-DIA
                   PERFORM DEBITA-CONSUMOS-DO-DIA
                   PERFORM REMOVER-LOCK-F3
                   IF WS-DEBITADAS > 0
                       PERFORM GRAVA-MARCACOES
                   END-IF
                   IF WS-LINHAS-F3 > 0
                       MOVE 'CANT' TO WS-RAZAO-F3
                       MOVE SPACES TO WS-COMPLEMENTO-F3
                       STRING "cantina de " WS-DATA-REF
                   DISPLAY WS-DEBITADAS " consumo(s)"
                       " debitado(s) a " WS-PRECO " cada (run "
                       WS-RUN-F3 ")"
                   IF WS-JA-LANCADAS > 0
                       DISPLAY "  dos quais " WS-JA-LANCADAS
                           " ja com movimento de uma corrida"
                           " anterior (nao lancados outra vez)"
                   END-IF
                   IF WS-COM-ASE > 0
                       DISPLAY "  dos quais " WS-COM-ASE
                           " com escalao ASE (A a " WS-PRECO-A
                           ", B a " WS-PRECO-B ")"
                   END-IF
               END-IF
           END-IF.

       DEBITA-CONSUMOS-DO-DIA.
      * A refeicao gratuita (preco do escalao a zero) nao gera
      * linha em ficheiro3, mas fica debitada e com o beneficio
      * registado; cada linha leva a chave aluno + dia, e a que ja
      * tem movimento (corrida interrompida antes de marcar as
      * DEBITADAS) nao se escreve outra vez, so se marca
           MOVE 0 TO WS-DEBITADAS
           MOVE 0 TO WS-JA-LANCADAS
           MOVE 0 TO WS-LINHAS-F3
           MOVE 0 TO WS-COM-ASE
           OPEN EXTEND FICHEIRO-3
           OPEN EXTEND FICHEIRO-BENEFICIOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
               IF WS-MAR-DATA(I) = WS-DATA-REF AND
                   WS-MAR-ESTADO(I) = 'CONSUMIDA'
                   PERFORM DETERMINA-PRECO-ALUNO
                   IF WS-PRECO-ALUNO > 0
                       MOVE SPACES TO LINHA-FICHEIRO
                       MOVE 'CANT' TO TRN-CODIGO
                       MOVE '+' TO TRN-SINAL
                       MOVE WS-PRECO-ALUNO TO TRN-VALOR
                       MOVE SPACES TO TRN-DESCRICAO
                       STRING "CANTINA ALUNO " WS-MAR-NUMERO(I)
                           " EM " WS-DATA-REF
                           DELIMITED BY SIZE INTO TRN-DESCRICAO
                       MOVE WS-RUN-F3 TO TRN-RUN
                       PERFORM DETERMINA-POLO-MARCACAO
                       MOVE WS-POLO-F3 TO TRN-POLO
                       PERFORM LANCA-CONSUMO-COM-CHAVE
                   END-IF
                   IF WS-ESCALAO NOT = SPACE
                       PERFORM PROCURA-BENEFICIO-DO-DIA
                       IF WS-BEN-JA-REGISTADO = 'N'
                           PERFORM REGISTA-BENEFICIO-CANTINA
                       END-IF
                   END-IF
                   MOVE 'DEBITADA' TO WS-MAR-ESTADO(I)
                   ADD 1 TO WS-DEBITADAS
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-BENEFICIOS
           CLOSE FICHEIRO-3.

       LANCA-CONSUMO-COM-CHAVE.
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING "ALUNO " WS-MAR-NUMERO(I)
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-DATA-REF TO WS-CHAVE-DATA
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               ADD 1 TO WS-JA-LANCADAS
           ELSE
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
               ADD 1 TO WS-LINHAS-F3
           END-IF.

       CARREGA-BENEFICIOS-DO-DIA.
           MOVE 0 TO WS-TOTAL-BEN-DIA
           MOVE 'N' TO EOF-ASE
           OPEN INPUT FICHEIRO-BENEFICIOS
           IF WS-BENEFICIOS-STATUS = '00' OR
               WS-BENEFICIOS-STATUS = '05'
               PERFORM UNTIL EOF-ASE = 'S'
                   READ FICHEIRO-BENEFICIOS
                       AT END
                           MOVE 'S' TO EOF-ASE
                       NOT AT END
                           IF BEN-DATA IS NUMERIC AND
                               BEN-DATA = WS-DATA-REF AND
                               BEN-ORIGEM = 'CANT' AND
                               WS-TOTAL-BEN-DIA < 300
                               ADD 1 TO WS-TOTAL-BEN-DIA
                               MOVE BEN-NUMERO TO
                                   WS-BEN-DIA-NUMERO(WS-TOTAL-BEN-DIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-BENEFICIOS
           END-IF.

       PROCURA-BENEFICIO-DO-DIA.
           MOVE 'N' TO WS-BEN-JA-REGISTADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-BEN-DIA
               IF WS-BEN-DIA-NUMERO(K) = WS-MAR-NUMERO(I)
                   MOVE 'S' TO WS-BEN-JA-REGISTADO
               END-IF
           END-PERFORM.

       DETERMINA-PRECO-ALUNO.
      * Escalao ASE valido no dia da refeicao (fim a zero = sem
      * fim); o ultimo registo que cobre o dia prevalece
           MOVE SPACE TO WS-ESCALAO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ASE
               IF WS-ASE-NUMERO(K) = WS-MAR-NUMERO(I) AND
                   WS-ASE-DATA-INI(K) <= WS-DATA-REF AND
                   (WS-ASE-DATA-FIM(K) = 0 OR
                    WS-ASE-DATA-FIM(K) >= WS-DATA-REF)
                   MOVE WS-ASE-ESCALAO(K) TO WS-ESCALAO
               END-IF
           END-PERFORM
           EVALUATE WS-ESCALAO
               WHEN 'A'
                   MOVE WS-PRECO-A TO WS-PRECO-ALUNO
               WHEN 'B'
                   MOVE WS-PRECO-B TO WS-PRECO-ALUNO
               WHEN OTHER
                   MOVE SPACE TO WS-ESCALAO
                   MOVE WS-PRECO TO WS-PRECO-ALUNO
           END-EVALUATE.

       REGISTA-BENEFICIO-CANTINA.
           MOVE SPACES TO LINHA-BENEFICIO
           MOVE WS-DATA-REF TO BEN-DATA
           MOVE WS-MAR-NUMERO(I) TO BEN-NUMERO
           MOVE WS-ESCALAO TO BEN-ESCALAO
           MOVE 'CANT' TO BEN-ORIGEM
           MOVE WS-PRECO TO BEN-BASE
           MOVE WS-PRECO-ALUNO TO BEN-COBRADO
           COMPUTE BEN-VALOR = WS-PRECO - WS-PRECO-ALUNO
           WRITE LINHA-BENEFICIO
           ADD 1 TO WS-COM-ASE.

       CARREGA-ASE.
           MOVE 0 TO WS-TOTAL-ASE
           MOVE 'N' TO EOF-ASE
           OPEN INPUT FICHEIRO-ASE
           IF WS-ASE-STATUS = '00' OR WS-ASE-STATUS = '05'
               PERFORM UNTIL EOF-ASE = 'S'
                   READ FICHEIRO-ASE
                       AT END
                           MOVE 'S' TO EOF-ASE
                       NOT AT END
                           IF ASE-NUMERO IS NUMERIC AND
                               ASE-DATA-INI IS NUMERIC AND
                               ASE-DATA-FIM IS NUMERIC AND
                               WS-TOTAL-ASE < 500
                               ADD 1 TO WS-TOTAL-ASE
                               MOVE ASE-NUMERO
                                   TO WS-ASE-NUMERO(WS-TOTAL-ASE)
                               MOVE ASE-ESCALAO
                                   TO WS-ASE-ESCALAO(WS-TOTAL-ASE)
                               MOVE ASE-DATA-INI
                                   TO WS-ASE-DATA-INI(WS-TOTAL-ASE)
                               MOVE ASE-DATA-FIM
                                   TO WS-ASE-DATA-FIM(WS-TOTAL-ASE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ASE
           END-IF.

       DETERMINA-POLO-MARCACAO.
      * Turma do aluno da marcacao, pela tabela carregada de
      * NOTAS.DAT, para o debito sair com o polo certo
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

