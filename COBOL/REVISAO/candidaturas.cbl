      ******************************************************************
      * Author:
      * Date:
      * Purpose: Candidaturas de admissao (candidaturas.txt: aluno,
      *          encarregado, ano de escolaridade e polo pedidos e
      *          criterios de prioridade - irmao ja inscrito pela
      *          ligacao em encarregados.txt, necessidades educativas
      *          especiais, residencia na area e filho de
      *          funcionario - com os pontos das chaves ADM-PONTOS-*
      *          de parametros.txt); ranking por ano e polo contra as
      *          vagas que restam em turmas.txt, e decisao num passo
      *          so: os admitidos entram em NOTAS.DAT com a validacao
      *          da inscricao (termo aberto, turma do mestre com
      *          vaga, numero por usar), os restantes vao para a
      *          lista-espera.txt ou recebem carta de recusa
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDIDATURAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CANDIDATURAS
               ASSIGN TO 'candidaturas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATURAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ESPERA
               ASSIGN TO 'lista-espera.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERA-STATUS.
           SELECT OPTIONAL FICHEIRO-ESPERA-LOG
               ASSIGN TO 'lista-espera-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERA-LOG-STATUS.
           SELECT OPTIONAL FICHEIRO-FECHO
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-RANKING
               ASSIGN TO 'ranking-candidaturas.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-CARTAS
               ASSIGN TO 'cartas-recusa-admissao.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CANDIDATURAS.
       01 LINHA-CANDIDATURA.
         05 CAN-ID           PIC 9(5).
         05 FILLER           PIC X.
         05 CAN-DATA         PIC 9(8).
         05 FILLER           PIC X.
         05 CAN-NOME         PIC X(20).
         05 FILLER           PIC X.
         05 CAN-ENCARREGADO  PIC X(20).
         05 FILLER           PIC X.
         05 CAN-NIVEL        PIC 9(2).
         05 FILLER           PIC X.
         05 CAN-POLO         PIC X(2).
         05 FILLER           PIC X.
         05 CAN-IRMAO        PIC X.
         05 CAN-NEE          PIC X.
         05 CAN-RESIDENCIA   PIC X.
         05 CAN-FUNCIONARIO  PIC X.
         05 FILLER           PIC X.
         05 CAN-PONTOS       PIC 9(3).
         05 FILLER           PIC X.
         05 CAN-ESTADO       PIC X(8).
         05 FILLER           PIC X.
         05 CAN-NUMERO       PIC 9(5).
         05 FILLER           PIC X.
         05 CAN-TURMA        PIC X(6).
         05 FILLER           PIC X.
         05 CAN-DATA-DECISAO PIC 9(8).
         05 FILLER           PIC X.
         05 CAN-OPERADOR     PIC X(8).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
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
       FD FICHEIRO-ESPERA.
       01 LINHA-ESPERA.
         05 ESP-TURMA   PIC X(6).
         05 FILLER      PIC X.
         05 ESP-POSICAO PIC 9(3).
         05 FILLER      PIC X.
         05 ESP-NUMERO  PIC 9(5).
         05 FILLER      PIC X.
         05 ESP-NOME    PIC X(20).
         05 FILLER      PIC X.
         05 ESP-DATA    PIC 9(8).
         05 ESP-HORA    PIC 9(6).
       FD FICHEIRO-ESPERA-LOG.
       01 LINHA-ESPERA-LOG PIC X(120).
       FD FICHEIRO-FECHO.
       01 LINHA-FECHO.
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-RANKING.
       01 LINHA-RANKING PIC X(80).
       FD FICHEIRO-CARTAS.
       01 LINHA-CARTA PIC X(80).

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
       01 WS-CANDIDATURAS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-ESPERA-STATUS PIC XX.
       01 WS-ESPERA-LOG-STATUS PIC XX.
       01 WS-FECHO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-CANDIDATURAS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-ESPERA PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NOME PIC X(20).
       01 WS-ENCARREGADO PIC X(20).
       01 WS-NIVEL-TEXTO PIC X(2).
       01 WS-NIVEL PIC 9(2).
       01 WS-POLO PIC X(2).
       01 WS-RESPOSTA PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-DECISAO PIC X.
       01 WS-ESTADO-FILTRO PIC X(8).
       01 WS-IRMAO PIC X.
       01 WS-PONTOS PIC 9(3).
       01 WS-CRITERIOS PIC X(4).
       01 WS-TERMO-FECHADO PIC X.
       01 WS-TERMO-ATUAL PIC X(10).
       01 WS-PROXIMO-ID PIC 9(5).
       01 WS-PROXIMO-NUMERO PIC 9(5).
       01 WS-VAGAS PIC 9(3).
       01 WS-VAGAS-TURMA PIC S9(4).
       01 WS-TURMAS-GRUPO PIC 9(2).
       01 WS-TURMA-ESCOLHIDA PIC 9(2).
       01 WS-MAIS-VAGAS PIC S9(4).
       01 WS-TURMA-ESPERA PIC X(6).
       01 WS-ESPERA-POSICAO PIC 9(3).
       01 WS-ADMITIDOS PIC 9(3).
       01 WS-EM-ESPERA PIC 9(3).
       01 WS-RECUSADOS PIC 9(3).
       01 WS-CARTAS PIC 9(3).
       01 WS-NA-LISTA PIC 9(3).
       01 WS-GRAVADO PIC X.
       01 WS-SPOOL-FICHEIRO PIC X(30).
       01 WS-SPOOL-TITULO PIC X(20).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 G PIC 9(3).
      * Pontos de cada criterio, pela ordem: irmao inscrito, NEE,
      * residencia na area e filho de funcionario
       01 WS-PARAMETROS-ADMISSAO.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-IRMAO    00040 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-NEE      00030 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-RESID    00020 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-FUNC     00010 '.
       01 FILLER REDEFINES WS-PARAMETROS-ADMISSAO.
         05 WS-APA OCCURS 4 TIMES.
           10 WS-APA-CHAVE PIC X(20).
           10 WS-APA-VALOR PIC 9(5).
           10 FILLER       PIC X.
       01 WS-TOTAL-CAN PIC 9(3) VALUE 0.
       01 WS-CAN-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CANDIDATURAS.
         05 WS-CAN-LINHA PIC X(111) OCCURS 300 TIMES.
       01 WS-TOTAL-ORD PIC 9(3) VALUE 0.
       01 WS-TABELA-ORDEM.
         05 WS-ORD OCCURS 300 TIMES.
           10 WS-ORD-CHAVE.
             15 WS-ORD-INV-PONTOS PIC 9(3).
             15 WS-ORD-DATA       PIC 9(8).
             15 WS-ORD-ID         PIC 9(5).
           10 WS-ORD-IDX          PIC 9(3).
       01 WS-ORD-TEMP PIC X(19).
       01 WS-TOTAL-GRUPOS PIC 9(3) VALUE 0.
       01 WS-TABELA-GRUPOS.
         05 WS-GRP OCCURS 100 TIMES.
           10 WS-GRP-NIVEL PIC 9(2).
           10 WS-GRP-POLO  PIC X(2).
       01 WS-TOTAL-TURMAS PIC 9(2) VALUE 0.
       01 WS-TABELA-TURMAS.
         05 WS-TUR OCCURS 20 TIMES.
           10 WS-TUR-CODIGO     PIC X(6).
           10 WS-TUR-CAPACIDADE PIC 9(3).
           10 WS-TUR-POLO       PIC X(2).
           10 WS-TUR-NIVEL      PIC 9(2).
           10 WS-TUR-INSCRITOS  PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "CANDIDATURAS DE ADMISSAO (candidaturas.txt)"
               DISPLAY "1 - REGISTAR CANDIDATURA"
               DISPLAY "2 - LISTAR CANDIDATURAS"
               DISPLAY "3 - RANKING POR ANO E POLO"
               DISPLAY "4 - DECIDIR CANDIDATURAS DE UM ANO E POLO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM REGISTAR-CANDIDATURA
                   WHEN 2
                       PERFORM LISTAR-CANDIDATURAS
                   WHEN 3
                       PERFORM RANKING-CANDIDATURAS
                   WHEN 4
                       PERFORM DECIDIR-CANDIDATURAS
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

       CARREGA-PARAMETROS-ADMISSAO.
      * Uma so leitura de parametros.txt para as chaves ADM-PONTOS-
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > 4
                               IF PAR-CHAVE = WS-APA-CHAVE(K) AND
                                   PAR-VALOR IS NUMERIC
                                   MOVE PAR-VALOR
                                       TO WS-APA-VALOR(K)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF.

       CARREGA-CANDIDATURAS.
           MOVE 0 TO WS-TOTAL-CAN
           MOVE 0 TO WS-PROXIMO-ID
           MOVE 'N' TO WS-CAN-CHEIA
           MOVE 'N' TO EOF-CANDIDATURAS
           OPEN INPUT FICHEIRO-CANDIDATURAS
           IF WS-CANDIDATURAS-STATUS = '00' OR
               WS-CANDIDATURAS-STATUS = '05'
               PERFORM UNTIL EOF-CANDIDATURAS = 'S'
                   READ FICHEIRO-CANDIDATURAS
                       AT END
                           MOVE 'S' TO EOF-CANDIDATURAS
                       NOT AT END
                           IF CAN-ID IS NUMERIC
                               IF WS-TOTAL-CAN < 300
                                   ADD 1 TO WS-TOTAL-CAN
                                   MOVE LINHA-CANDIDATURA
                                       TO WS-CAN-LINHA(WS-TOTAL-CAN)
                               ELSE
                                   MOVE 'S' TO WS-CAN-CHEIA
                               END-IF
                               IF CAN-ID > WS-PROXIMO-ID
                                   MOVE CAN-ID TO WS-PROXIMO-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CANDIDATURAS
           END-IF
           ADD 1 TO WS-PROXIMO-ID
           IF WS-CAN-CHEIA = 'S'
               DISPLAY "AVISO: candidaturas.txt excede a tabela de"
                   " 300 registos; leitura parcial e regravacao"
                   " bloqueada"
           END-IF.

       GRAVA-CANDIDATURAS.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima: os registos a mais iam-se embora
           IF WS-CAN-CHEIA = 'S'
               DISPLAY "candidaturas.txt nao regravado: a"
                   " alteracao nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-CANDIDATURAS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAN
                   MOVE WS-CAN-LINHA(I) TO LINHA-CANDIDATURA
                   WRITE LINHA-CANDIDATURA
               END-PERFORM
               CLOSE FICHEIRO-CANDIDATURAS
           END-IF.

       PEDE-NIVEL-POLO.
           DISPLAY "ANO DE ESCOLARIDADE PEDIDO (1 a 12): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NIVEL-TEXTO
           ACCEPT WS-NIVEL-TEXTO
           IF WS-NIVEL-TEXTO = SPACES
               MOVE 0 TO WS-NIVEL
           ELSE
               COMPUTE WS-NIVEL = FUNCTION NUMVAL(WS-NIVEL-TEXTO)
           END-IF
           DISPLAY "POLO PEDIDO (ex: P1): " WITH NO ADVANCING
           MOVE SPACES TO WS-POLO
           ACCEPT WS-POLO
           MOVE FUNCTION UPPER-CASE(WS-POLO) TO WS-POLO.

       PEDE-CRITERIO.
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               MOVE 'N' TO WS-RESPOSTA
           END-IF.

       REGISTAR-CANDIDATURA.
           PERFORM CARREGA-CANDIDATURAS
           DISPLAY "NOME DO CANDIDATO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY "Nome obrigatorio, nada registado"
           ELSE
               DISPLAY "ENCARREGADO (nome do membro em ficheiro0.txt): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ENCARREGADO
               ACCEPT WS-ENCARREGADO
               PERFORM PEDE-NIVEL-POLO
               IF WS-NIVEL < 1 OR WS-NIVEL > 12
                   DISPLAY "Ano de escolaridade invalido, nada"
                       " registado"
               ELSE
                   PERFORM PREENCHE-CANDIDATURA
               END-IF
           END-IF.

       PREENCHE-CANDIDATURA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE SPACES TO LINHA-CANDIDATURA
           MOVE WS-PROXIMO-ID TO CAN-ID
           MOVE WS-DATA TO CAN-DATA
           MOVE WS-NOME TO CAN-NOME
           MOVE WS-ENCARREGADO TO CAN-ENCARREGADO
           MOVE WS-NIVEL TO CAN-NIVEL
           MOVE WS-POLO TO CAN-POLO
           DISPLAY "NECESSIDADES EDUCATIVAS ESPECIAIS? (S/N): "
               WITH NO ADVANCING
           PERFORM PEDE-CRITERIO
           MOVE WS-RESPOSTA TO CAN-NEE
           DISPLAY "RESIDE NA AREA DA ESCOLA? (S/N): "
               WITH NO ADVANCING
           PERFORM PEDE-CRITERIO
           MOVE WS-RESPOSTA TO CAN-RESIDENCIA
           DISPLAY "FILHO DE FUNCIONARIO? (S/N): " WITH NO ADVANCING
           PERFORM PEDE-CRITERIO
           MOVE WS-RESPOSTA TO CAN-FUNCIONARIO
      * O irmao ja inscrito nao se pergunta: sai da ligacao do
      * encarregado a outro aluno de NOTAS.DAT em encarregados.txt
           PERFORM VERIFICA-IRMAO
           MOVE WS-IRMAO TO CAN-IRMAO
           IF WS-IRMAO = 'S'
               DISPLAY "Irmao ja inscrito pelo encarregado "
                   WS-ENCARREGADO
           END-IF
           PERFORM CARREGA-PARAMETROS-ADMISSAO
           PERFORM CALCULA-PONTOS
           MOVE WS-PONTOS TO CAN-PONTOS
           MOVE 'PENDENTE' TO CAN-ESTADO
           MOVE 0 TO CAN-NUMERO
           MOVE 0 TO CAN-DATA-DECISAO
           OPEN EXTEND FICHEIRO-CANDIDATURAS
           WRITE LINHA-CANDIDATURA
           CLOSE FICHEIRO-CANDIDATURAS
           DISPLAY "Candidatura " CAN-ID " registada com "
               CAN-PONTOS " pontos".

       VERIFICA-IRMAO.
      * Usa LINHA-CANDIDATURA (CAN-ENCARREGADO e CAN-ID) ja carregada
           MOVE 'N' TO WS-IRMAO
           IF CAN-ENCARREGADO NOT = SPACES
               OPEN INPUT FICHEIRO-NOTAS
               IF WS-NOTAS-STATUS = '00'
                   MOVE 'N' TO EOF-ENCARREGADOS
                   OPEN INPUT FICHEIRO-ENCARREGADOS
                   IF WS-ENCARREGADOS-STATUS = '00'
                       PERFORM UNTIL EOF-ENCARREGADOS = 'S'
                           READ FICHEIRO-ENCARREGADOS
                               AT END
                                   MOVE 'S' TO EOF-ENCARREGADOS
                               NOT AT END
                                   PERFORM VERIFICA-LIGACAO-IRMAO
                           END-READ
                       END-PERFORM
                       CLOSE FICHEIRO-ENCARREGADOS
                   ELSE
                       IF WS-ENCARREGADOS-STATUS = '05'
                           CLOSE FICHEIRO-ENCARREGADOS
                       END-IF
                   END-IF
                   CLOSE FICHEIRO-NOTAS
               END-IF
           END-IF.

       VERIFICA-LIGACAO-IRMAO.
      * O proprio candidato, depois de admitido, tambem fica ligado
      * ao encarregado: esse registo nao conta como irmao
           IF ENC-MEMBRO = CAN-ENCARREGADO AND
               ENC-NUMERO IS NUMERIC AND
               NOT (CAN-NUMERO IS NUMERIC AND
                    ENC-NUMERO = CAN-NUMERO)
               MOVE ENC-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-IRMAO
                       MOVE 'S' TO EOF-ENCARREGADOS
               END-READ
           END-IF.

       CALCULA-PONTOS.
           MOVE 0 TO WS-PONTOS
           MOVE '----' TO WS-CRITERIOS
           IF CAN-IRMAO = 'S'
               ADD WS-APA-VALOR(1) TO WS-PONTOS
               MOVE 'I' TO WS-CRITERIOS(1:1)
           END-IF
           IF CAN-NEE = 'S'
               ADD WS-APA-VALOR(2) TO WS-PONTOS
               MOVE 'N' TO WS-CRITERIOS(2:1)
           END-IF
           IF CAN-RESIDENCIA = 'S'
               ADD WS-APA-VALOR(3) TO WS-PONTOS
               MOVE 'R' TO WS-CRITERIOS(3:1)
           END-IF
           IF CAN-FUNCIONARIO = 'S'
               ADD WS-APA-VALOR(4) TO WS-PONTOS
               MOVE 'F' TO WS-CRITERIOS(4:1)
           END-IF.

       LISTAR-CANDIDATURAS.
           PERFORM CARREGA-CANDIDATURAS
           DISPLAY "ESTADO (PENDENTE/ADMITIDA/ESPERA/RECUSADA,"
               " ENTER = todos): " WITH NO ADVANCING
           MOVE SPACES TO WS-ESTADO-FILTRO
           ACCEPT WS-ESTADO-FILTRO
           MOVE FUNCTION UPPER-CASE(WS-ESTADO-FILTRO)
               TO WS-ESTADO-FILTRO
           MOVE 0 TO WS-NA-LISTA
           DISPLAY "ID    DATA     NOME                 ANO POLO"
               " CRIT PTS ESTADO   ALUNO TURMA"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAN
               MOVE WS-CAN-LINHA(I) TO LINHA-CANDIDATURA
               IF WS-ESTADO-FILTRO = SPACES OR
                   CAN-ESTADO = WS-ESTADO-FILTRO
                   ADD 1 TO WS-NA-LISTA
                   PERFORM CALCULA-PONTOS
                   DISPLAY CAN-ID " " CAN-DATA " " CAN-NOME " "
                       CAN-NIVEL "  " CAN-POLO "   " WS-CRITERIOS " "
                       CAN-PONTOS " " CAN-ESTADO " " CAN-NUMERO
                       " " CAN-TURMA
               END-IF
           END-PERFORM
           IF WS-NA-LISTA = 0
               DISPLAY "Nenhuma candidatura"
           END-IF.

       CARREGA-TURMAS.
      * Vagas por turma: capacidade do mestre menos os inscritos em
      * NOTAS.DAT; capacidade 0 quer dizer turma sem limite
           MOVE 0 TO WS-TOTAL-TURMAS
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO NOT = SPACES AND
                               WS-TOTAL-TURMAS < 20
                               ADD 1 TO WS-TOTAL-TURMAS
                               PERFORM GUARDA-TURMA-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-TOTAL-TURMAS
                               IF WS-TUR-CODIGO(K) = REC-TURMA
                                   ADD 1 TO WS-TUR-INSCRITOS(K)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
           END-IF.

       GUARDA-TURMA-LIDA.
           MOVE TUR-CODIGO TO WS-TUR-CODIGO(WS-TOTAL-TURMAS)
           MOVE TUR-POLO TO WS-TUR-POLO(WS-TOTAL-TURMAS)
           MOVE 0 TO WS-TUR-INSCRITOS(WS-TOTAL-TURMAS)
           IF TUR-CAPACIDADE IS NUMERIC
               MOVE TUR-CAPACIDADE
                   TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
           ELSE
               MOVE 0 TO WS-TUR-CAPACIDADE(WS-TOTAL-TURMAS)
           END-IF
           IF TUR-NIVEL IS NUMERIC
               MOVE TUR-NIVEL TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           ELSE
               MOVE 0 TO WS-TUR-NIVEL(WS-TOTAL-TURMAS)
           END-IF.

       CALCULA-VAGAS-GRUPO.
      * Soma as vagas das turmas do ano e polo pedidos (WS-NIVEL e
      * WS-POLO); uma turma sem limite conta como 999 vagas
           MOVE 0 TO WS-VAGAS
           MOVE 0 TO WS-TURMAS-GRUPO
           MOVE SPACES TO WS-TURMA-ESPERA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-TURMAS
               IF WS-TUR-NIVEL(K) = WS-NIVEL AND
                   WS-TUR-POLO(K) = WS-POLO
                   ADD 1 TO WS-TURMAS-GRUPO
                   IF WS-TURMA-ESPERA = SPACES
                       MOVE WS-TUR-CODIGO(K) TO WS-TURMA-ESPERA
                   END-IF
                   IF WS-TUR-CAPACIDADE(K) = 0
                       MOVE 999 TO WS-VAGAS
                   ELSE
                       COMPUTE WS-VAGAS-TURMA =
                           WS-TUR-CAPACIDADE(K) - WS-TUR-INSCRITOS(K)
                       IF WS-VAGAS-TURMA > 0 AND WS-VAGAS < 999
                           COMPUTE WS-VAGAS = FUNCTION MIN(999,
                               WS-VAGAS + WS-VAGAS-TURMA)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ORDENA-GRUPO.
      * Pendentes do ano e polo pedidos, por pontos decrescentes e,
      * no empate, pela data e numero da candidatura (quem chegou
      * primeiro); os pontos sao recalculados com a tabela atual e
      * o irmao inscrito e reverificado
           MOVE 0 TO WS-TOTAL-ORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAN
               MOVE WS-CAN-LINHA(I) TO LINHA-CANDIDATURA
               IF CAN-ESTADO = 'PENDENTE' AND
                   CAN-NIVEL = WS-NIVEL AND CAN-POLO = WS-POLO
                   PERFORM VERIFICA-IRMAO
                   MOVE WS-IRMAO TO CAN-IRMAO
                   PERFORM CALCULA-PONTOS
                   MOVE WS-PONTOS TO CAN-PONTOS
                   MOVE LINHA-CANDIDATURA TO WS-CAN-LINHA(I)
                   ADD 1 TO WS-TOTAL-ORD
                   COMPUTE WS-ORD-INV-PONTOS(WS-TOTAL-ORD) =
                       999 - WS-PONTOS
                   MOVE CAN-DATA TO WS-ORD-DATA(WS-TOTAL-ORD)
                   MOVE CAN-ID TO WS-ORD-ID(WS-TOTAL-ORD)
                   MOVE I TO WS-ORD-IDX(WS-TOTAL-ORD)
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-TOTAL-ORD
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-TOTAL-ORD - I
                   IF WS-ORD-CHAVE(J) > WS-ORD-CHAVE(J + 1)
                       MOVE WS-ORD(J) TO WS-ORD-TEMP
                       MOVE WS-ORD(J + 1) TO WS-ORD(J)
                       MOVE WS-ORD-TEMP TO WS-ORD(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RANKING-CANDIDATURAS.
      * Um bloco por cada ano e polo com candidaturas pendentes
           PERFORM CARREGA-CANDIDATURAS
           PERFORM CARREGA-PARAMETROS-ADMISSAO
           PERFORM CARREGA-TURMAS
           MOVE 0 TO WS-TOTAL-GRUPOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAN
               MOVE WS-CAN-LINHA(I) TO LINHA-CANDIDATURA
               IF CAN-ESTADO = 'PENDENTE'
                   MOVE 0 TO J
                   PERFORM VARYING G FROM 1 BY 1
                       UNTIL G > WS-TOTAL-GRUPOS
                       IF WS-GRP-NIVEL(G) = CAN-NIVEL AND
                           WS-GRP-POLO(G) = CAN-POLO
                           MOVE G TO J
                       END-IF
                   END-PERFORM
                   IF J = 0 AND WS-TOTAL-GRUPOS < 100
                       ADD 1 TO WS-TOTAL-GRUPOS
                       MOVE CAN-NIVEL TO WS-GRP-NIVEL(WS-TOTAL-GRUPOS)
                       MOVE CAN-POLO TO WS-GRP-POLO(WS-TOTAL-GRUPOS)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOTAL-GRUPOS = 0
               DISPLAY "Nenhuma candidatura pendente"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               OPEN OUTPUT FICHEIRO-RANKING
               MOVE SPACES TO LINHA-RANKING
               STRING "RANKING DAS CANDIDATURAS EM " WS-DATA
                   DELIMITED BY SIZE INTO LINHA-RANKING
               WRITE LINHA-RANKING
               MOVE SPACES TO LINHA-RANKING
               STRING "PONTOS: IRMAO " WS-APA-VALOR(1)
                   " NEE " WS-APA-VALOR(2)
                   " RESIDENCIA " WS-APA-VALOR(3)
                   " FUNCIONARIO " WS-APA-VALOR(4)
                   DELIMITED BY SIZE INTO LINHA-RANKING
               WRITE LINHA-RANKING
               PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-TOTAL-GRUPOS
                   MOVE WS-GRP-NIVEL(G) TO WS-NIVEL
                   MOVE WS-GRP-POLO(G) TO WS-POLO
                   PERFORM ESCREVE-RANKING-GRUPO
               END-PERFORM
               CLOSE FICHEIRO-RANKING
               PERFORM GRAVA-CANDIDATURAS
               MOVE 'ranking-candidaturas.txt' TO WS-SPOOL-FICHEIRO
               MOVE 'RANKING CANDIDATURAS' TO WS-SPOOL-TITULO
               PERFORM REGISTA-SPOOL
               DISPLAY WS-TOTAL-GRUPOS " ano(s)/polo(s) em"
                   " ranking-candidaturas.txt"
           END-IF.

       ESCREVE-RANKING-GRUPO.
           PERFORM ORDENA-GRUPO
           PERFORM CALCULA-VAGAS-GRUPO
           MOVE SPACES TO LINHA-RANKING
           WRITE LINHA-RANKING
           MOVE SPACES TO LINHA-RANKING
           STRING WS-NIVEL ". ANO POLO " WS-POLO ": " WS-TOTAL-ORD
               " CANDIDATURA(S), " WS-VAGAS " VAGA(S) EM "
               WS-TURMAS-GRUPO " TURMA(S)"
               DELIMITED BY SIZE INTO LINHA-RANKING
           WRITE LINHA-RANKING
           MOVE "POS ID    NOME                 CRIT PTS SITUACAO"
               TO LINHA-RANKING
           WRITE LINHA-RANKING
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ORD
               MOVE WS-CAN-LINHA(WS-ORD-IDX(J)) TO LINHA-CANDIDATURA
               PERFORM CALCULA-PONTOS
               MOVE SPACES TO LINHA-RANKING
               IF J <= WS-VAGAS
                   STRING J " " CAN-ID " " CAN-NOME " "
                       WS-CRITERIOS " " CAN-PONTOS
                       " DENTRO DAS VAGAS"
                       DELIMITED BY SIZE INTO LINHA-RANKING
               ELSE
                   STRING J " " CAN-ID " " CAN-NOME " "
                       WS-CRITERIOS " " CAN-PONTOS
                       " FORA DAS VAGAS"
                       DELIMITED BY SIZE INTO LINHA-RANKING
               END-IF
               WRITE LINHA-RANKING
           END-PERFORM.

       VERIFICA-TERMO-FECHADO.
      * Com o termo fechado a inscricao esta bloqueada, como no
      * INSCREVER-ALUNO; reabre-se no fecho de pauta
           MOVE 'N' TO WS-TERMO-FECHADO
           MOVE SPACES TO WS-TERMO-ATUAL
           OPEN INPUT FICHEIRO-FECHO
           IF WS-FECHO-STATUS = '00'
               OR WS-FECHO-STATUS = '05'
               READ FICHEIRO-FECHO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FEC-TERMO NOT = SPACES
                           MOVE 'S' TO WS-TERMO-FECHADO
                           MOVE FEC-TERMO TO WS-TERMO-ATUAL
                       END-IF
               END-READ
               CLOSE FICHEIRO-FECHO
           END-IF
           IF WS-TERMO-FECHADO = 'S'
               DISPLAY "O termo " WS-TERMO-ATUAL " esta fechado;"
                   " as inscricoes so se fazem depois de reaberto"
                   " no fecho de pauta"
           END-IF.

       CALCULA-PROXIMO-NUMERO.
      * Numero de aluno novo: acima do maior de NOTAS.DAT, da fila de
      * espera e das candidaturas ja decididas, para um numero
      * reservado na fila nao ser dado a outro aluno
           MOVE 0 TO WS-PROXIMO-NUMERO
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           IF REC-NUMERO > WS-PROXIMO-NUMERO
                               MOVE REC-NUMERO TO WS-PROXIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
           END-IF
           MOVE 'N' TO EOF-ESPERA
           OPEN INPUT FICHEIRO-ESPERA
           IF WS-ESPERA-STATUS = '00' OR WS-ESPERA-STATUS = '05'
               PERFORM UNTIL EOF-ESPERA = 'S'
                   READ FICHEIRO-ESPERA
                       AT END
                           MOVE 'S' TO EOF-ESPERA
                       NOT AT END
                           IF ESP-NUMERO IS NUMERIC AND
                               ESP-NUMERO > WS-PROXIMO-NUMERO
                               MOVE ESP-NUMERO TO WS-PROXIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ESPERA
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CAN
               MOVE WS-CAN-LINHA(I) TO LINHA-CANDIDATURA
               IF CAN-NUMERO IS NUMERIC AND
                   CAN-NUMERO > WS-PROXIMO-NUMERO
                   MOVE CAN-NUMERO TO WS-PROXIMO-NUMERO
               END-IF
           END-PERFORM
           ADD 1 TO WS-PROXIMO-NUMERO.

       DECIDIR-CANDIDATURAS.
           PERFORM VERIFICA-TERMO-FECHADO
           IF WS-TERMO-FECHADO = 'N'
               PERFORM CARREGA-CANDIDATURAS
               IF WS-CAN-CHEIA = 'S'
                   DISPLAY "Nada decidido"
               ELSE
                   PERFORM PEDE-NIVEL-POLO
                   PERFORM DECIDIR-GRUPO
               END-IF
           END-IF.

       DECIDIR-GRUPO.
           PERFORM CARREGA-PARAMETROS-ADMISSAO
           PERFORM CARREGA-TURMAS
           PERFORM ORDENA-GRUPO
           PERFORM CALCULA-VAGAS-GRUPO
           IF WS-TOTAL-ORD = 0
               DISPLAY "Nenhuma candidatura pendente para o "
                   WS-NIVEL ". ano no polo " WS-POLO
           ELSE
               DISPLAY WS-TOTAL-ORD " candidatura(s) pendente(s), "
                   WS-VAGAS " vaga(s) em " WS-TURMAS-GRUPO
                   " turma(s)"
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ORD
                   MOVE WS-CAN-LINHA(WS-ORD-IDX(J))
                       TO LINHA-CANDIDATURA
                   DISPLAY J " " CAN-ID " " CAN-NOME " "
                       CAN-PONTOS " pontos"
               END-PERFORM
               DISPLAY "Admitir por esta ordem ate esgotar as vagas"
                   " e decidir os restantes? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   PERFORM APLICA-DECISOES
               ELSE
                   DISPLAY "Nada decidido"
               END-IF
           END-IF.

       APLICA-DECISOES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CALCULA-PROXIMO-NUMERO
           MOVE 0 TO WS-ADMITIDOS
           MOVE 0 TO WS-EM-ESPERA
           MOVE 0 TO WS-RECUSADOS
           MOVE 0 TO WS-CARTAS
           OPEN OUTPUT FICHEIRO-CARTAS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ORD
               MOVE WS-CAN-LINHA(WS-ORD-IDX(J)) TO LINHA-CANDIDATURA
               PERFORM ESCOLHE-TURMA-COM-VAGA
               IF WS-TURMA-ESCOLHIDA > 0
                   PERFORM ADMITE-CANDIDATO
               ELSE
                   PERFORM DECIDE-RESTANTE
               END-IF
               MOVE LINHA-CANDIDATURA TO WS-CAN-LINHA(WS-ORD-IDX(J))
           END-PERFORM
           CLOSE FICHEIRO-CARTAS
           PERFORM GRAVA-CANDIDATURAS
           IF WS-CARTAS > 0
               MOVE 'cartas-recusa-admissao.txt'
                   TO WS-SPOOL-FICHEIRO
               MOVE 'CARTAS RECUSA ADMIS.' TO WS-SPOOL-TITULO
               PERFORM REGISTA-SPOOL
           END-IF
           DISPLAY "Admitidos " WS-ADMITIDOS ", em lista de espera "
               WS-EM-ESPERA ", recusados " WS-RECUSADOS
           IF WS-CARTAS > 0
               DISPLAY WS-CARTAS " carta(s) em"
                   " cartas-recusa-admissao.txt"
           END-IF.

       ESCOLHE-TURMA-COM-VAGA.
      * A turma do ano e polo com mais vagas livres; as sem limite
      * ganham sempre
           MOVE 0 TO WS-TURMA-ESCOLHIDA
           MOVE 0 TO WS-MAIS-VAGAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-TURMAS
               IF WS-TUR-NIVEL(K) = WS-NIVEL AND
                   WS-TUR-POLO(K) = WS-POLO
                   IF WS-TUR-CAPACIDADE(K) = 0
                       MOVE 999 TO WS-VAGAS-TURMA
                   ELSE
                       COMPUTE WS-VAGAS-TURMA =
                           WS-TUR-CAPACIDADE(K) - WS-TUR-INSCRITOS(K)
                   END-IF
                   IF WS-VAGAS-TURMA > WS-MAIS-VAGAS
                       MOVE WS-VAGAS-TURMA TO WS-MAIS-VAGAS
                       MOVE K TO WS-TURMA-ESCOLHIDA
                   END-IF
               END-IF
           END-PERFORM.

       ADMITE-CANDIDATO.
      * Inscricao com as componentes a zero e os pesos habituais,
      * como a inscricao a partir da lista de espera
           MOVE 'N' TO WS-GRAVADO
           OPEN I-O FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '35'
               OPEN OUTPUT FICHEIRO-NOTAS
           END-IF
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "Erro ao abrir NOTAS.DAT (status "
                   WS-NOTAS-STATUS "); candidatura " CAN-ID
                   " fica pendente"
           ELSE
               MOVE WS-PROXIMO-NUMERO TO REC-NUMERO
               MOVE CAN-NOME TO REC-NOME
               MOVE WS-TUR-CODIGO(WS-TURMA-ESCOLHIDA) TO REC-TURMA
               MOVE 0 TO REC-NOTA
               MOVE 0 TO REC-NOTA-TESTE
               MOVE 0 TO REC-NOTA-PRATICA
               MOVE 0 TO REC-NOTA-TRAB
               MOVE 40 TO REC-PESO-TESTE
               MOVE 40 TO REC-PESO-PRATICA
               MOVE 20 TO REC-PESO-TRAB
               WRITE NOTAS-REC
                   INVALID KEY
                       DISPLAY "Ja existe o aluno " REC-NUMERO
                           "; candidatura " CAN-ID " fica pendente"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-GRAVADO
               END-WRITE
               CLOSE FICHEIRO-NOTAS
           END-IF
           IF WS-GRAVADO = 'S'
               ADD 1 TO WS-TUR-INSCRITOS(WS-TURMA-ESCOLHIDA)
               ADD 1 TO WS-ADMITIDOS
               MOVE 'ADMITIDA' TO CAN-ESTADO
               MOVE WS-PROXIMO-NUMERO TO CAN-NUMERO
               MOVE WS-TUR-CODIGO(WS-TURMA-ESCOLHIDA) TO CAN-TURMA
               MOVE WS-DATA TO CAN-DATA-DECISAO
               MOVE WS-OPERADOR TO CAN-OPERADOR
               ADD 1 TO WS-PROXIMO-NUMERO
               PERFORM LIGA-ENCARREGADO
               DISPLAY "Candidatura " CAN-ID " admitida: aluno "
                   CAN-NUMERO " na turma " CAN-TURMA
           END-IF.

       LIGA-ENCARREGADO.
      * O encarregado da candidatura fica ligado ao aluno novo
           IF CAN-ENCARREGADO NOT = SPACES
               OPEN EXTEND FICHEIRO-ENCARREGADOS
               MOVE SPACES TO LINHA-ENCARREGADO
               MOVE CAN-NUMERO TO ENC-NUMERO
               MOVE CAN-ENCARREGADO TO ENC-MEMBRO
               MOVE 'ENC.EDUC.' TO ENC-PARENTESCO
               WRITE LINHA-ENCARREGADO
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       DECIDE-RESTANTE.
           DISPLAY "Sem vaga para " CAN-ID " " CAN-NOME " ("
               CAN-PONTOS " pontos)"
           IF WS-TURMA-ESPERA = SPACES
               DISPLAY "R = carta de recusa, ENTER = fica pendente: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "E = lista de espera de " WS-TURMA-ESPERA
                   ", R = carta de recusa, ENTER = fica pendente: "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           EVALUATE TRUE
               WHEN WS-DECISAO = 'E' AND WS-TURMA-ESPERA NOT = SPACES
                   PERFORM POE-EM-LISTA-ESPERA
               WHEN WS-DECISAO = 'R'
                   PERFORM RECUSA-CANDIDATO
               WHEN OTHER
                   DISPLAY "Candidatura " CAN-ID " fica pendente"
           END-EVALUATE.

       POE-EM-LISTA-ESPERA.
      * Entra na fila da primeira turma do ano e polo com carimbo de
      * data, a seguir ao ultimo, e com o numero de aluno ja
      * reservado para a inscricao quando abrir a vaga
           MOVE 0 TO WS-ESPERA-POSICAO
           MOVE 'N' TO EOF-ESPERA
           OPEN INPUT FICHEIRO-ESPERA
           IF WS-ESPERA-STATUS = '00' OR WS-ESPERA-STATUS = '05'
               PERFORM UNTIL EOF-ESPERA = 'S'
                   READ FICHEIRO-ESPERA
                       AT END
                           MOVE 'S' TO EOF-ESPERA
                       NOT AT END
                           IF ESP-TURMA = WS-TURMA-ESPERA AND
                               ESP-POSICAO IS NUMERIC AND
                               ESP-POSICAO > WS-ESPERA-POSICAO
                               MOVE ESP-POSICAO
                                   TO WS-ESPERA-POSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ESPERA
           END-IF
           ADD 1 TO WS-ESPERA-POSICAO
           OPEN EXTEND FICHEIRO-ESPERA
           MOVE SPACES TO LINHA-ESPERA
           MOVE WS-TURMA-ESPERA TO ESP-TURMA
           MOVE WS-ESPERA-POSICAO TO ESP-POSICAO
           MOVE WS-PROXIMO-NUMERO TO ESP-NUMERO
           MOVE CAN-NOME TO ESP-NOME
           MOVE WS-DATA TO ESP-DATA
           MOVE WS-HORA TO ESP-HORA
           WRITE LINHA-ESPERA
           CLOSE FICHEIRO-ESPERA
           OPEN EXTEND FICHEIRO-ESPERA-LOG
           MOVE SPACES TO LINHA-ESPERA-LOG
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " ENTRA " WS-TURMA-ESPERA " " WS-PROXIMO-NUMERO
               " posicao " WS-ESPERA-POSICAO
               " candidatura " CAN-ID
               DELIMITED BY SIZE INTO LINHA-ESPERA-LOG
           WRITE LINHA-ESPERA-LOG
           CLOSE FICHEIRO-ESPERA-LOG
           MOVE 'ESPERA' TO CAN-ESTADO
           MOVE WS-PROXIMO-NUMERO TO CAN-NUMERO
           MOVE WS-TURMA-ESPERA TO CAN-TURMA
           MOVE WS-DATA TO CAN-DATA-DECISAO
           MOVE WS-OPERADOR TO CAN-OPERADOR
           ADD 1 TO WS-PROXIMO-NUMERO
           ADD 1 TO WS-EM-ESPERA
           DISPLAY "Candidatura " CAN-ID " na posicao "
               WS-ESPERA-POSICAO " da fila de " WS-TURMA-ESPERA.

       RECUSA-CANDIDATO.
           MOVE 'RECUSADA' TO CAN-ESTADO
           MOVE WS-DATA TO CAN-DATA-DECISAO
           MOVE WS-OPERADOR TO CAN-OPERADOR
           ADD 1 TO WS-RECUSADOS
           PERFORM ESCREVE-CARTA-RECUSA
           ADD 1 TO WS-CARTAS.

       ESCREVE-CARTA-RECUSA.
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           IF CAN-ENCARREGADO = SPACES
               MOVE "EXMO(A). ENCARREGADO(A) DE EDUCACAO"
                   TO LINHA-CARTA
           ELSE
               STRING "EXMO(A). ENCARREGADO(A) DE EDUCACAO "
                   CAN-ENCARREGADO
                   DELIMITED BY SIZE INTO LINHA-CARTA
           END-IF
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "Lamentamos informar que a candidatura n. " CAN-ID
               " de " CAN-DATA " de"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING CAN-NOME " ao " CAN-NIVEL ". ano no polo " CAN-POLO
               " nao pode ser aceite"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "por falta de vaga (" CAN-PONTOS " pontos de"
               " prioridade, posicao " J " de " WS-TOTAL-ORD ")."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-SPOOL-FICHEIRO TO SPL-FICHEIRO
           MOVE WS-SPOOL-TITULO TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM CANDIDATURAS.
