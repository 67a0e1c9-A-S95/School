      ******************************************************************
      * Author:
      * Date:
      * Purpose: Visitas de estudo: cada visita (visitas.txt) tem a
      *          data, o destino, o custo por aluno, ate 4 turmas e
      *          ate 3 professores responsaveis de professores.txt;
      *          ao criar a visita cada aluno das turmas fica com uma
      *          autorizacao PENDENTE (visitas-autorizacoes.txt), sai
      *          uma carta por aluno ao encarregado de
      *          encarregados.txt e a resposta fica AUTORIZADA ou
      *          RECUSADA; o custo dos autorizados e lancado em
      *          ficheiro3.txt como movimento VIST (aparece no
      *          extrato do encarregado), com a chave de
      *          CHAVE-LANCAMENTO (visita e aluno) para uma
      *          autorizacao repetida depois de uma falha nao o
      *          lancar duas vezes; no dia da visita a folha de
      *          chamada junta o telefone do encarregado de
      *          ficheiro0.txt e as medidas de apoio de cada aluno; a
      *          chamada fica so na autorizacao - quem ficou na
      *          escola tem aulas e nao leva falta em presencas.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISITAS-ESTUDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-VISITAS ASSIGN TO 'visitas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITAS-STATUS.
           SELECT OPTIONAL FICHEIRO-AUTORIZACOES
               ASSIGN TO 'visitas-autorizacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZACOES-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-FICHEIRO-0-STATUS.
           SELECT OPTIONAL FICHEIRO-MEDIDAS
               ASSIGN TO 'medidas-apoio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
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
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-CARTAS ASSIGN TO 'cartas-visita.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHEIRO-CHAMADA ASSIGN TO 'visita-chamada.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-VISITAS.
       01 LINHA-VISITA.
         05 VIS-CODIGO      PIC 9(4).
         05 FILLER          PIC X.
         05 VIS-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 VIS-DESTINO     PIC X(30).
         05 FILLER          PIC X.
         05 VIS-CUSTO       PIC 9(3)V99.
         05 FILLER          PIC X.
         05 VIS-TURMAS.
           10 VIS-TURMA     PIC X(6) OCCURS 4 TIMES.
         05 FILLER          PIC X.
         05 VIS-PROFESSORES.
           10 VIS-PROFESSOR PIC X(6) OCCURS 3 TIMES.
         05 FILLER          PIC X.
         05 VIS-ESTADO      PIC X(9).
       FD FICHEIRO-AUTORIZACOES.
       01 LINHA-AUTORIZACAO.
         05 AUT-VISITA      PIC 9(4).
         05 FILLER          PIC X.
         05 AUT-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 AUT-NOME        PIC X(20).
         05 FILLER          PIC X.
         05 AUT-TURMA       PIC X(6).
         05 FILLER          PIC X.
         05 AUT-ESTADO      PIC X(10).
         05 FILLER          PIC X.
         05 AUT-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 AUT-RUN         PIC 9(4).
         05 FILLER          PIC X.
         05 AUT-CHAMADA     PIC X.
         05 FILLER          PIC X.
         05 AUT-OPERADOR    PIC X(8).
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
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 REG-TELEFONE-0  PIC X(15).
           10 REG-EMAIL-0     PIC X(30).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
       FD FICHEIRO-MEDIDAS.
       01 LINHA-MEDIDA.
         05 MAP-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 MAP-MEDIDAS    PIC X(20).
         05 MAP-DATA-INI   PIC 9(8).
         05 FILLER         PIC X.
         05 MAP-DATA-FIM   PIC 9(8).
         05 FILLER         PIC X.
         05 MAP-TECNICO    PIC X(20).
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X(93).
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
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X(64).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-CARTAS.
       01 LINHA-CARTA PIC X(80).
       FD FICHEIRO-CHAMADA.
       01 LINHA-CHAMADA PIC X(80).
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
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-VISITAS-STATUS PIC XX.
       01 WS-AUTORIZACOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-MEDIDAS-STATUS PIC XX.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-VISITAS PIC X.
       01 EOF-AUTORIZACOES PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-MEDIDAS PIC X.
       01 EOF-PROFESSORES PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-TEXTO PIC X(10).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-CODIGO PIC 9(4).
       01 WS-RESPOSTA PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-ACHADO PIC 9(4).
       01 WS-V PIC 9(3).
       01 WS-EXISTE PIC X.
       01 WS-FIM-PEDIDO PIC X.
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 T PIC 9.
       01 WS-CUSTO-ED PIC ZZ9.99.
       01 WS-DATA-VISITA PIC 9(8).
       01 WS-CONTAGEM PIC 9(4).
       01 WS-AUTORIZADOS PIC 9(4).
       01 WS-FICAM PIC 9(4).
       01 WS-CARTAS PIC 9(4).
       01 WS-F0-ABERTO PIC X VALUE 'N'.
       01 WS-ENC-NOME PIC X(20).
       01 WS-ENC-TELEFONE PIC X(15).
       01 WS-SPOOL-FICHEIRO PIC X(30).
       01 WS-SPOOL-TITULO PIC X(20).
      * Visita a criar
       01 WS-NOVA-VISITA.
         05 WS-NV-DATA        PIC 9(8).
         05 WS-NV-DESTINO     PIC X(30).
         05 WS-NV-CUSTO       PIC 9(3)V99.
         05 WS-NV-TURMA       PIC X(6) OCCURS 4 TIMES.
         05 WS-NV-PROFESSOR   PIC X(6) OCCURS 3 TIMES.
       01 WS-NV-TOTAL-TURMAS PIC 9.
       01 WS-NV-TOTAL-PROFS PIC 9.
       01 WS-TURMA-PEDIDA PIC X(6).
       01 WS-PROFESSOR-PEDIDO PIC X(6).
       01 WS-PROFESSOR-NOME PIC X(30).
       01 WS-NOMES-PROFESSORES.
         05 WS-NOME-PROF PIC X(30) OCCURS 3 TIMES.
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e da renovacao de matricula)
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
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'VISITAS-ESTUDO'.
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
       01 WS-POLO-F3 PIC X(2).
       01 WS-TURMA-ALUNO PIC X(6).
      * Visitas
       01 WS-TOTAL-VIS PIC 9(3) VALUE 0.
       01 WS-VIS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-VISITAS.
         05 WS-VIS OCCURS 200 TIMES.
           10 WS-VIS-CODIGO    PIC 9(4).
           10 WS-VIS-DATA      PIC 9(8).
           10 WS-VIS-DESTINO   PIC X(30).
           10 WS-VIS-CUSTO     PIC 9(3)V99.
           10 WS-VIS-TURMA     PIC X(6) OCCURS 4 TIMES.
           10 WS-VIS-PROFESSOR PIC X(6) OCCURS 3 TIMES.
           10 WS-VIS-ESTADO    PIC X(9).
      * Autorizacoes (todas as visitas, para regravar)
       01 WS-TOTAL-AUT PIC 9(4) VALUE 0.
       01 WS-AUT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-AUTORIZACOES.
         05 WS-AUT OCCURS 2000 TIMES.
           10 WS-AUT-VISITA   PIC 9(4).
           10 WS-AUT-NUMERO   PIC 9(5).
           10 WS-AUT-NOME     PIC X(20).
           10 WS-AUT-TURMA    PIC X(6).
           10 WS-AUT-ESTADO   PIC X(10).
           10 WS-AUT-DATA     PIC 9(8).
           10 WS-AUT-RUN      PIC 9(4).
           10 WS-AUT-CHAMADA  PIC X.
           10 WS-AUT-OPERADOR PIC X(8).
      * Ligacoes aluno -> encarregado
       01 WS-TOTAL-LIG PIC 9(3) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 500 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).
      * Medidas de apoio em vigor no dia da visita
       01 WS-TOTAL-MAP PIC 9(3) VALUE 0.
       01 WS-TABELA-MEDIDAS.
         05 WS-MAP OCCURS 300 TIMES.
           10 WS-MAP-NUMERO  PIC 9(5).
           10 WS-MAP-MEDIDAS PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "VISITAS DE ESTUDO"
               DISPLAY "1 - LISTAR VISITAS"
               DISPLAY "2 - CRIAR VISITA"
               DISPLAY "3 - EMITIR CARTAS DE AUTORIZACAO"
               DISPLAY "4 - REGISTAR AUTORIZACAO / RECUSA"
               DISPLAY "5 - FOLHA DE CHAMADA"
               DISPLAY "6 - REGISTAR CHAMADA DO DIA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-VISITAS
                   WHEN 2
                       PERFORM CRIAR-VISITA
                   WHEN 3
                       PERFORM EMITIR-CARTAS
                   WHEN 4
                       PERFORM REGISTAR-AUTORIZACAO
                   WHEN 5
                       PERFORM FOLHA-CHAMADA
                   WHEN 6
                       PERFORM REGISTAR-CHAMADA
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

       CARREGA-VISITAS.
           MOVE 0 TO WS-TOTAL-VIS
           MOVE 'N' TO WS-VIS-CHEIA
           MOVE 'N' TO EOF-VISITAS
           OPEN INPUT FICHEIRO-VISITAS
           IF WS-VISITAS-STATUS = '00' OR WS-VISITAS-STATUS = '05'
               PERFORM UNTIL EOF-VISITAS = 'S'
                   READ FICHEIRO-VISITAS
                       AT END
                           MOVE 'S' TO EOF-VISITAS
                       NOT AT END
                           IF VIS-CODIGO IS NUMERIC
                               IF WS-TOTAL-VIS < 200
                                   ADD 1 TO WS-TOTAL-VIS
                                   PERFORM GUARDA-VISITA-LIDA
                               ELSE
                                   MOVE 'S' TO WS-VIS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-VISITAS
           END-IF.

       GUARDA-VISITA-LIDA.
           MOVE VIS-CODIGO TO WS-VIS-CODIGO(WS-TOTAL-VIS)
           MOVE VIS-DATA TO WS-VIS-DATA(WS-TOTAL-VIS)
           MOVE VIS-DESTINO TO WS-VIS-DESTINO(WS-TOTAL-VIS)
           MOVE VIS-CUSTO TO WS-VIS-CUSTO(WS-TOTAL-VIS)
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
               MOVE VIS-TURMA(T) TO WS-VIS-TURMA(WS-TOTAL-VIS, T)
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
               MOVE VIS-PROFESSOR(T)
                   TO WS-VIS-PROFESSOR(WS-TOTAL-VIS, T)
           END-PERFORM
           MOVE VIS-ESTADO TO WS-VIS-ESTADO(WS-TOTAL-VIS).

       GRAVA-VISITAS.
           OPEN OUTPUT FICHEIRO-VISITAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-VIS
               MOVE SPACES TO LINHA-VISITA
               MOVE WS-VIS-CODIGO(I) TO VIS-CODIGO
               MOVE WS-VIS-DATA(I) TO VIS-DATA
               MOVE WS-VIS-DESTINO(I) TO VIS-DESTINO
               MOVE WS-VIS-CUSTO(I) TO VIS-CUSTO
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
                   MOVE WS-VIS-TURMA(I, T) TO VIS-TURMA(T)
               END-PERFORM
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                   MOVE WS-VIS-PROFESSOR(I, T) TO VIS-PROFESSOR(T)
               END-PERFORM
               MOVE WS-VIS-ESTADO(I) TO VIS-ESTADO
               WRITE LINHA-VISITA
           END-PERFORM
           CLOSE FICHEIRO-VISITAS.

       CARREGA-AUTORIZACOES.
           MOVE 0 TO WS-TOTAL-AUT
           MOVE 'N' TO WS-AUT-CHEIA
           MOVE 'N' TO EOF-AUTORIZACOES
           OPEN INPUT FICHEIRO-AUTORIZACOES
           IF WS-AUTORIZACOES-STATUS = '00' OR
               WS-AUTORIZACOES-STATUS = '05'
               PERFORM UNTIL EOF-AUTORIZACOES = 'S'
                   READ FICHEIRO-AUTORIZACOES
                       AT END
                           MOVE 'S' TO EOF-AUTORIZACOES
                       NOT AT END
                           IF AUT-VISITA IS NUMERIC AND
                               AUT-NUMERO IS NUMERIC
                               IF WS-TOTAL-AUT < 2000
                                   ADD 1 TO WS-TOTAL-AUT
                                   PERFORM GUARDA-AUTORIZACAO-LIDA
                               ELSE
                                   MOVE 'S' TO WS-AUT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUTORIZACOES
           END-IF
           IF WS-AUT-CHEIA = 'S'
               DISPLAY "Aviso: mais de 2000 autorizacoes, ficheiro"
                   " nao sera regravado"
           END-IF.

       GUARDA-AUTORIZACAO-LIDA.
           MOVE AUT-VISITA TO WS-AUT-VISITA(WS-TOTAL-AUT)
           MOVE AUT-NUMERO TO WS-AUT-NUMERO(WS-TOTAL-AUT)
           MOVE AUT-NOME TO WS-AUT-NOME(WS-TOTAL-AUT)
           MOVE AUT-TURMA TO WS-AUT-TURMA(WS-TOTAL-AUT)
           MOVE AUT-ESTADO TO WS-AUT-ESTADO(WS-TOTAL-AUT)
           MOVE AUT-DATA TO WS-AUT-DATA(WS-TOTAL-AUT)
           MOVE AUT-RUN TO WS-AUT-RUN(WS-TOTAL-AUT)
           MOVE AUT-CHAMADA TO WS-AUT-CHAMADA(WS-TOTAL-AUT)
           MOVE AUT-OPERADOR TO WS-AUT-OPERADOR(WS-TOTAL-AUT).

       GRAVA-AUTORIZACOES.
           OPEN OUTPUT FICHEIRO-AUTORIZACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-AUT
               PERFORM ESCREVE-AUTORIZACAO
           END-PERFORM
           CLOSE FICHEIRO-AUTORIZACOES.

       ESCREVE-AUTORIZACAO.
           MOVE SPACES TO LINHA-AUTORIZACAO
           MOVE WS-AUT-VISITA(I) TO AUT-VISITA
           MOVE WS-AUT-NUMERO(I) TO AUT-NUMERO
           MOVE WS-AUT-NOME(I) TO AUT-NOME
           MOVE WS-AUT-TURMA(I) TO AUT-TURMA
           MOVE WS-AUT-ESTADO(I) TO AUT-ESTADO
           MOVE WS-AUT-DATA(I) TO AUT-DATA
           MOVE WS-AUT-RUN(I) TO AUT-RUN
           MOVE WS-AUT-CHAMADA(I) TO AUT-CHAMADA
           MOVE WS-AUT-OPERADOR(I) TO AUT-OPERADOR
           WRITE LINHA-AUTORIZACAO.

       PEDE-VISITA.
      * Codigo da visita e posicao dela na tabela (WS-V, 0 = nao
      * existe)
           MOVE 0 TO WS-V
           DISPLAY "CODIGO DA VISITA: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-CODIGO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-VIS
               IF WS-VIS-CODIGO(I) = WS-CODIGO
                   MOVE I TO WS-V
               END-IF
           END-PERFORM
           IF WS-V = 0
               DISPLAY "Visita " WS-CODIGO " nao existe"
           ELSE
               MOVE WS-VIS-CUSTO(WS-V) TO WS-CUSTO-ED
               DISPLAY "VISITA " WS-CODIGO " " WS-VIS-DATA(WS-V)
                   " " WS-VIS-DESTINO(WS-V) " " WS-CUSTO-ED " EUR "
                   WS-VIS-ESTADO(WS-V)
           END-IF.

       LISTAR-VISITAS.
           PERFORM CARREGA-VISITAS
           PERFORM CARREGA-AUTORIZACOES
           IF WS-TOTAL-VIS = 0
               DISPLAY "Nao ha visitas registadas"
           ELSE
               DISPLAY "COD  DATA     DESTINO                        "
                   "  CUSTO ESTADO    AUTORIZ./ALUNOS"
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-VIS
                   MOVE 0 TO WS-CONTAGEM
                   MOVE 0 TO WS-AUTORIZADOS
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TOTAL-AUT
                       IF WS-AUT-VISITA(I) = WS-VIS-CODIGO(J)
                           ADD 1 TO WS-CONTAGEM
                           IF WS-AUT-ESTADO(I) = 'AUTORIZADA'
                               ADD 1 TO WS-AUTORIZADOS
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-VIS-CUSTO(J) TO WS-CUSTO-ED
                   DISPLAY WS-VIS-CODIGO(J) " " WS-VIS-DATA(J) " "
                       WS-VIS-DESTINO(J) " " WS-CUSTO-ED " "
                       WS-VIS-ESTADO(J) " " WS-AUTORIZADOS "/"
                       WS-CONTAGEM
               END-PERFORM
           END-IF.

       CRIAR-VISITA.
      * A visita nasce ABERTA e cada aluno das turmas (menos os de
      * matricula anulada) fica com uma autorizacao PENDENTE
           PERFORM CARREGA-VISITAS
           PERFORM CARREGA-AUTORIZACOES
           IF WS-VIS-CHEIA = 'S' OR WS-TOTAL-VIS >= 200 OR
               WS-AUT-CHEIA = 'S'
               DISPLAY "Ficheiro de visitas cheio, nada criado"
           ELSE
               INITIALIZE WS-NOVA-VISITA
               MOVE 0 TO WS-NV-TOTAL-TURMAS
               MOVE 0 TO WS-NV-TOTAL-PROFS
               DISPLAY "DATA DA VISITA (AAAAMMDD): " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO
               COMPUTE WS-NV-DATA = FUNCTION NUMVAL(WS-TEXTO)
               DISPLAY "DESTINO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NV-DESTINO
               ACCEPT WS-NV-DESTINO
               MOVE FUNCTION UPPER-CASE(WS-NV-DESTINO)
                   TO WS-NV-DESTINO
               DISPLAY "CUSTO POR ALUNO EM EUR (ex: 12.50): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO
               COMPUTE WS-NV-CUSTO = FUNCTION NUMVAL(WS-TEXTO)
               IF WS-NV-DATA < WS-DATA OR WS-NV-DESTINO = SPACES
                   DISPLAY "Data passada ou destino em falta,"
                       " nada criado"
               ELSE
                   PERFORM PEDE-TURMAS-VISITA
                   PERFORM PEDE-PROFESSORES-VISITA
                   IF WS-NV-TOTAL-TURMAS = 0 OR
                       WS-NV-TOTAL-PROFS = 0
                       DISPLAY "A visita precisa de pelo menos uma"
                           " turma e um professor, nada criado"
                   ELSE
                       PERFORM CONFIRMA-NOVA-VISITA
                   END-IF
               END-IF
           END-IF.

       PEDE-TURMAS-VISITA.
           MOVE 'N' TO WS-FIM-PEDIDO
           PERFORM UNTIL WS-FIM-PEDIDO = 'S' OR
               WS-NV-TOTAL-TURMAS = 4
               DISPLAY "TURMA (ENTER = terminar): " WITH NO ADVANCING
               MOVE SPACES TO WS-TURMA-PEDIDA
               ACCEPT WS-TURMA-PEDIDA
               MOVE FUNCTION UPPER-CASE(WS-TURMA-PEDIDA)
                   TO WS-TURMA-PEDIDA
               IF WS-TURMA-PEDIDA = SPACES
                   MOVE 'S' TO WS-FIM-PEDIDO
               ELSE
                   PERFORM VERIFICA-TURMA
                   IF WS-EXISTE = 'S'
                       ADD 1 TO WS-NV-TOTAL-TURMAS
                       MOVE WS-TURMA-PEDIDA
                           TO WS-NV-TURMA(WS-NV-TOTAL-TURMAS)
                   ELSE
                       DISPLAY "Turma " WS-TURMA-PEDIDA
                           " nao existe em turmas.txt"
                   END-IF
               END-IF
           END-PERFORM.

       PEDE-PROFESSORES-VISITA.
           MOVE 'N' TO WS-FIM-PEDIDO
           PERFORM UNTIL WS-FIM-PEDIDO = 'S' OR
               WS-NV-TOTAL-PROFS = 3
               DISPLAY "PROFESSOR RESPONSAVEL (codigo, ENTER ="
                   " terminar): " WITH NO ADVANCING
               MOVE SPACES TO WS-PROFESSOR-PEDIDO
               ACCEPT WS-PROFESSOR-PEDIDO
               MOVE FUNCTION UPPER-CASE(WS-PROFESSOR-PEDIDO)
                   TO WS-PROFESSOR-PEDIDO
               IF WS-PROFESSOR-PEDIDO = SPACES
                   MOVE 'S' TO WS-FIM-PEDIDO
               ELSE
                   PERFORM PROCURA-PROFESSOR
                   IF WS-EXISTE = 'S'
                       ADD 1 TO WS-NV-TOTAL-PROFS
                       MOVE WS-PROFESSOR-PEDIDO
                           TO WS-NV-PROFESSOR(WS-NV-TOTAL-PROFS)
                       DISPLAY "  " WS-PROFESSOR-NOME
                   ELSE
                       DISPLAY "Professor " WS-PROFESSOR-PEDIDO
                           " nao existe em professores.txt"
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-TURMA.
           MOVE 'N' TO WS-EXISTE
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO = WS-TURMA-PEDIDA
                               MOVE 'S' TO WS-EXISTE
                               MOVE 'S' TO EOF-TURMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       PROCURA-PROFESSOR.
           MOVE 'N' TO WS-EXISTE
           MOVE SPACES TO WS-PROFESSOR-NOME
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00' OR
               WS-PROFESSORES-STATUS = '05'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO = WS-PROFESSOR-PEDIDO
                               MOVE 'S' TO WS-EXISTE
                               MOVE PRO-NOME TO WS-PROFESSOR-NOME
                               MOVE 'S' TO EOF-PROFESSORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           END-IF.

       CONFIRMA-NOVA-VISITA.
           MOVE WS-NV-CUSTO TO WS-CUSTO-ED
           DISPLAY "Visita a " WS-NV-DESTINO " em " WS-NV-DATA
               ", " WS-CUSTO-ED " EUR por aluno"
           DISPLAY "Confirma a criacao? (S/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Visita nao criada"
           ELSE
               MOVE 0 TO WS-CODIGO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-VIS
                   IF WS-VIS-CODIGO(I) > WS-CODIGO
                       MOVE WS-VIS-CODIGO(I) TO WS-CODIGO
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CODIGO
               OPEN EXTEND FICHEIRO-VISITAS
               MOVE SPACES TO LINHA-VISITA
               MOVE WS-CODIGO TO VIS-CODIGO
               MOVE WS-NV-DATA TO VIS-DATA
               MOVE WS-NV-DESTINO TO VIS-DESTINO
               MOVE WS-NV-CUSTO TO VIS-CUSTO
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
                   MOVE WS-NV-TURMA(T) TO VIS-TURMA(T)
               END-PERFORM
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                   MOVE WS-NV-PROFESSOR(T) TO VIS-PROFESSOR(T)
               END-PERFORM
               MOVE 'ABERTA' TO VIS-ESTADO
               WRITE LINHA-VISITA
               CLOSE FICHEIRO-VISITAS
               PERFORM GERA-AUTORIZACOES
               DISPLAY "Visita " WS-CODIGO " criada com "
                   WS-CONTAGEM " aluno(s) a autorizar"
           END-IF.

       GERA-AUTORIZACOES.
           MOVE 0 TO WS-CONTAGEM
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado, sem alunos"
           ELSE
               OPEN EXTEND FICHEIRO-AUTORIZACOES
               MOVE 'N' TO EOF-NOTAS
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           PERFORM AUTORIZACAO-SE-DA-VISITA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUTORIZACOES
               CLOSE FICHEIRO-NOTAS
           END-IF.

       AUTORIZACAO-SE-DA-VISITA.
           MOVE 'N' TO WS-EXISTE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
               IF WS-NV-TURMA(T) NOT = SPACES AND
                   WS-NV-TURMA(T) = REC-TURMA
                   MOVE 'S' TO WS-EXISTE
               END-IF
           END-PERFORM
           IF WS-EXISTE = 'S' AND
               WS-TOTAL-AUT + WS-CONTAGEM < 2000
               ADD 1 TO WS-CONTAGEM
               MOVE SPACES TO LINHA-AUTORIZACAO
               MOVE WS-CODIGO TO AUT-VISITA
               MOVE REC-NUMERO TO AUT-NUMERO
               MOVE REC-NOME TO AUT-NOME
               MOVE REC-TURMA TO AUT-TURMA
               MOVE 'PENDENTE' TO AUT-ESTADO
               MOVE 0 TO AUT-DATA
               MOVE 0 TO AUT-RUN
               MOVE WS-OPERADOR TO AUT-OPERADOR
               WRITE LINHA-AUTORIZACAO
           END-IF.

       CARREGA-NOMES-PROFESSORES.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
               MOVE SPACES TO WS-NOME-PROF(T)
               IF WS-VIS-PROFESSOR(WS-V, T) NOT = SPACES
                   MOVE WS-VIS-PROFESSOR(WS-V, T)
                       TO WS-PROFESSOR-PEDIDO
                   PERFORM PROCURA-PROFESSOR
                   IF WS-EXISTE = 'S'
                       MOVE WS-PROFESSOR-NOME TO WS-NOME-PROF(T)
                   ELSE
                       MOVE WS-PROFESSOR-PEDIDO TO WS-NOME-PROF(T)
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-ENCARREGADOS.
           MOVE 0 TO WS-TOTAL-LIG
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
                               WS-TOTAL-LIG < 500
                               ADD 1 TO WS-TOTAL-LIG
                               MOVE ENC-NUMERO
                                   TO WS-LIG-NUMERO(WS-TOTAL-LIG)
                               MOVE ENC-MEMBRO
                                   TO WS-LIG-MEMBRO(WS-TOTAL-LIG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       ACHA-ENCARREGADO.
      * Primeiro encarregado ligado ao aluno WS-NUMERO
           MOVE SPACES TO WS-ENC-NOME
           PERFORM VARYING K FROM WS-TOTAL-LIG BY -1 UNTIL K < 1
               IF WS-LIG-NUMERO(K) = WS-NUMERO
                   MOVE WS-LIG-MEMBRO(K) TO WS-ENC-NOME
               END-IF
           END-PERFORM.

       EMITIR-CARTAS.
      * Uma carta por aluno ainda PENDENTE, dirigida ao seu
      * encarregado; reemitir serve de lembrete
           PERFORM CARREGA-VISITAS
           PERFORM PEDE-VISITA
           IF WS-V > 0
               IF WS-VIS-ESTADO(WS-V) NOT = 'ABERTA'
                   DISPLAY "A visita ja nao esta aberta"
               ELSE
                   PERFORM CARREGA-AUTORIZACOES
                   PERFORM CARREGA-ENCARREGADOS
                   PERFORM CARREGA-NOMES-PROFESSORES
                   MOVE 0 TO WS-CARTAS
                   OPEN OUTPUT FICHEIRO-CARTAS
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TOTAL-AUT
                       IF WS-AUT-VISITA(I) = WS-CODIGO AND
                           WS-AUT-ESTADO(I) = 'PENDENTE'
                           PERFORM ESCREVE-CARTA
                       END-IF
                   END-PERFORM
                   CLOSE FICHEIRO-CARTAS
                   IF WS-CARTAS > 0
                       MOVE 'cartas-visita.txt' TO WS-SPOOL-FICHEIRO
                       MOVE 'CARTAS VISITA' TO WS-SPOOL-TITULO
                       PERFORM REGISTA-SPOOL
                   END-IF
                   DISPLAY WS-CARTAS " carta(s) em cartas-visita.txt"
               END-IF
           END-IF.

       ESCREVE-CARTA.
           ADD 1 TO WS-CARTAS
           MOVE WS-AUT-NUMERO(I) TO WS-NUMERO
           PERFORM ACHA-ENCARREGADO
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "EXMO(A). ENCARREGADO(A) DE EDUCACAO " WS-ENC-NOME
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "O seu educando " WS-AUT-NUMERO(I) " "
               WS-AUT-NOME(I) " (turma " WS-AUT-TURMA(I) ")"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "vai participar na visita de estudo a "
               WS-VIS-DESTINO(WS-V)
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE WS-VIS-CUSTO(WS-V) TO WS-CUSTO-ED
           MOVE SPACES TO LINHA-CARTA
           STRING "no dia " WS-VIS-DATA(WS-V) ", com o custo de"
               WS-CUSTO-ED " EUR por aluno."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE "Professores responsaveis:" TO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
               IF WS-NOME-PROF(T) NOT = SPACES
                   MOVE SPACES TO LINHA-CARTA
                   STRING "   " WS-NOME-PROF(T)
                       DELIMITED BY SIZE INTO LINHA-CARTA
                   WRITE LINHA-CARTA
               END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE "O custo so e lancado na conta depois da autorizacao."
               TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE "[ ] AUTORIZO      [ ] NAO AUTORIZO" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE "ASSINATURA: ______________________________"
               TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "REF. VISITA " WS-CODIGO " ALUNO " WS-AUT-NUMERO(I)
               " - EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       REGISTAR-AUTORIZACAO.
      * A autorizacao so fica gravada se o custo puder mesmo ser
      * lancado em ficheiro3 (mes aberto e lock livre), como a
      * confirmacao da renovacao de matricula; uma autorizacao ja
      * lancada nao volta atras aqui
           PERFORM CARREGA-VISITAS
           PERFORM PEDE-VISITA
           IF WS-V > 0
               PERFORM CARREGA-AUTORIZACOES
               EVALUATE TRUE
                   WHEN WS-VIS-ESTADO(WS-V) NOT = 'ABERTA'
                       DISPLAY "A visita ja nao esta aberta"
                   WHEN WS-AUT-CHEIA = 'S'
                       DISPLAY "Manutencao bloqueada ate o ficheiro"
                           " ser revisto"
                   WHEN OTHER
                       PERFORM PEDE-ALUNO-AUTORIZACAO
               END-EVALUATE
           END-IF.

       PEDE-ALUNO-AUTORIZACAO.
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-AUT
               IF WS-AUT-VISITA(I) = WS-CODIGO AND
                   WS-AUT-NUMERO(I) = WS-NUMERO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "Aluno " WS-NUMERO " nao esta nesta visita"
           ELSE
               IF WS-AUT-ESTADO(WS-ACHADO) = 'AUTORIZADA'
                   DISPLAY "Ja autorizada em " WS-AUT-DATA(WS-ACHADO)
                       " (run " WS-AUT-RUN(WS-ACHADO) ")"
               ELSE
                   PERFORM PEDE-RESPOSTA
               END-IF
           END-IF.

       PEDE-RESPOSTA.
           DISPLAY WS-AUT-NUMERO(WS-ACHADO) " "
               WS-AUT-NOME(WS-ACHADO) " " WS-AUT-TURMA(WS-ACHADO)
               " " WS-AUT-ESTADO(WS-ACHADO)
           DISPLAY "AUTORIZA OU RECUSA (A/R, ENTER = cancelar): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           EVALUATE WS-RESPOSTA
               WHEN 'R'
                   MOVE 'RECUSADA' TO WS-AUT-ESTADO(WS-ACHADO)
                   MOVE WS-DATA TO WS-AUT-DATA(WS-ACHADO)
                   MOVE WS-OPERADOR TO WS-AUT-OPERADOR(WS-ACHADO)
                   PERFORM GRAVA-AUTORIZACOES
                   DISPLAY "Recusa registada"
               WHEN 'A'
                   PERFORM AUTORIZA-ALUNO
               WHEN OTHER
                   DISPLAY "Nada registado"
           END-EVALUATE.

       AUTORIZA-ALUNO.
           MOVE 'N' TO WS-PERIODO-FECHADO
           MOVE 'N' TO WS-F3-BLOQUEADO
           IF WS-VIS-CUSTO(WS-V) > 0
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'N'
                   PERFORM VERIFICA-LOCK-F3
               END-IF
           END-IF
           IF WS-PERIODO-FECHADO = 'S' OR WS-F3-BLOQUEADO = 'S'
               DISPLAY "Autorizacao nao registada: o custo nao pode"
                   " ser lancado agora"
           ELSE
               MOVE 0 TO WS-RUN-F3
               IF WS-VIS-CUSTO(WS-V) > 0
                   PERFORM LANCA-CUSTO-VISITA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE 'AUTORIZADA' TO WS-AUT-ESTADO(WS-ACHADO)
               MOVE WS-DATA TO WS-AUT-DATA(WS-ACHADO)
               MOVE WS-RUN-F3 TO WS-AUT-RUN(WS-ACHADO)
               MOVE WS-OPERADOR TO WS-AUT-OPERADOR(WS-ACHADO)
               PERFORM GRAVA-AUTORIZACOES
               DISPLAY "Autorizacao registada"
           END-IF.

       LANCA-CUSTO-VISITA.
      * O custo e um movimento VIST proprio em ficheiro3.txt, com o
      * texto "VISITA cccc ALUNO nnnnn EM aaaammdd" que o extrato do
      * encarregado le nas mesmas posicoes, o lock, o numero de
      * execucao e a entrada RAZAO=VIST no log; o custo ja lancado
      * por uma autorizacao interrompida antes de gravar fica com
      * o run dessa vez, sem segundo movimento
           MOVE WS-AUT-TURMA(WS-ACHADO) TO WS-TURMA-ALUNO
           PERFORM DETERMINA-POLO-TURMA
           PERFORM CRIAR-LOCK-F3
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING "VIS " WS-CODIGO " ALUNO " WS-AUT-NUMERO(WS-ACHADO)
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-VIS-DATA(WS-V) TO WS-CHAVE-DATA
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'C' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               MOVE TRN-RUN TO WS-RUN-F3
               PERFORM REMOVER-LOCK-F3
               DISPLAY "Custo ja lancado em ficheiro3.txt (run "
                   WS-RUN-F3 ")"
           ELSE
               PERFORM ESCREVE-CUSTO-VISITA
           END-IF.

       ESCREVE-CUSTO-VISITA.
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-3
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE 'VIST' TO TRN-CODIGO
           MOVE '+' TO TRN-SINAL
           MOVE WS-VIS-CUSTO(WS-V) TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "VISITA " WS-CODIGO " ALUNO "
               WS-AUT-NUMERO(WS-ACHADO) " EM " WS-DATA
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
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
           PERFORM REMOVER-LOCK-F3
           MOVE 1 TO WS-LINHAS-F3
           MOVE 'VIST' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "visita " WS-CODIGO " aluno "
               WS-AUT-NUMERO(WS-ACHADO)
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           MOVE WS-VIS-CUSTO(WS-V) TO WS-CUSTO-ED
           DISPLAY "Custo de " WS-CUSTO-ED
               " EUR lancado em ficheiro3.txt (run " WS-RUN-F3 ")".

       CARREGA-MEDIDAS.
      * Medidas de apoio em vigor no dia da visita
           MOVE 0 TO WS-TOTAL-MAP
           MOVE 'N' TO EOF-MEDIDAS
           OPEN INPUT FICHEIRO-MEDIDAS
           IF WS-MEDIDAS-STATUS = '00' OR WS-MEDIDAS-STATUS = '05'
               PERFORM UNTIL EOF-MEDIDAS = 'S'
                   READ FICHEIRO-MEDIDAS
                       AT END
                           MOVE 'S' TO EOF-MEDIDAS
                       NOT AT END
                           IF MAP-NUMERO IS NUMERIC AND
                               MAP-DATA-INI IS NUMERIC AND
                               MAP-DATA-FIM IS NUMERIC AND
                               MAP-DATA-INI <= WS-DATA-VISITA AND
                               (MAP-DATA-FIM = 0 OR
                                MAP-DATA-FIM >= WS-DATA-VISITA) AND
                               WS-TOTAL-MAP < 300
                               ADD 1 TO WS-TOTAL-MAP
                               MOVE MAP-NUMERO
                                   TO WS-MAP-NUMERO(WS-TOTAL-MAP)
                               MOVE MAP-MEDIDAS
                                   TO WS-MAP-MEDIDAS(WS-TOTAL-MAP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MEDIDAS
           END-IF.

       FOLHA-CHAMADA.
      * Folha para o dia da visita: os autorizados com o contacto
      * de emergencia do encarregado (telefone de ficheiro0.txt) e
      * as medidas de apoio; no fim os alunos que ficam na escola
           PERFORM CARREGA-VISITAS
           PERFORM PEDE-VISITA
           IF WS-V > 0
               PERFORM CARREGA-AUTORIZACOES
               PERFORM CARREGA-ENCARREGADOS
               PERFORM CARREGA-NOMES-PROFESSORES
               MOVE WS-VIS-DATA(WS-V) TO WS-DATA-VISITA
               PERFORM CARREGA-MEDIDAS
               MOVE 'N' TO WS-F0-ABERTO
               OPEN INPUT FICHEIRO-0
               IF WS-FICHEIRO-0-STATUS = '00'
                   MOVE 'S' TO WS-F0-ABERTO
               ELSE
                   DISPLAY "ficheiro0.txt nao encontrado; a folha"
                       " sai sem telefones"
               END-IF
               MOVE 0 TO WS-AUTORIZADOS
               MOVE 0 TO WS-FICAM
               OPEN OUTPUT FICHEIRO-CHAMADA
               PERFORM CABECALHO-CHAMADA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-AUT
                   IF WS-AUT-VISITA(I) = WS-CODIGO AND
                       WS-AUT-ESTADO(I) = 'AUTORIZADA'
                       PERFORM ESCREVE-ALUNO-CHAMADA
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO LINHA-CHAMADA
               WRITE LINHA-CHAMADA
               MOVE "FICAM NA ESCOLA (sem autorizacao, aulas"
                   & " normais)" TO LINHA-CHAMADA
               WRITE LINHA-CHAMADA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-AUT
                   IF WS-AUT-VISITA(I) = WS-CODIGO AND
                       WS-AUT-ESTADO(I) NOT = 'AUTORIZADA'
                       ADD 1 TO WS-FICAM
                       MOVE SPACES TO LINHA-CHAMADA
                       STRING "   " WS-AUT-NUMERO(I) " "
                           WS-AUT-NOME(I) " " WS-AUT-TURMA(I) " "
                           WS-AUT-ESTADO(I)
                           DELIMITED BY SIZE INTO LINHA-CHAMADA
                       WRITE LINHA-CHAMADA
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO LINHA-CHAMADA
               WRITE LINHA-CHAMADA
               MOVE SPACES TO LINHA-CHAMADA
               STRING "VAO A VISITA: " WS-AUTORIZADOS
                   "   FICAM NA ESCOLA: " WS-FICAM
                   DELIMITED BY SIZE INTO LINHA-CHAMADA
               WRITE LINHA-CHAMADA
               CLOSE FICHEIRO-CHAMADA
               IF WS-F0-ABERTO = 'S'
                   CLOSE FICHEIRO-0
               END-IF
               MOVE 'visita-chamada.txt' TO WS-SPOOL-FICHEIRO
               MOVE 'CHAMADA VISITA' TO WS-SPOOL-TITULO
               PERFORM REGISTA-SPOOL
               DISPLAY WS-AUTORIZADOS " aluno(s) na folha"
                   " visita-chamada.txt"
           END-IF.

       CABECALHO-CHAMADA.
           MOVE ALL "=" TO LINHA-CHAMADA
           WRITE LINHA-CHAMADA
           MOVE SPACES TO LINHA-CHAMADA
           STRING "FOLHA DE CHAMADA - VISITA " WS-CODIGO " - "
               WS-VIS-DESTINO(WS-V)
               DELIMITED BY SIZE INTO LINHA-CHAMADA
           WRITE LINHA-CHAMADA
           MOVE SPACES TO LINHA-CHAMADA
           STRING "DATA " WS-VIS-DATA(WS-V) " - EMITIDA EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CHAMADA
           WRITE LINHA-CHAMADA
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
               IF WS-NOME-PROF(T) NOT = SPACES
                   MOVE SPACES TO LINHA-CHAMADA
                   STRING "RESPONSAVEL: " WS-NOME-PROF(T)
                       DELIMITED BY SIZE INTO LINHA-CHAMADA
                   WRITE LINHA-CHAMADA
               END-IF
           END-PERFORM
           MOVE ALL "=" TO LINHA-CHAMADA
           WRITE LINHA-CHAMADA
           MOVE "PRES NUMERO NOME                 TURMA"
               TO LINHA-CHAMADA
           WRITE LINHA-CHAMADA
           MOVE ALL "-" TO LINHA-CHAMADA
           WRITE LINHA-CHAMADA.

       ESCREVE-ALUNO-CHAMADA.
           ADD 1 TO WS-AUTORIZADOS
           MOVE SPACES TO LINHA-CHAMADA
           STRING "[ ]  " WS-AUT-NUMERO(I) "  " WS-AUT-NOME(I) " "
               WS-AUT-TURMA(I)
               DELIMITED BY SIZE INTO LINHA-CHAMADA
           WRITE LINHA-CHAMADA
           MOVE WS-AUT-NUMERO(I) TO WS-NUMERO
           PERFORM ACHA-ENCARREGADO
           MOVE SPACES TO WS-ENC-TELEFONE
           IF WS-ENC-NOME NOT = SPACES AND WS-F0-ABERTO = 'S'
               MOVE WS-ENC-NOME TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-TELEFONE-0 TO WS-ENC-TELEFONE
               END-READ
           END-IF
           MOVE SPACES TO LINHA-CHAMADA
           IF WS-ENC-NOME = SPACES
               MOVE "       EMERGENCIA: sem encarregado registado"
                   TO LINHA-CHAMADA
           ELSE
               STRING "       EMERGENCIA: " WS-ENC-NOME " TEL: "
                   WS-ENC-TELEFONE
                   DELIMITED BY SIZE INTO LINHA-CHAMADA
           END-IF
           WRITE LINHA-CHAMADA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MAP
               IF WS-MAP-NUMERO(K) = WS-AUT-NUMERO(I)
                   MOVE SPACES TO LINHA-CHAMADA
                   STRING "       MEDIDAS DE APOIO: " WS-MAP-MEDIDAS(K)
                       DELIMITED BY SIZE INTO LINHA-CHAMADA
                   WRITE LINHA-CHAMADA
               END-IF
           END-PERFORM.

       REGISTAR-CHAMADA.
      * Chamada do dia para os autorizados (P = foi, F = ficou); a
      * marca fica so na autorizacao: quem ficou na escola esta nas
      * aulas e a assiduidade dele continua a ser registada em
      * presencas.txt, sem falta por causa da visita
           PERFORM CARREGA-VISITAS
           PERFORM PEDE-VISITA
           IF WS-V > 0
               PERFORM CARREGA-AUTORIZACOES
               IF WS-AUT-CHEIA = 'S'
                   DISPLAY "Manutencao bloqueada ate o ficheiro ser"
                       " revisto"
               ELSE
                   MOVE 0 TO WS-AUTORIZADOS
                   MOVE 0 TO WS-FICAM
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TOTAL-AUT
                       IF WS-AUT-VISITA(I) = WS-CODIGO AND
                           WS-AUT-ESTADO(I) = 'AUTORIZADA'
                           PERFORM PEDE-CHAMADA-ALUNO
                       END-IF
                   END-PERFORM
                   PERFORM GRAVA-AUTORIZACOES
                   MOVE 'REALIZADA' TO WS-VIS-ESTADO(WS-V)
                   PERFORM GRAVA-VISITAS
                   DISPLAY WS-AUTORIZADOS " foram, " WS-FICAM
                       " ficaram na escola"
               END-IF
           END-IF.

       PEDE-CHAMADA-ALUNO.
           DISPLAY WS-AUT-NUMERO(I) " " WS-AUT-NOME(I) " "
               WS-AUT-TURMA(I) " (P/F, ENTER = P): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA = 'F'
               MOVE 'F' TO WS-AUT-CHAMADA(I)
               ADD 1 TO WS-FICAM
           ELSE
               MOVE 'P' TO WS-AUT-CHAMADA(I)
               ADD 1 TO WS-AUTORIZADOS
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
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-SPOOL-FICHEIRO TO SPL-FICHEIRO
           MOVE WS-SPOOL-TITULO TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM VISITAS-ESTUDO.
