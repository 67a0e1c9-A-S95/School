      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extrato mensal dos professores pagos a hora
      *          (contrato HORAS no mestre de professores): cada
      *          aula dada no mes (data, turma, disciplina e
      *          sumario, de aulas.txt) com o total de horas e o
      *          valor a pagar ao valor hora do professor, impresso
      *          pelo spooler e guardado em horas-extratos.txt como
      *          PENDENTE; depois de aprovado por outro operador, o
      *          valor entra em ficheiro3.txt como movimento de
      *          saida com o codigo HORA (repartido pelo polo das
      *          turmas das aulas), para o fecho do mes, os
      *          orcamentos e a exportacao para a contabilidade
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS-PROFESSORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-AULAS ASSIGN TO 'aulas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-EXTRATOS
               ASSIGN TO 'horas-extratos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATOS-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'extrato-horas.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
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
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X.
         05 FILLER          PIC X(24).
         05 FILLER          PIC X.
         05 PRO-CONTRATO    PIC X(8).
         05 FILLER          PIC X(54).
         05 PRO-VALOR-HORA  PIC 9(3)V99.
       FD FICHEIRO-AULAS.
       01 LINHA-AULA.
         05 AUL-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 AUL-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 AUL-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 AUL-NUM        PIC 9(2).
         05 FILLER         PIC X.
         05 AUL-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 AUL-SUMARIO    PIC X(30).
         05 FILLER         PIC X.
         05 AUL-PROFESSOR  PIC X(20).
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
       FD FICHEIRO-EXTRATOS.
       01 LINHA-EXTRATO.
         05 EXH-MES       PIC 9(6).
         05 FILLER        PIC X.
         05 EXH-PROFESSOR PIC X(6).
         05 FILLER        PIC X.
         05 EXH-AULAS     PIC 9(4).
         05 FILLER        PIC X.
         05 EXH-HORAS     PIC 9(4)V99.
         05 FILLER        PIC X.
         05 EXH-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 EXH-ESTADO    PIC X(9).
         05 FILLER        PIC X.
         05 EXH-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 EXH-OPERADOR  PIC X(8).
         05 FILLER        PIC X.
         05 EXH-RUN       PIC 9(4).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
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
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-AULAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-EXTRATOS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-PROFESSORES PIC X.
       01 EOF-AULAS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-EXTRATOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 EOF-PERIODOS PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-MINUTOS-TEMPO PIC 9(5).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-CONFIRMA PIC X.
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
       01 WS-POLO-F3 PIC X(2).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 WS-ACHADO PIC 9(3).
       01 WS-EMITIDOS PIC 9(3).
       01 WS-LANCADOS PIC 9(3).
       01 WS-AULAS-PROF PIC 9(4).
       01 WS-HORAS-PROF PIC 9(4)V99.
       01 WS-VALOR-PROF PIC 9(7)V99.
       01 WS-VALOR-POLO PIC 9(7)V99.
       01 WS-VALOR-RESTO PIC 9(7)V99.
       01 WS-AULAS-ED PIC Z(3)9.
       01 WS-HORAS-ED PIC Z(3)9.99.
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-VALOR-HORA-ED PIC ZZ9.99.
      * Mestre de professores pagos a hora
       01 WS-TOTAL-PROF PIC 9(3) VALUE 0.
       01 WS-TABELA-PROF.
         05 WS-PRO OCCURS 200 TIMES.
           10 WS-PRO-CODIGO     PIC X(6).
           10 WS-PRO-NOME       PIC X(30).
           10 WS-PRO-VALOR-HORA PIC 9(3)V99.
      * Polo de cada turma, para repartir o lancamento
       01 WS-TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 WS-TABELA-TURMAS.
         05 WS-TUR OCCURS 100 TIMES.
           10 WS-TUR-CODIGO PIC X(6).
           10 WS-TUR-POLO   PIC X(2).
      * Aulas do professor no mes, por polo
       01 WS-TOTAL-POLOS PIC 9(3) VALUE 0.
       01 WS-TABELA-POLOS.
         05 WS-PLO OCCURS 20 TIMES.
           10 WS-PLO-CODIGO PIC X(2).
           10 WS-PLO-AULAS  PIC 9(4).
      * Registo dos extratos emitidos (horas-extratos.txt)
       01 WS-TOTAL-EXH PIC 9(3) VALUE 0.
       01 WS-EXH-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-EXH.
         05 WS-EXH OCCURS 500 TIMES.
           10 WS-EXH-MES       PIC 9(6).
           10 WS-EXH-PROFESSOR PIC X(6).
           10 WS-EXH-AULAS     PIC 9(4).
           10 WS-EXH-HORAS     PIC 9(4)V99.
           10 WS-EXH-VALOR     PIC 9(7)V99.
           10 WS-EXH-ESTADO    PIC X(9).
           10 WS-EXH-DATA      PIC 9(8).
           10 WS-EXH-OPERADOR  PIC X(8).
           10 WS-EXH-RUN       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "HORAS DE PROFESSORES"
               DISPLAY "1 - EMITIR EXTRATO MENSAL"
               DISPLAY "2 - APROVAR E LANCAR EXTRATOS"
               DISPLAY "3 - LISTAR EXTRATOS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM EMITIR-EXTRATOS
                   WHEN 2
                       PERFORM APROVAR-EXTRATOS
                   WHEN 3
                       PERFORM LISTAR-EXTRATOS
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

       LE-PARAMETRO.
      * Le um valor de parametros.txt (mantido pelo programa de
      * parametros); sem ficheiro ou sem a chave fica o valor por
      * omissao ja carregado em WS-PARAMETRO-VALOR
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           IF PAR-CHAVE = WS-PARAMETRO-CHAVE AND
                               PAR-VALOR IS NUMERIC
                               MOVE PAR-VALOR
                                   TO WS-PARAMETRO-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF.

       PEDE-MES.
           MOVE 0 TO WS-MES
           DISPLAY "MES (AAAAMM): " WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           IF WS-MES-TEXTO IS NUMERIC
               MOVE WS-MES-TEXTO TO WS-MES
               IF WS-MES(5 : 2) < '01' OR WS-MES(5 : 2) > '12'
                   MOVE 0 TO WS-MES
               END-IF
           END-IF
           IF WS-MES = 0
               DISPLAY "Mes invalido"
           END-IF.

       CARREGA-PROFESSORES-HORAS.
      * So entram no extrato os professores com contrato HORAS
           MOVE 0 TO WS-TOTAL-PROF
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00' OR
               WS-PROFESSORES-STATUS = '05'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO NOT = SPACES AND
                               PRO-CONTRATO = 'HORAS' AND
                               WS-TOTAL-PROF < 200
                               ADD 1 TO WS-TOTAL-PROF
                               MOVE PRO-CODIGO
                                   TO WS-PRO-CODIGO(WS-TOTAL-PROF)
                               MOVE PRO-NOME
                                   TO WS-PRO-NOME(WS-TOTAL-PROF)
                               IF PRO-VALOR-HORA IS NUMERIC
                                   MOVE PRO-VALOR-HORA TO
                                     WS-PRO-VALOR-HORA(WS-TOTAL-PROF)
                               ELSE
                                   MOVE 0 TO
                                     WS-PRO-VALOR-HORA(WS-TOTAL-PROF)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           END-IF.

       CARREGA-EXTRATOS.
           MOVE 0 TO WS-TOTAL-EXH
           MOVE 'N' TO WS-EXH-CHEIA
           MOVE 'N' TO EOF-EXTRATOS
           OPEN INPUT FICHEIRO-EXTRATOS
           IF WS-EXTRATOS-STATUS = '00' OR
               WS-EXTRATOS-STATUS = '05'
               PERFORM UNTIL EOF-EXTRATOS = 'S'
                   READ FICHEIRO-EXTRATOS
                       AT END
                           MOVE 'S' TO EOF-EXTRATOS
                       NOT AT END
                           IF EXH-MES IS NUMERIC
                               IF WS-TOTAL-EXH < 500
                                   PERFORM GUARDA-EXTRATO-LIDO
                               ELSE
                                   MOVE 'S' TO WS-EXH-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-EXTRATOS
           END-IF
           IF WS-EXH-CHEIA = 'S'
               DISPLAY "horas-extratos.txt com mais de 500 linhas;"
                   " registo nao sera regravado"
           END-IF.

       GUARDA-EXTRATO-LIDO.
           ADD 1 TO WS-TOTAL-EXH
           MOVE EXH-MES TO WS-EXH-MES(WS-TOTAL-EXH)
           MOVE EXH-PROFESSOR TO WS-EXH-PROFESSOR(WS-TOTAL-EXH)
           MOVE EXH-AULAS TO WS-EXH-AULAS(WS-TOTAL-EXH)
           MOVE EXH-HORAS TO WS-EXH-HORAS(WS-TOTAL-EXH)
           MOVE EXH-VALOR TO WS-EXH-VALOR(WS-TOTAL-EXH)
           MOVE EXH-ESTADO TO WS-EXH-ESTADO(WS-TOTAL-EXH)
           MOVE EXH-DATA TO WS-EXH-DATA(WS-TOTAL-EXH)
           MOVE EXH-OPERADOR TO WS-EXH-OPERADOR(WS-TOTAL-EXH)
           IF EXH-RUN IS NUMERIC
               MOVE EXH-RUN TO WS-EXH-RUN(WS-TOTAL-EXH)
           ELSE
               MOVE 0 TO WS-EXH-RUN(WS-TOTAL-EXH)
           END-IF.

       GRAVA-EXTRATOS.
           OPEN OUTPUT FICHEIRO-EXTRATOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EXH
               MOVE SPACES TO LINHA-EXTRATO
               MOVE WS-EXH-MES(I) TO EXH-MES
               MOVE WS-EXH-PROFESSOR(I) TO EXH-PROFESSOR
               MOVE WS-EXH-AULAS(I) TO EXH-AULAS
               MOVE WS-EXH-HORAS(I) TO EXH-HORAS
               MOVE WS-EXH-VALOR(I) TO EXH-VALOR
               MOVE WS-EXH-ESTADO(I) TO EXH-ESTADO
               MOVE WS-EXH-DATA(I) TO EXH-DATA
               MOVE WS-EXH-OPERADOR(I) TO EXH-OPERADOR
               MOVE WS-EXH-RUN(I) TO EXH-RUN
               WRITE LINHA-EXTRATO
           END-PERFORM
           CLOSE FICHEIRO-EXTRATOS.

       PROCURA-EXTRATO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-EXH
               IF WS-EXH-MES(J) = WS-MES AND
                   WS-EXH-PROFESSOR(J) = WS-PRO-CODIGO(I)
                   MOVE J TO WS-ACHADO
               END-IF
           END-PERFORM.

       EMITIR-EXTRATOS.
      * Um extrato por professor a hora com aulas no mes; um
      * extrato ja lancado nao volta a ser recalculado, o que
      * estiver pendente e refeito com as aulas de agora
           PERFORM PEDE-MES
           IF WS-MES NOT = 0
               PERFORM CARREGA-PROFESSORES-HORAS
               IF WS-TOTAL-PROF = 0
                   DISPLAY "Nao ha professores com contrato HORAS"
               ELSE
                   PERFORM CARREGA-EXTRATOS
                   IF WS-EXH-CHEIA = 'S'
                       DISPLAY "Extratos nao emitidos"
                   ELSE
                       PERFORM EMITE-EXTRATOS-MES
                   END-IF
               END-IF
           END-IF.

       EMITE-EXTRATOS-MES.
           MOVE 60 TO WS-PARAMETRO-VALOR
           MOVE 'MINUTOS-TEMPO' TO WS-PARAMETRO-CHAVE
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-MINUTOS-TEMPO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-EMITIDOS
           OPEN OUTPUT FICHEIRO-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
               PERFORM EMITE-EXTRATO-PROFESSOR
           END-PERFORM
           CLOSE FICHEIRO-RELATORIO
           IF WS-EMITIDOS = 0
               DISPLAY "Nenhuma aula de professores a hora em "
                   WS-MES
           ELSE
               PERFORM GRAVA-EXTRATOS
               PERFORM REGISTA-SPOOL
               DISPLAY WS-EMITIDOS " extrato(s) em extrato-horas.txt"
           END-IF.

       EMITE-EXTRATO-PROFESSOR.
           PERFORM PROCURA-EXTRATO
           IF WS-ACHADO > 0
               IF WS-EXH-ESTADO(WS-ACHADO) = 'LANCADO'
                   DISPLAY "Extrato de " WS-PRO-CODIGO(I)
                       " para " WS-MES " ja lancado (run "
                       WS-EXH-RUN(WS-ACHADO) "); nao refeito"
                   MOVE 999 TO WS-ACHADO
               END-IF
           END-IF
           IF WS-ACHADO NOT = 999
               PERFORM CONTA-AULAS-PROFESSOR
               IF WS-AULAS-PROF > 0
                   PERFORM ESCREVE-EXTRATO-PROFESSOR
                   PERFORM GUARDA-EXTRATO-EMITIDO
                   ADD 1 TO WS-EMITIDOS
               END-IF
           END-IF.

       CONTA-AULAS-PROFESSOR.
           MOVE 0 TO WS-AULAS-PROF
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           IF AUL-DATA IS NUMERIC AND
                               AUL-DATA(1 : 6) = WS-MES AND
                               AUL-PROFESSOR = WS-PRO-CODIGO(I)
                               ADD 1 TO WS-AULAS-PROF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF
           COMPUTE WS-HORAS-PROF ROUNDED =
               WS-AULAS-PROF * WS-MINUTOS-TEMPO / 60
           COMPUTE WS-VALOR-PROF ROUNDED =
               WS-HORAS-PROF * WS-PRO-VALOR-HORA(I).

       ESCREVE-EXTRATO-PROFESSOR.
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATO DE HORAS " WS-MES "  PROFESSOR "
               WS-PRO-CODIGO(I) " " WS-PRO-NOME(I)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DATA     TURMA  DISC SUMARIO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           IF AUL-DATA IS NUMERIC AND
                               AUL-DATA(1 : 6) = WS-MES AND
                               AUL-PROFESSOR = WS-PRO-CODIGO(I)
                               MOVE SPACES TO LINHA-RELATORIO
                               STRING AUL-DATA " " AUL-TURMA " "
                                   AUL-DISCIPLINA " " AUL-SUMARIO
                                   DELIMITED BY SIZE
                                   INTO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF
           MOVE WS-AULAS-PROF TO WS-AULAS-ED
           MOVE WS-HORAS-PROF TO WS-HORAS-ED
           MOVE WS-PRO-VALOR-HORA(I) TO WS-VALOR-HORA-ED
           MOVE WS-VALOR-PROF TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AULAS " WS-AULAS-ED "  HORAS " WS-HORAS-ED
               "  VALOR HORA " WS-VALOR-HORA-ED
               "  A PAGAR " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-PRO-VALOR-HORA(I) = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ATENCAO: professor sem valor hora no mestre"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       GUARDA-EXTRATO-EMITIDO.
           IF WS-ACHADO = 0
               IF WS-TOTAL-EXH < 500
                   ADD 1 TO WS-TOTAL-EXH
                   MOVE WS-TOTAL-EXH TO WS-ACHADO
               ELSE
                   DISPLAY "Registo de extratos cheio; extrato de "
                       WS-PRO-CODIGO(I) " nao guardado"
               END-IF
           END-IF
           IF WS-ACHADO > 0
               MOVE WS-MES TO WS-EXH-MES(WS-ACHADO)
               MOVE WS-PRO-CODIGO(I) TO WS-EXH-PROFESSOR(WS-ACHADO)
               MOVE WS-AULAS-PROF TO WS-EXH-AULAS(WS-ACHADO)
               MOVE WS-HORAS-PROF TO WS-EXH-HORAS(WS-ACHADO)
               MOVE WS-VALOR-PROF TO WS-EXH-VALOR(WS-ACHADO)
               MOVE 'PENDENTE' TO WS-EXH-ESTADO(WS-ACHADO)
               MOVE WS-DATA TO WS-EXH-DATA(WS-ACHADO)
               MOVE WS-OPERADOR TO WS-EXH-OPERADOR(WS-ACHADO)
               MOVE 0 TO WS-EXH-RUN(WS-ACHADO)
           END-IF.

       LISTAR-EXTRATOS.
           PERFORM CARREGA-EXTRATOS
           IF WS-TOTAL-EXH = 0
               DISPLAY "Sem extratos emitidos"
           ELSE
               DISPLAY "MES    PROF   AULAS HORAS      VALOR ESTADO"
                   "    EMITIDO  POR      RUN"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EXH
                   MOVE WS-EXH-HORAS(I) TO WS-HORAS-ED
                   MOVE WS-EXH-VALOR(I) TO WS-VALOR-ED
                   DISPLAY WS-EXH-MES(I) " " WS-EXH-PROFESSOR(I)
                       " " WS-EXH-AULAS(I) " " WS-HORAS-ED
                       " " WS-VALOR-ED " " WS-EXH-ESTADO(I)
                       " " WS-EXH-DATA(I) " " WS-EXH-OPERADOR(I)
                       " " WS-EXH-RUN(I)
               END-PERFORM
           END-IF.

       APROVAR-EXTRATOS.
      * Quatro olhos, como na aprovacao de importacoes: quem
      * aprova o extrato nao pode ser quem o emitiu; o lancamento
      * cai no mes corrente, que tem de estar aberto
           PERFORM PEDE-MES
           IF WS-MES NOT = 0
               PERFORM VERIFICA-PERIODO-ABERTO
               IF WS-PERIODO-FECHADO = 'S'
                   DISPLAY "O mes " WS-MES-ATUAL " esta fechado;"
                       " nada lancado"
               ELSE
                   PERFORM CARREGA-EXTRATOS
                   IF WS-EXH-CHEIA = 'S'
                       DISPLAY "Extratos nao lancados"
                   ELSE
                       PERFORM CARREGA-PROFESSORES-HORAS
                       PERFORM CARREGA-TURMAS
                       PERFORM APROVA-EXTRATOS-MES
                   END-IF
               END-IF
           END-IF.

       APROVA-EXTRATOS-MES.
           MOVE 0 TO WS-LANCADOS
           MOVE 'N' TO WS-F3-BLOQUEADO
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > WS-TOTAL-EXH OR WS-F3-BLOQUEADO = 'S'
               IF WS-EXH-MES(J) = WS-MES AND
                   WS-EXH-ESTADO(J) = 'PENDENTE'
                   PERFORM APROVA-UM-EXTRATO
               END-IF
           END-PERFORM
           IF WS-LANCADOS > 0
               PERFORM GRAVA-EXTRATOS
           END-IF
           DISPLAY WS-LANCADOS " extrato(s) lancado(s) em "
               "ficheiro3.txt".

       APROVA-UM-EXTRATO.
           MOVE WS-EXH-VALOR(J) TO WS-VALOR-ED
           DISPLAY "Professor " WS-EXH-PROFESSOR(J) " mes "
               WS-EXH-MES(J) ": " WS-EXH-AULAS(J) " aulas, "
               WS-VALOR-ED " (emitido por " WS-EXH-OPERADOR(J) ")"
           IF WS-OPERADOR = WS-EXH-OPERADOR(J)
               DISPLAY "Emitido por " WS-OPERADOR
                   "; a aprovacao tem de ser de outro operador"
           ELSE
               IF WS-EXH-VALOR(J) = 0
                   DISPLAY "Extrato sem valor (falta o valor hora);"
                       " corrija o mestre e volte a emitir"
               ELSE
                   DISPLAY "Aprovar e lancar? (S/N)"
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                       PERFORM VERIFICA-LOCK-F3
                       IF WS-F3-BLOQUEADO = 'N'
                           PERFORM CRIAR-LOCK-F3
                           PERFORM LANCA-MOVIMENTO-F3
                           PERFORM REMOVER-LOCK-F3
                           MOVE 'LANCADO' TO WS-EXH-ESTADO(J)
                           MOVE WS-RUN-F3 TO WS-EXH-RUN(J)
                           ADD 1 TO WS-LANCADOS
                       END-IF
                   ELSE
                       DISPLAY "Extrato mantido pendente"
                   END-IF
               END-IF
           END-IF.

       CARREGA-TURMAS.
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
                               WS-TOTAL-TURMAS < 100
                               ADD 1 TO WS-TOTAL-TURMAS
                               MOVE TUR-CODIGO
                                   TO WS-TUR-CODIGO(WS-TOTAL-TURMAS)
                               MOVE TUR-POLO
                                   TO WS-TUR-POLO(WS-TOTAL-TURMAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       REPARTE-AULAS-POR-POLO.
      * Aulas do extrato contadas pelo polo da turma; turma sem
      * polo no mestre vale o polo principal P1, como no Exercicio3
           MOVE 0 TO WS-TOTAL-POLOS
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           IF AUL-DATA IS NUMERIC AND
                               AUL-DATA(1 : 6) = WS-EXH-MES(J) AND
                               AUL-PROFESSOR = WS-EXH-PROFESSOR(J)
                               PERFORM ACUMULA-AULA-POLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF
           IF WS-TOTAL-POLOS = 0
               MOVE 1 TO WS-TOTAL-POLOS
               MOVE 'P1' TO WS-PLO-CODIGO(1)
               MOVE 1 TO WS-PLO-AULAS(1)
           END-IF.

       ACUMULA-AULA-POLO.
           MOVE 'P1' TO WS-POLO-F3
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-TURMAS
               IF WS-TUR-CODIGO(K) = AUL-TURMA AND
                   WS-TUR-POLO(K) NOT = SPACES
                   MOVE WS-TUR-POLO(K) TO WS-POLO-F3
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-POLOS
               IF WS-PLO-CODIGO(K) = WS-POLO-F3
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-POLOS < 20
               ADD 1 TO WS-TOTAL-POLOS
               MOVE WS-TOTAL-POLOS TO WS-ACHADO
               MOVE WS-POLO-F3 TO WS-PLO-CODIGO(WS-ACHADO)
               MOVE 0 TO WS-PLO-AULAS(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               ADD 1 TO WS-PLO-AULAS(WS-ACHADO)
           END-IF.

       LANCA-MOVIMENTO-F3.
      * O pagamento sai pelo ficheiro de movimentos de sempre com
      * o codigo HORA, uma linha por polo na proporcao das aulas
      * (o ultimo polo leva o resto dos arredondamentos), todas
      * com o mesmo RUN e uma so entrada no log
           PERFORM PROXIMO-RUN-F3
           PERFORM REPARTE-AULAS-POR-POLO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-EXH-VALOR(J) TO WS-VALOR-RESTO
           MOVE 0 TO WS-AULAS-PROF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-POLOS
               ADD WS-PLO-AULAS(K) TO WS-AULAS-PROF
           END-PERFORM
           OPEN EXTEND FICHEIRO-3
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-POLOS
               IF K = WS-TOTAL-POLOS
                   MOVE WS-VALOR-RESTO TO WS-VALOR-POLO
               ELSE
                   COMPUTE WS-VALOR-POLO ROUNDED =
                       WS-EXH-VALOR(J) * WS-PLO-AULAS(K)
                       / WS-AULAS-PROF
                   SUBTRACT WS-VALOR-POLO FROM WS-VALOR-RESTO
               END-IF
               MOVE SPACES TO LINHA-FICHEIRO
               MOVE 'HORA' TO TRN-CODIGO
               MOVE '-' TO TRN-SINAL
               MOVE WS-VALOR-POLO TO TRN-VALOR
               MOVE SPACES TO TRN-DESCRICAO
               STRING "HORAS PROFESSOR " WS-EXH-PROFESSOR(J)
                   " MES " WS-EXH-MES(J)
                   DELIMITED BY SIZE INTO TRN-DESCRICAO
               MOVE WS-RUN-F3 TO TRN-RUN
               MOVE WS-PLO-CODIGO(K) TO TRN-POLO
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-3
           MOVE WS-TOTAL-POLOS TO WS-LINHAS-F3
           MOVE 'HORA' TO WS-RAZAO-F3
           MOVE SPACES TO WS-COMPLEMENTO-F3
           STRING "horas prof " WS-EXH-PROFESSOR(J)
               " mes " WS-EXH-MES(J)
               DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
           PERFORM ESCREVE-LOG-F3
           DISPLAY "Movimento HORA de " WS-VALOR-ED
               " lancado em ficheiro3.txt (run " WS-RUN-F3 ")".

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
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'extrato-horas.txt' TO SPL-FICHEIRO
           MOVE 'EXTRATO DE HORAS' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM HORAS-PROFESSORES.
