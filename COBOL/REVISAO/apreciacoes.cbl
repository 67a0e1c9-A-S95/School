      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apreciacao descritiva do professor por aluno,
      *          disciplina e termo (apreciacoes.txt, acrescentado a
      *          cada gravacao; vale o ultimo registo de cada chave
      *          e um texto em branco apaga a apreciacao): o
      *          lancamento corre os alunos de uma turma para uma
      *          disciplina e so o professor dessa disciplina na
      *          turma (horario.txt) lanca, salvo nivel D em
      *          perfis.txt ou operador que nao e professor; com o
      *          termo selado em termo-fechado.txt nada se altera;
      *          uma biblioteca de frases padrao
      *          (frases-apreciacao.txt) deixa escolher um codigo em
      *          vez de escrever o texto; o relatorio lista os alunos
      *          com disciplinas ainda sem apreciacao no termo, antes
      *          da emissao dos boletins
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRECIACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT OPTIONAL FICHEIRO-APRECIACOES
               ASSIGN TO 'apreciacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRECIACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-FRASES
               ASSIGN TO 'frases-apreciacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRASES-STATUS.
           SELECT OPTIONAL FICHEIRO-FECHO
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-PERFIS ASSIGN TO 'perfis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECUSAS
               ASSIGN TO 'acessos-recusados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUSAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-FALTAS ASSIGN TO 'apreciacoes-em-falta.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD FICHEIRO-APRECIACOES.
       01 LINHA-APRECIACAO.
         05 APR-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 APR-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 APR-TERMO      PIC X(10).
         05 FILLER         PIC X.
         05 APR-FRASE      PIC X(4).
         05 FILLER         PIC X.
         05 APR-TEXTO      PIC X(60).
         05 FILLER         PIC X.
         05 APR-PROFESSOR  PIC X(6).
         05 FILLER         PIC X.
         05 APR-DATA       PIC 9(8).
         05 APR-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 APR-OPERADOR   PIC X(8).
       FD FICHEIRO-FRASES.
       01 LINHA-FRASE.
         05 FRA-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 FRA-TEXTO  PIC X(60).
       FD FICHEIRO-FECHO.
       01 LINHA-FECHO.
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X(110).
         05 PRO-OPERADOR    PIC X(8).
         05 FILLER          PIC X(6).
       FD FICHEIRO-HORARIO.
       01 LINHA-HORARIO.
         05 HOR-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 HOR-DIA        PIC 9.
         05 FILLER         PIC X.
         05 HOR-TEMPO      PIC 9(2).
         05 FILLER         PIC X.
         05 HOR-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 HOR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X.
         05 HOR-SALA       PIC X(6).
       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
         05 PRF-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 PRF-PROGRAMA PIC X(22).
         05 FILLER       PIC X.
         05 PRF-NIVEL    PIC X.
       FD FICHEIRO-RECUSAS.
       01 LINHA-RECUSA PIC X(80).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-FALTAS.
       01 LINHA-FALTA PIC X(80).
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
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-APRECIACOES-STATUS PIC XX.
       01 WS-FRASES-STATUS PIC XX.
       01 WS-FECHO-STATUS PIC XX.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-HORARIO-STATUS PIC XX.
       01 WS-PERFIS-STATUS PIC XX.
       01 WS-RECUSAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-DISC PIC X.
       01 EOF-APRECIACOES PIC X.
       01 EOF-FRASES PIC X.
       01 EOF-PROFESSORES PIC X.
       01 EOF-HORARIO PIC X.
       01 EOF-PERFIS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-TERMO PIC X(10).
       01 WS-TERMO-SELADO PIC X(10).
       01 WS-TURMA PIC X(6).
       01 WS-DISCIPLINA PIC X(4).
       01 WS-PROFESSOR-OPERADOR PIC X(20).
       01 WS-PROFESSOR-DISC PIC X(20).
       01 WS-NIVEL-D PIC X.
       01 WS-PERMITIDO PIC X.
       01 WS-RESPOSTA PIC X(4).
       01 WS-RESPONDIDO PIC X.
       01 WS-TERMINAR PIC X.
       01 WS-FRASE PIC X(4).
       01 WS-TEXTO PIC X(60).
       01 WS-CONFIRMA PIC X.
       01 WS-GRAVADAS PIC 9(4).
       01 WS-EM-FALTA PIC 9(5).
       01 WS-ALUNOS-EM-FALTA PIC 9(5).
       01 WS-FALTA-ALUNO PIC X.
       01 WS-ACHADO PIC 9(4).
       01 I PIC 9(4).
       01 K PIC 9(4).
      * Biblioteca de frases padrao
       01 WS-TOTAL-FRASES PIC 9(3) VALUE 0.
       01 WS-TABELA-FRASES.
         05 WS-FRA OCCURS 200 TIMES.
           10 WS-FRA-CODIGO PIC X(4).
           10 WS-FRA-TEXTO  PIC X(60).
      * Alunos da turma em lancamento
       01 WS-TOTAL-ALUNOS PIC 9(3) VALUE 0.
       01 WS-TABELA-ALUNOS.
         05 WS-ALU OCCURS 60 TIMES.
           10 WS-ALU-NUMERO PIC 9(5).
           10 WS-ALU-NOME   PIC X(20).
      * Apreciacoes em vigor do termo (o ultimo registo de cada
      * aluno e disciplina substitui os anteriores)
       01 WS-TOTAL-APR PIC 9(4) VALUE 0.
       01 WS-APR-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-APRECIACOES.
         05 WS-APR OCCURS 5000 TIMES.
           10 WS-APR-NUMERO     PIC 9(5).
           10 WS-APR-DISCIPLINA PIC X(4).
           10 WS-APR-TEXTO      PIC X(60).
      * Professor de cada turma e disciplina, do horario
       01 WS-TOTAL-HOR PIC 9(3) VALUE 0.
       01 WS-TABELA-HORARIO.
         05 WS-HOR OCCURS 300 TIMES.
           10 WS-HOR-TURMA      PIC X(6).
           10 WS-HOR-DISCIPLINA PIC X(4).
           10 WS-HOR-PROFESSOR  PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "APRECIACOES DESCRITIVAS"
               DISPLAY "1 - LANCAR APRECIACOES (TURMA/DISCIPLINA)"
               DISPLAY "2 - LISTAR FRASES PADRAO"
               DISPLAY "3 - CRIAR/ALTERAR FRASE PADRAO"
               DISPLAY "4 - ALUNOS SEM APRECIACAO NO TERMO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LANCAR-APRECIACOES
                   WHEN 2
                       PERFORM LISTAR-FRASES
                   WHEN 3
                       PERFORM ALTERAR-FRASE
                   WHEN 4
                       PERFORM RELATORIO-EM-FALTA
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

       PEDE-TERMO.
           DISPLAY "TERMO (ex: 2026-1): " WITH NO ADVANCING
           MOVE SPACES TO WS-TERMO
           ACCEPT WS-TERMO
           MOVE FUNCTION UPPER-CASE(WS-TERMO) TO WS-TERMO.

       LE-TERMO-SELADO.
           MOVE SPACES TO WS-TERMO-SELADO
           OPEN INPUT FICHEIRO-FECHO
           IF WS-FECHO-STATUS = '00' OR WS-FECHO-STATUS = '05'
               READ FICHEIRO-FECHO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FEC-TERMO)
                           TO WS-TERMO-SELADO
               END-READ
               CLOSE FICHEIRO-FECHO
           END-IF.

       LANCAR-APRECIACOES.
      * Termo selado no fecho de pauta fica fechado tambem para as
      * apreciacoes; corrigir exige a reabertura no fecho de pauta
           PERFORM PEDE-TERMO
           PERFORM LE-TERMO-SELADO
           IF WS-TERMO = SPACES
               DISPLAY "Termo obrigatorio"
           ELSE
               IF WS-TERMO = WS-TERMO-SELADO
                   DISPLAY "Termo " WS-TERMO " selado no fecho de"
                       " pauta; apreciacoes bloqueadas"
               ELSE
                   DISPLAY "TURMA: " WITH NO ADVANCING
                   MOVE SPACES TO WS-TURMA
                   ACCEPT WS-TURMA
                   MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
                   DISPLAY "DISCIPLINA: " WITH NO ADVANCING
                   MOVE SPACES TO WS-DISCIPLINA
                   ACCEPT WS-DISCIPLINA
                   MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA)
                       TO WS-DISCIPLINA
                   IF WS-TURMA = SPACES OR WS-DISCIPLINA = SPACES
                       DISPLAY "Turma e disciplina obrigatorias"
                   ELSE
                       PERFORM VERIFICA-DISCIPLINA-PERMITIDA
                       IF WS-PERMITIDO = 'S'
                           PERFORM LANCA-TURMA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LANCA-TURMA.
           PERFORM CARREGA-ALUNOS-TURMA
           IF WS-TOTAL-ALUNOS = 0
               DISPLAY "Turma " WS-TURMA " sem alunos"
           ELSE
               PERFORM CARREGA-FRASES
               PERFORM CARREGA-APRECIACOES-TERMO
               MOVE 0 TO WS-GRAVADAS
               MOVE 'N' TO WS-TERMINAR
               DISPLAY "Por aluno: codigo da frase, * = texto livre,"
                   " - = apagar, ENTER = manter, / = terminar"
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-ALUNOS OR WS-TERMINAR = 'S'
                   PERFORM APRECIA-ALUNO
               END-PERFORM
               DISPLAY "Apreciacoes gravadas: " WS-GRAVADAS
           END-IF.

       CARREGA-ALUNOS-TURMA.
      * Alunos com matricula anulada (turma SAIDA) nao aparecem
           MOVE 0 TO WS-TOTAL-ALUNOS
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           IF REC-TURMA = WS-TURMA AND
                               REC-TURMA NOT = 'SAIDA'
                               IF WS-TOTAL-ALUNOS < 60
                                   ADD 1 TO WS-TOTAL-ALUNOS
                                   MOVE REC-NUMERO TO
                                       WS-ALU-NUMERO(WS-TOTAL-ALUNOS)
                                   MOVE REC-NOME TO
                                       WS-ALU-NOME(WS-TOTAL-ALUNOS)
                               ELSE
                                   DISPLAY "Aviso: turma com mais de"
                                       " 60 alunos, aluno "
                                       REC-NUMERO " fica de fora"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
           END-IF.

       APRECIA-ALUNO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-APR
               IF WS-APR-NUMERO(K) = WS-ALU-NUMERO(I) AND
                   WS-APR-DISCIPLINA(K) = WS-DISCIPLINA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           DISPLAY WS-ALU-NUMERO(I) " " WS-ALU-NOME(I)
           IF WS-ACHADO > 0
               DISPLAY "  ATUAL: " WS-APR-TEXTO(WS-ACHADO)
           ELSE
               DISPLAY "  ATUAL: (sem apreciacao)"
           END-IF
           MOVE 'N' TO WS-RESPONDIDO
           PERFORM UNTIL WS-RESPONDIDO = 'S'
               DISPLAY "  FRASE: " WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               MOVE 'S' TO WS-RESPONDIDO
               EVALUATE TRUE
                   WHEN WS-RESPOSTA = SPACES
                       CONTINUE
                   WHEN WS-RESPOSTA = '/'
                       MOVE 'S' TO WS-TERMINAR
                   WHEN WS-RESPOSTA = '*'
                       DISPLAY "  TEXTO: " WITH NO ADVANCING
                       MOVE SPACES TO WS-TEXTO
                       ACCEPT WS-TEXTO
                       IF WS-TEXTO = SPACES
                           MOVE 'N' TO WS-RESPONDIDO
                       ELSE
                           MOVE SPACES TO WS-FRASE
                           PERFORM GRAVA-APRECIACAO
                       END-IF
                   WHEN WS-RESPOSTA = '-'
                       IF WS-ACHADO > 0
                           MOVE SPACES TO WS-FRASE
                           MOVE SPACES TO WS-TEXTO
                           PERFORM GRAVA-APRECIACAO
                       END-IF
                   WHEN OTHER
                       PERFORM PROCURA-FRASE
                       IF WS-TEXTO = SPACES
                           DISPLAY "  Frase " WS-RESPOSTA
                               " nao existe na biblioteca"
                           MOVE 'N' TO WS-RESPONDIDO
                       ELSE
                           MOVE WS-RESPOSTA TO WS-FRASE
                           DISPLAY "  " WS-TEXTO
                           PERFORM GRAVA-APRECIACAO
                       END-IF
               END-EVALUATE
           END-PERFORM.

       PROCURA-FRASE.
           MOVE SPACES TO WS-TEXTO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FRASES
               IF WS-FRA-CODIGO(K) = WS-RESPOSTA
                   MOVE WS-FRA-TEXTO(K) TO WS-TEXTO
               END-IF
           END-PERFORM.

       GRAVA-APRECIACAO.
      * O texto da frase e copiado para o registo: alterar a
      * biblioteca depois nao muda apreciacoes ja lancadas
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-APRECIACOES
           MOVE SPACES TO LINHA-APRECIACAO
           MOVE WS-ALU-NUMERO(I) TO APR-NUMERO
           MOVE WS-DISCIPLINA TO APR-DISCIPLINA
           MOVE WS-TERMO TO APR-TERMO
           MOVE WS-FRASE TO APR-FRASE
           MOVE WS-TEXTO TO APR-TEXTO
           MOVE WS-PROFESSOR-DISC TO APR-PROFESSOR
           MOVE WS-DATA TO APR-DATA
           MOVE WS-HORA TO APR-HORA
           MOVE WS-OPERADOR TO APR-OPERADOR
           WRITE LINHA-APRECIACAO
           CLOSE FICHEIRO-APRECIACOES
           ADD 1 TO WS-GRAVADAS
           IF WS-ACHADO > 0
               MOVE WS-TEXTO TO WS-APR-TEXTO(WS-ACHADO)
           END-IF.

       CARREGA-APRECIACOES-TERMO.
           MOVE 0 TO WS-TOTAL-APR
           MOVE 'N' TO WS-APR-CHEIA
           MOVE 'N' TO EOF-APRECIACOES
           OPEN INPUT FICHEIRO-APRECIACOES
           IF WS-APRECIACOES-STATUS = '00' OR
               WS-APRECIACOES-STATUS = '05'
               PERFORM UNTIL EOF-APRECIACOES = 'S'
                   READ FICHEIRO-APRECIACOES
                       AT END
                           MOVE 'S' TO EOF-APRECIACOES
                       NOT AT END
                           IF APR-NUMERO IS NUMERIC AND
                               APR-TERMO = WS-TERMO
                               PERFORM GUARDA-APRECIACAO-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-APRECIACOES
           END-IF
           IF WS-APR-CHEIA = 'S'
               DISPLAY "Aviso: mais de 5000 apreciacoes no termo,"
                   " as restantes nao foram lidas"
           END-IF.

       GUARDA-APRECIACAO-LIDA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-APR
               IF WS-APR-NUMERO(K) = APR-NUMERO AND
                   WS-APR-DISCIPLINA(K) = APR-DISCIPLINA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               IF WS-TOTAL-APR < 5000
                   ADD 1 TO WS-TOTAL-APR
                   MOVE WS-TOTAL-APR TO WS-ACHADO
                   MOVE APR-NUMERO TO WS-APR-NUMERO(WS-ACHADO)
                   MOVE APR-DISCIPLINA TO WS-APR-DISCIPLINA(WS-ACHADO)
               ELSE
                   MOVE 'S' TO WS-APR-CHEIA
               END-IF
           END-IF
           IF WS-ACHADO > 0
               MOVE APR-TEXTO TO WS-APR-TEXTO(WS-ACHADO)
           END-IF.

       VERIFICA-DISCIPLINA-PERMITIDA.
      * Mesma regra do lancamento de notas por disciplina: o
      * operador ligado a um professor (PRO-OPERADOR) so aprecia a
      * disciplina que esse professor da na turma (horario.txt);
      * nivel D (ou sem perfis.txt) e quem nao e professor passam
           MOVE 'S' TO WS-PERMITIDO
           PERFORM CARREGA-HORARIO
           MOVE SPACES TO WS-PROFESSOR-DISC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-HOR
               IF WS-HOR-TURMA(K) = WS-TURMA AND
                   WS-HOR-DISCIPLINA(K) = WS-DISCIPLINA
                   MOVE WS-HOR-PROFESSOR(K) TO WS-PROFESSOR-DISC
               END-IF
           END-PERFORM
           PERFORM PROCURA-PROFESSOR-OPERADOR
           IF WS-PROFESSOR-OPERADOR NOT = SPACES
               PERFORM LE-NIVEL-D
               IF WS-NIVEL-D = 'N'
                   MOVE 'N' TO WS-PERMITIDO
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-HOR
                       IF WS-HOR-TURMA(K) = WS-TURMA AND
                           WS-HOR-DISCIPLINA(K) = WS-DISCIPLINA AND
                           WS-HOR-PROFESSOR(K) = WS-PROFESSOR-OPERADOR
                           MOVE 'S' TO WS-PERMITIDO
                       END-IF
                   END-PERFORM
                   IF WS-PERMITIDO = 'N'
                       DISPLAY "Disciplina " WS-DISCIPLINA
                           " na turma " WS-TURMA
                           " nao e do professor "
                           WS-PROFESSOR-OPERADOR
                           "; recusado e registado"
                       PERFORM REGISTA-RECUSA
                   ELSE
                       MOVE WS-PROFESSOR-OPERADOR TO WS-PROFESSOR-DISC
                   END-IF
               END-IF
           END-IF.

       CARREGA-HORARIO.
           MOVE 0 TO WS-TOTAL-HOR
           MOVE 'N' TO EOF-HORARIO
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00' OR WS-HORARIO-STATUS = '05'
               PERFORM UNTIL EOF-HORARIO = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-HORARIO
                       NOT AT END
                           PERFORM GUARDA-HORARIO-LIDO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF.

       GUARDA-HORARIO-LIDO.
      * Uma entrada por turma e disciplina (o horario repete-as
      * por cada tempo da semana)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-HOR
               IF WS-HOR-TURMA(K) = HOR-TURMA AND
                   WS-HOR-DISCIPLINA(K) = HOR-DISCIPLINA AND
                   WS-HOR-PROFESSOR(K) = HOR-PROFESSOR
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-HOR < 300 AND
               HOR-TURMA NOT = SPACES
               ADD 1 TO WS-TOTAL-HOR
               MOVE HOR-TURMA TO WS-HOR-TURMA(WS-TOTAL-HOR)
               MOVE HOR-DISCIPLINA TO WS-HOR-DISCIPLINA(WS-TOTAL-HOR)
               MOVE HOR-PROFESSOR TO WS-HOR-PROFESSOR(WS-TOTAL-HOR)
           END-IF.

       PROCURA-PROFESSOR-OPERADOR.
           MOVE SPACES TO WS-PROFESSOR-OPERADOR
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-OPERADOR NOT = SPACES AND
                               FUNCTION UPPER-CASE(PRO-OPERADOR) =
                               FUNCTION UPPER-CASE(WS-OPERADOR)
                               MOVE PRO-CODIGO
                                   TO WS-PROFESSOR-OPERADOR
                               MOVE 'S' TO EOF-PROFESSORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           ELSE
               IF WS-PROFESSORES-STATUS = '05'
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
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
                               AND (PRF-PROGRAMA = 'APRECIACOES'
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

       REGISTA-RECUSA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RECUSAS
           MOVE SPACES TO LINHA-RECUSA
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " RECUSADO APRECIACOES " WS-TURMA " "
               WS-DISCIPLINA " " WS-TERMO
               DELIMITED BY SIZE INTO LINHA-RECUSA
           WRITE LINHA-RECUSA
           CLOSE FICHEIRO-RECUSAS.

       CARREGA-FRASES.
           MOVE 0 TO WS-TOTAL-FRASES
           MOVE 'N' TO EOF-FRASES
           OPEN INPUT FICHEIRO-FRASES
           IF WS-FRASES-STATUS = '00' OR WS-FRASES-STATUS = '05'
               PERFORM UNTIL EOF-FRASES = 'S'
                   READ FICHEIRO-FRASES
                       AT END
                           MOVE 'S' TO EOF-FRASES
                       NOT AT END
                           IF FRA-CODIGO NOT = SPACES AND
                               WS-TOTAL-FRASES < 200
                               ADD 1 TO WS-TOTAL-FRASES
                               MOVE FRA-CODIGO
                                   TO WS-FRA-CODIGO(WS-TOTAL-FRASES)
                               MOVE FRA-TEXTO
                                   TO WS-FRA-TEXTO(WS-TOTAL-FRASES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FRASES
           END-IF.

       LISTAR-FRASES.
           PERFORM CARREGA-FRASES
           IF WS-TOTAL-FRASES = 0
               DISPLAY "Biblioteca de frases vazia"
           ELSE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FRASES
                   DISPLAY WS-FRA-CODIGO(K) " " WS-FRA-TEXTO(K)
               END-PERFORM
           END-IF.

       ALTERAR-FRASE.
           PERFORM CARREGA-FRASES
           DISPLAY "CODIGO DA FRASE (ate 4 letras): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA = SPACES OR WS-RESPOSTA = '*' OR
               WS-RESPOSTA = '-' OR WS-RESPOSTA = '/'
               DISPLAY "Codigo invalido"
           ELSE
               PERFORM PROCURA-FRASE
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-TOTAL-FRASES
                   IF WS-FRA-CODIGO(K) = WS-RESPOSTA
                       MOVE K TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0 AND WS-TOTAL-FRASES >= 200
                   DISPLAY "Biblioteca cheia, nada criado"
               ELSE
                   IF WS-ACHADO > 0
                       DISPLAY "Texto atual: " WS-TEXTO
                   END-IF
                   DISPLAY "NOVO TEXTO (ENTER = manter): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-TEXTO
                   ACCEPT WS-TEXTO
                   IF WS-TEXTO = SPACES
                       DISPLAY "Frase nao alterada"
                   ELSE
                       IF WS-ACHADO = 0
                           ADD 1 TO WS-TOTAL-FRASES
                           MOVE WS-TOTAL-FRASES TO WS-ACHADO
                           MOVE WS-RESPOSTA
                               TO WS-FRA-CODIGO(WS-ACHADO)
                       END-IF
                       MOVE WS-TEXTO TO WS-FRA-TEXTO(WS-ACHADO)
                       PERFORM GRAVA-FRASES
                       DISPLAY "Frase " WS-RESPOSTA " gravada"
                   END-IF
               END-IF
           END-IF.

       GRAVA-FRASES.
           OPEN OUTPUT FICHEIRO-FRASES
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-FRASES
               MOVE SPACES TO LINHA-FRASE
               MOVE WS-FRA-CODIGO(K) TO FRA-CODIGO
               MOVE WS-FRA-TEXTO(K) TO FRA-TEXTO
               WRITE LINHA-FRASE
           END-PERFORM
           CLOSE FICHEIRO-FRASES.

       RELATORIO-EM-FALTA.
      * Cada disciplina do aluno em notas-disc.dat (as que saem no
      * boletim) sem apreciacao no termo, com o professor que a da
      * na turma segundo o horario
           PERFORM PEDE-TERMO
           IF WS-TERMO = SPACES
               DISPLAY "Termo obrigatorio"
           ELSE
               DISPLAY "TURMA (ENTER = todas): " WITH NO ADVANCING
               MOVE SPACES TO WS-TURMA
               ACCEPT WS-TURMA
               MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
               PERFORM CARREGA-APRECIACOES-TERMO
               PERFORM CARREGA-HORARIO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               OPEN INPUT FICHEIRO-NOTAS
               IF WS-NOTAS-STATUS NOT = '00'
                   DISPLAY "NOTAS.DAT nao encontrado"
               ELSE
                   OPEN INPUT FICHEIRO-DISC
                   IF WS-DISC-STATUS NOT = '00'
                       DISPLAY "notas-disc.dat nao encontrado"
                       CLOSE FICHEIRO-NOTAS
                   ELSE
                       PERFORM ESCREVE-EM-FALTA
                       CLOSE FICHEIRO-DISC
                       CLOSE FICHEIRO-NOTAS
                       PERFORM REGISTA-SPOOL
                       DISPLAY "Alunos com apreciacoes em falta: "
                           WS-ALUNOS-EM-FALTA " (" WS-EM-FALTA
                           " disciplina(s)), em "
                           "apreciacoes-em-falta.txt"
                   END-IF
               END-IF
           END-IF.

       ESCREVE-EM-FALTA.
           MOVE 0 TO WS-EM-FALTA
           MOVE 0 TO WS-ALUNOS-EM-FALTA
           OPEN OUTPUT FICHEIRO-FALTAS
           MOVE ALL "=" TO LINHA-FALTA
           WRITE LINHA-FALTA
           MOVE SPACES TO LINHA-FALTA
           STRING "APRECIACOES EM FALTA - TERMO " WS-TERMO
               " - " WS-DATA
               DELIMITED BY SIZE INTO LINHA-FALTA
           WRITE LINHA-FALTA
           MOVE ALL "=" TO LINHA-FALTA
           WRITE LINHA-FALTA
           MOVE "TURMA  ALUNO NOME                 DISC PROFESSOR"
               TO LINHA-FALTA
           WRITE LINHA-FALTA
           MOVE ALL "-" TO LINHA-FALTA
           WRITE LINHA-FALTA
           MOVE 'N' TO EOF-NOTAS
           PERFORM UNTIL EOF-NOTAS = 'S'
               READ FICHEIRO-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-NOTAS
                   NOT AT END
                       IF REC-TURMA NOT = 'SAIDA' AND
                           (WS-TURMA = SPACES OR
                            REC-TURMA = WS-TURMA)
                           PERFORM VERIFICA-ALUNO-EM-FALTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE ALL "-" TO LINHA-FALTA
           WRITE LINHA-FALTA
           MOVE SPACES TO LINHA-FALTA
           STRING "ALUNOS: " WS-ALUNOS-EM-FALTA
               "  DISCIPLINAS SEM APRECIACAO: " WS-EM-FALTA
               DELIMITED BY SIZE INTO LINHA-FALTA
           WRITE LINHA-FALTA
           CLOSE FICHEIRO-FALTAS.

       VERIFICA-ALUNO-EM-FALTA.
           MOVE 'N' TO WS-FALTA-ALUNO
           MOVE REC-NUMERO TO DIS-NUMERO
           MOVE SPACES TO DIS-DISCIPLINA
           MOVE 'N' TO EOF-DISC
           START FICHEIRO-DISC KEY >= DIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO EOF-DISC
           END-START
           PERFORM UNTIL EOF-DISC = 'S'
               READ FICHEIRO-DISC NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-DISC
                   NOT AT END
                       IF DIS-NUMERO NOT = REC-NUMERO
                           MOVE 'S' TO EOF-DISC
                       ELSE
                           PERFORM VERIFICA-DISCIPLINA-EM-FALTA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FALTA-ALUNO = 'S'
               ADD 1 TO WS-ALUNOS-EM-FALTA
           END-IF.

       VERIFICA-DISCIPLINA-EM-FALTA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-APR
               IF WS-APR-NUMERO(K) = DIS-NUMERO AND
                   WS-APR-DISCIPLINA(K) = DIS-DISCIPLINA AND
                   WS-APR-TEXTO(K) NOT = SPACES
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               MOVE 'S' TO WS-FALTA-ALUNO
               ADD 1 TO WS-EM-FALTA
               MOVE SPACES TO WS-PROFESSOR-DISC
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-HOR
                   IF WS-HOR-TURMA(K) = REC-TURMA AND
                       WS-HOR-DISCIPLINA(K) = DIS-DISCIPLINA
                       MOVE WS-HOR-PROFESSOR(K) TO WS-PROFESSOR-DISC
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINHA-FALTA
               STRING REC-TURMA " " REC-NUMERO " " REC-NOME " "
                   DIS-DISCIPLINA " " WS-PROFESSOR-DISC
                   DELIMITED BY SIZE INTO LINHA-FALTA
               WRITE LINHA-FALTA
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'apreciacoes-em-falta.txt' TO SPL-FICHEIRO
           MOVE 'APRECIACOES EM FALTA' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM APRECIACOES.
