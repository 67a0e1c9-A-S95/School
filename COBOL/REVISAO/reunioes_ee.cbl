      ******************************************************************
      * Author:
      * Date:
      * Purpose: Atendimento aos encarregados de educacao: horario
      *          semanal de atendimento do diretor de cada turma
      *          (atendimento-turmas.txt: dia da semana e hora de
      *          inicio e fim, dividida em vagas de REUNIAO-MINUTOS
      *          de parametros.txt), marcacao de reuniao por
      *          encarregado e aluno numa vaga livre de um dia de
      *          atendimento que nao seja feriado nem ferias
      *          (reunioes-ee.txt), com a confirmacao mandada pela
      *          caixa de saida das comunicacoes (REGISTA-MENSAGEM);
      *          depois da reuniao o diretor de turma regista a nota
      *          e o seguimento combinado (ou a falta da familia); o
      *          relatorio do periodo por turma lista as familias que
      *          nao tiveram nenhuma reuniao realizada, e sai pelo
      *          spool (reunioes-familias.txt)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUNIOES-EE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ATENDIMENTO
               ASSIGN TO 'atendimento-turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATENDIMENTO-STATUS.
           SELECT OPTIONAL FICHEIRO-REUNIOES
               ASSIGN TO 'reunioes-ee.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REUNIOES-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-CALESCOLAR
               ASSIGN TO 'calendario-escolar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALESCOLAR-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'reunioes-familias.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-ATENDIMENTO.
       01 LINHA-ATENDIMENTO.
         05 ATD-TURMA    PIC X(6).
         05 FILLER       PIC X.
         05 ATD-DIA      PIC 9.
         05 FILLER       PIC X.
         05 ATD-HORA-INI PIC 9(4).
         05 FILLER       PIC X.
         05 ATD-HORA-FIM PIC 9(4).
       FD FICHEIRO-REUNIOES.
       01 LINHA-REUNIAO.
         05 REU-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 REU-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 REU-ALUNO      PIC 9(5).
         05 FILLER         PIC X.
         05 REU-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 REU-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 REU-HORA       PIC 9(4).
         05 FILLER         PIC X.
         05 REU-ESTADO     PIC X(9).
         05 FILLER         PIC X.
         05 REU-REGISTO    PIC 9(8).
         05 FILLER         PIC X.
         05 REU-OPERADOR   PIC X(8).
         05 FILLER         PIC X.
         05 REU-NOTA       PIC X(60).
         05 FILLER         PIC X.
         05 REU-SEGUIMENTO PIC X(60).
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
         05 FILLER         PIC X(3).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-CALESCOLAR.
       01 LINHA-CALESCOLAR.
         05 CES-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 CES-TIPO      PIC X(8).
         05 FILLER        PIC X.
         05 CES-DESCRICAO PIC X(30).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(80).
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
       01 WS-ATENDIMENTO-STATUS PIC XX.
       01 WS-REUNIOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-CALESCOLAR-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-ATENDIMENTO PIC X.
       01 EOF-REUNIOES PIC X.
       01 EOF-NOTAS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-CALESCOLAR PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-MINUTOS-VAGA PIC 9(3) VALUE 15.
       01 WS-TURMA PIC X(6).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-MEMBRO PIC X(20).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-REF PIC 9(8).
       01 WS-INICIO-PERIODO PIC 9(8).
       01 WS-HORA-TEXTO PIC X(4).
       01 WS-HORA-REF PIC 9(4).
       01 WS-DIA-TEXTO PIC X.
       01 WS-ID-TEXTO PIC X(5).
       01 WS-ID PIC 9(5).
       01 WS-RESPOSTA PIC X.
       01 WS-NOTA PIC X(60).
       01 WS-SEGUIMENTO PIC X(60).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-DIA-UTIL PIC X.
       01 WS-VAGA-LIVRE PIC X.
       01 WS-LIVRES PIC 9(3).
       01 WS-MIN-INI PIC 9(4).
       01 WS-MIN-FIM PIC 9(4).
       01 WS-MIN-VAGA PIC 9(4).
       01 WS-HORA-VAGA PIC 9(4).
       01 WS-LINHA-VAGAS PIC X(80).
       01 WS-PONTEIRO PIC 9(3).
       01 WS-PROFESSOR PIC X(20).
       01 WS-ATD-ACHADO PIC 9(3).
       01 WS-REU-ACHADA PIC 9(4).
       01 WS-VISTA PIC X.
       01 WS-MARCADA-DATA PIC 9(8).
       01 WS-CONTA-ALUNOS PIC 9(3).
       01 WS-CONTA-SEM PIC 9(3).
       01 WS-FORA-HORARIO PIC 9(3).
       01 WS-HORA-ED PIC 99B99.
       01 I PIC 9(4).
       01 K PIC 9(3).
       01 WS-NOMES-DIAS.
         05 FILLER PIC X(7) VALUE 'SEGUNDA'.
         05 FILLER PIC X(7) VALUE 'TERCA'.
         05 FILLER PIC X(7) VALUE 'QUARTA'.
         05 FILLER PIC X(7) VALUE 'QUINTA'.
         05 FILLER PIC X(7) VALUE 'SEXTA'.
       01 FILLER REDEFINES WS-NOMES-DIAS.
         05 WS-NOME-DIA PIC X(7) OCCURS 5 TIMES.
      * Horario de atendimento por turma
       01 WS-TOTAL-ATD PIC 9(3) VALUE 0.
       01 WS-TABELA-ATENDIMENTO.
         05 WS-ATD OCCURS 100 TIMES.
           10 WS-ATD-TURMA    PIC X(6).
           10 WS-ATD-DIA      PIC 9.
           10 WS-ATD-HORA-INI PIC 9(4).
           10 WS-ATD-HORA-FIM PIC 9(4).
      * Reunioes: o registo fica inteiro para a regravacao
       01 WS-TOTAL-REU PIC 9(4) VALUE 0.
       01 WS-REU-CHEIA PIC X VALUE 'N'.
       01 WS-REU-PROX-ID PIC 9(5).
       01 WS-TABELA-REUNIOES.
         05 WS-REU-LINHA PIC X(204) OCCURS 1000 TIMES.
      * Encarregados do aluno
       01 WS-TOTAL-EE PIC 9(2).
       01 WS-TABELA-EE.
         05 WS-EE-MEMBRO PIC X(20) OCCURS 10 TIMES.
      * Dias sem aulas do calendario escolar
       01 WS-TOTAL-NAO-UTEIS PIC 9(3) VALUE 0.
       01 WS-DATAS-NAO-UTEIS.
         05 WS-NAO-UTIL PIC 9(8) OCCURS 100 TIMES.
      * Mensagem para a caixa de saida das comunicacoes
       01 WS-MSG-ORIGEM PIC X(20) VALUE 'REUNIOES-EE'.
       01 WS-MSG-MODELO PIC X(10) VALUE 'REUNIAO'.
       01 WS-MSG-MEMBRO PIC X(20).
       01 WS-MSG-ALUNO PIC 9(5).
       01 WS-MSG-TEXTO PIC X(160).
       01 WS-MSG-PAPEL PIC X VALUE 'N'.
       01 WS-MSG-RESULTADO PIC X.
       01 WS-MSG-QUANTOS PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           MOVE 'REUNIAO-MINUTOS' TO WS-PARAMETRO-CHAVE
           MOVE WS-MINUTOS-VAGA TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 5 AND WS-PARAMETRO-VALOR <= 120
               MOVE WS-PARAMETRO-VALOR TO WS-MINUTOS-VAGA
           END-IF
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "ATENDIMENTO AOS ENCARREGADOS (reunioes-ee.txt)"
               DISPLAY "1 - HORARIO DE ATENDIMENTO DAS TURMAS"
               DISPLAY "2 - MARCAR REUNIAO"
               DISPLAY "3 - AGENDA DE UM DIA"
               DISPLAY "4 - REGISTAR NOTA DA REUNIAO"
               DISPLAY "5 - ANULAR REUNIAO"
               DISPLAY "6 - FAMILIAS SEM REUNIAO NO PERIODO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM HORARIO-ATENDIMENTO
                   WHEN 2
                       PERFORM MARCAR-REUNIAO
                   WHEN 3
                       PERFORM AGENDA-DO-DIA
                   WHEN 4
                       PERFORM REGISTAR-NOTA
                   WHEN 5
                       PERFORM ANULAR-REUNIAO
                   WHEN 6
                       PERFORM FAMILIAS-SEM-REUNIAO
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

      ******************************************************************
      * Horario de atendimento
      ******************************************************************
       CARREGA-ATENDIMENTOS.
           MOVE 0 TO WS-TOTAL-ATD
           MOVE 'N' TO EOF-ATENDIMENTO
           OPEN INPUT FICHEIRO-ATENDIMENTO
           IF WS-ATENDIMENTO-STATUS = '00' OR
               WS-ATENDIMENTO-STATUS = '05'
               PERFORM UNTIL EOF-ATENDIMENTO = 'S'
                   READ FICHEIRO-ATENDIMENTO
                       AT END
                           MOVE 'S' TO EOF-ATENDIMENTO
                       NOT AT END
                           IF ATD-TURMA NOT = SPACES AND
                               ATD-DIA IS NUMERIC AND
                               ATD-HORA-INI IS NUMERIC AND
                               ATD-HORA-FIM IS NUMERIC AND
                               WS-TOTAL-ATD < 100
                               ADD 1 TO WS-TOTAL-ATD
                               MOVE ATD-TURMA
                                   TO WS-ATD-TURMA(WS-TOTAL-ATD)
                               MOVE ATD-DIA
                                   TO WS-ATD-DIA(WS-TOTAL-ATD)
                               MOVE ATD-HORA-INI
                                   TO WS-ATD-HORA-INI(WS-TOTAL-ATD)
                               MOVE ATD-HORA-FIM
                                   TO WS-ATD-HORA-FIM(WS-TOTAL-ATD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ATENDIMENTO
           END-IF.

       GRAVA-ATENDIMENTOS.
           OPEN OUTPUT FICHEIRO-ATENDIMENTO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ATD
               MOVE SPACES TO LINHA-ATENDIMENTO
               MOVE WS-ATD-TURMA(K) TO ATD-TURMA
               MOVE WS-ATD-DIA(K) TO ATD-DIA
               MOVE WS-ATD-HORA-INI(K) TO ATD-HORA-INI
               MOVE WS-ATD-HORA-FIM(K) TO ATD-HORA-FIM
               WRITE LINHA-ATENDIMENTO
           END-PERFORM
           CLOSE FICHEIRO-ATENDIMENTO.

       PROCURA-ATENDIMENTO.
           MOVE 0 TO WS-ATD-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ATD
               IF WS-ATD-TURMA(K) = WS-TURMA
                   MOVE K TO WS-ATD-ACHADO
               END-IF
           END-PERFORM.

       PROCURA-DIRETOR-TURMA.
      * O diretor de turma e o professor da turma em turmas.txt
           MOVE '(sem diretor)' TO WS-PROFESSOR
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO = WS-TURMA
                               MOVE TUR-PROFESSOR TO WS-PROFESSOR
                               MOVE 'S' TO EOF-TURMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       HORARIO-ATENDIMENTO.
           PERFORM CARREGA-ATENDIMENTOS
           DISPLAY "TURMA  DIA     DAS   AS    DIRETOR DE TURMA"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ATD
               MOVE WS-ATD-TURMA(I) TO WS-TURMA
               PERFORM PROCURA-DIRETOR-TURMA
               MOVE I TO K
               IF WS-ATD-DIA(K) >= 1 AND WS-ATD-DIA(K) <= 5
                   DISPLAY WS-ATD-TURMA(K) " "
                       WS-NOME-DIA(WS-ATD-DIA(K)) " "
                       WS-ATD-HORA-INI(K) "  " WS-ATD-HORA-FIM(K)
                       "  " WS-PROFESSOR
               END-IF
           END-PERFORM
           IF WS-TOTAL-ATD = 0
               DISPLAY "  (nenhuma turma com horario)"
           END-IF
           DISPLAY "TURMA A DEFINIR (ENTER = nenhuma): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
           IF WS-TURMA NOT = SPACES
               PERFORM DEFINE-ATENDIMENTO
           END-IF.

       DEFINE-ATENDIMENTO.
           DISPLAY "DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-DIA-TEXTO
           ACCEPT WS-DIA-TEXTO
           DISPLAY "DAS (HHMM): " WITH NO ADVANCING
           MOVE SPACES TO WS-HORA-TEXTO
           ACCEPT WS-HORA-TEXTO
           MOVE 9999 TO WS-MIN-INI
           IF WS-HORA-TEXTO IS NUMERIC
               MOVE WS-HORA-TEXTO TO WS-HORA-REF
               PERFORM VALIDA-HORA-REF
               MOVE WS-HORA-REF TO WS-MIN-INI
           END-IF
           DISPLAY "AS (HHMM): " WITH NO ADVANCING
           MOVE SPACES TO WS-HORA-TEXTO
           ACCEPT WS-HORA-TEXTO
           MOVE 9999 TO WS-MIN-FIM
           IF WS-HORA-TEXTO IS NUMERIC
               MOVE WS-HORA-TEXTO TO WS-HORA-REF
               PERFORM VALIDA-HORA-REF
               MOVE WS-HORA-REF TO WS-MIN-FIM
           END-IF
           EVALUATE TRUE
               WHEN WS-DIA-TEXTO < '1' OR WS-DIA-TEXTO > '5'
                   DISPLAY "Dia da semana invalido"
               WHEN WS-MIN-INI = 9999 OR WS-MIN-FIM = 9999
                   DISPLAY "Hora invalida"
               WHEN WS-MIN-INI >= WS-MIN-FIM
                   DISPLAY "A hora de fim tem de ser depois da de"
                       " inicio"
               WHEN OTHER
                   PERFORM GUARDA-ATENDIMENTO
           END-EVALUATE.

       VALIDA-HORA-REF.
      * HHMM valido passa; senao fica 9999
           IF WS-HORA-REF > 2359 OR
               FUNCTION MOD(WS-HORA-REF, 100) > 59
               MOVE 9999 TO WS-HORA-REF
           END-IF.

       GUARDA-ATENDIMENTO.
           PERFORM PROCURA-ATENDIMENTO
           IF WS-ATD-ACHADO = 0 AND WS-TOTAL-ATD >= 100
               DISPLAY "Tabela de horarios cheia"
           ELSE
               IF WS-ATD-ACHADO = 0
                   ADD 1 TO WS-TOTAL-ATD
                   MOVE WS-TOTAL-ATD TO WS-ATD-ACHADO
               END-IF
               MOVE WS-TURMA TO WS-ATD-TURMA(WS-ATD-ACHADO)
               MOVE WS-DIA-TEXTO TO WS-ATD-DIA(WS-ATD-ACHADO)
               MOVE WS-MIN-INI TO WS-ATD-HORA-INI(WS-ATD-ACHADO)
               MOVE WS-MIN-FIM TO WS-ATD-HORA-FIM(WS-ATD-ACHADO)
               PERFORM GRAVA-ATENDIMENTOS
               DISPLAY "Atendimento da turma " WS-TURMA ": "
                   WS-NOME-DIA(WS-ATD-DIA(WS-ATD-ACHADO)) " das "
                   WS-MIN-INI " as " WS-MIN-FIM
               PERFORM AVISA-MARCADAS-FORA
           END-IF.

       AVISA-MARCADAS-FORA.
      * As reunioes ja marcadas ficam como estao; o diretor de
      * turma ve quais deixaram de caber no novo horario
           PERFORM CARREGA-REUNIOES
           MOVE 0 TO WS-FORA-HORARIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
               MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
               IF REU-TURMA = WS-TURMA AND
                   REU-ESTADO = 'MARCADA' AND
                   REU-DATA >= WS-DATA
                   MOVE REU-DATA TO WS-DATA-REF
                   PERFORM CALCULA-DIA-SEMANA
                   IF WS-DIA-SEMANA NOT = WS-ATD-DIA(WS-ATD-ACHADO)
                       OR REU-HORA < WS-ATD-HORA-INI(WS-ATD-ACHADO)
                       OR REU-HORA >= WS-ATD-HORA-FIM(WS-ATD-ACHADO)
                       ADD 1 TO WS-FORA-HORARIO
                       DISPLAY "  Reuniao " REU-ID " de " REU-DATA
                           " as " REU-HORA " fica fora do horario"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FORA-HORARIO > 0
               DISPLAY WS-FORA-HORARIO " reuniao(oes) a remarcar"
                   " ou anular"
           END-IF.

       CALCULA-DIA-SEMANA.
      * 1 = segunda ... 5 = sexta; 6 = sabado, 0 = domingo
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF), 7).

      ******************************************************************
      * Reunioes
      ******************************************************************
       CARREGA-REUNIOES.
           MOVE 0 TO WS-TOTAL-REU
           MOVE 0 TO WS-REU-PROX-ID
           MOVE 'N' TO WS-REU-CHEIA
           MOVE 'N' TO EOF-REUNIOES
           OPEN INPUT FICHEIRO-REUNIOES
           IF WS-REUNIOES-STATUS = '00' OR
               WS-REUNIOES-STATUS = '05'
               PERFORM UNTIL EOF-REUNIOES = 'S'
                   READ FICHEIRO-REUNIOES
                       AT END
                           MOVE 'S' TO EOF-REUNIOES
                       NOT AT END
                           IF REU-ID IS NUMERIC
                               IF WS-TOTAL-REU < 1000
                                   ADD 1 TO WS-TOTAL-REU
                                   MOVE LINHA-REUNIAO
                                       TO WS-REU-LINHA(WS-TOTAL-REU)
                               ELSE
                                   MOVE 'S' TO WS-REU-CHEIA
                               END-IF
                               IF REU-ID > WS-REU-PROX-ID
                                   MOVE REU-ID TO WS-REU-PROX-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REUNIOES
           END-IF
           ADD 1 TO WS-REU-PROX-ID
           IF WS-REU-CHEIA = 'S'
               DISPLAY "AVISO: reunioes-ee.txt excede a tabela de"
                   " 1000 reunioes; leitura parcial e regravacao"
                   " bloqueada; arquive os anos anteriores"
           END-IF.

       GRAVA-REUNIOES.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima: as reunioes a mais iam-se embora
           IF WS-REU-CHEIA = 'S'
               DISPLAY "reunioes-ee.txt nao regravado: a alteracao"
                   " nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-REUNIOES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
                   MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
                   WRITE LINHA-REUNIAO
               END-PERFORM
               CLOSE FICHEIRO-REUNIOES
           END-IF.

       VALIDA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado; sem a turma do"
                   " aluno nao ha marcacao"
           ELSE
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
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

       CARREGA-EE-ALUNO.
           MOVE 0 TO WS-TOTAL-EE
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
                               ENC-NUMERO = WS-NUMERO AND
                               WS-TOTAL-EE < 10
                               ADD 1 TO WS-TOTAL-EE
                               MOVE ENC-MEMBRO
                                   TO WS-EE-MEMBRO(WS-TOTAL-EE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       CARREGA-NAO-UTEIS.
           MOVE 0 TO WS-TOTAL-NAO-UTEIS
           MOVE 'N' TO EOF-CALESCOLAR
           OPEN INPUT FICHEIRO-CALESCOLAR
           IF WS-CALESCOLAR-STATUS = '00' OR
               WS-CALESCOLAR-STATUS = '05'
               PERFORM UNTIL EOF-CALESCOLAR = 'S'
                   READ FICHEIRO-CALESCOLAR
                       AT END
                           MOVE 'S' TO EOF-CALESCOLAR
                       NOT AT END
                           IF CES-DATA IS NUMERIC AND
                               (CES-TIPO = 'FERIADO' OR
                                CES-TIPO = 'FERIAS') AND
                               WS-TOTAL-NAO-UTEIS < 100
                               ADD 1 TO WS-TOTAL-NAO-UTEIS
                               MOVE CES-DATA TO
                                   WS-NAO-UTIL(WS-TOTAL-NAO-UTEIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CALESCOLAR
           END-IF.

       MARCAR-REUNIAO.
      * Por telefone ou ao balcao: o aluno da a turma, a turma da
      * o dia e a hora de atendimento do diretor de turma
           PERFORM CARREGA-ATENDIMENTOS
           PERFORM CARREGA-REUNIOES
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUMERO-TEXTO
           ACCEPT WS-NUMERO-TEXTO
           MOVE 0 TO WS-NUMERO
           IF WS-NUMERO-TEXTO IS NUMERIC
               MOVE WS-NUMERO-TEXTO TO WS-NUMERO
           END-IF
           MOVE 'N' TO WS-ALUNO-OK
           IF WS-NUMERO > 0
               PERFORM VALIDA-ALUNO
           ELSE
               DISPLAY "Numero de aluno invalido"
           END-IF
           IF WS-ALUNO-OK = 'S'
               MOVE WS-TURMA-ALUNO TO WS-TURMA
               PERFORM PROCURA-ATENDIMENTO
               PERFORM CARREGA-EE-ALUNO
               EVALUATE TRUE
                   WHEN WS-ATD-ACHADO = 0
                       DISPLAY "A turma " WS-TURMA " nao tem horario"
                           " de atendimento definido"
                   WHEN WS-TOTAL-EE = 0
                       DISPLAY "Aluno sem encarregados em"
                           " encarregados.txt"
                   WHEN OTHER
                       PERFORM VERIFICA-JA-MARCADA
                       IF WS-REU-ACHADA = 0
                           PERFORM PEDE-ENCARREGADO-REUNIAO
                       END-IF
               END-EVALUATE
           END-IF.

       VERIFICA-JA-MARCADA.
      * Uma reuniao marcada por aluno de cada vez
           MOVE 0 TO WS-REU-ACHADA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
               MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
               IF REU-ALUNO = WS-NUMERO AND
                   REU-ESTADO = 'MARCADA' AND
                   REU-DATA >= WS-DATA
                   MOVE I TO WS-REU-ACHADA
                   DISPLAY "O aluno ja tem a reuniao " REU-ID
                       " marcada para " REU-DATA " as " REU-HORA
                       " com " REU-MEMBRO
               END-IF
           END-PERFORM.

       PEDE-ENCARREGADO-REUNIAO.
           PERFORM PROCURA-DIRETOR-TURMA
           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME-ALUNO " TURMA "
               WS-TURMA " - DIRETOR DE TURMA " WS-PROFESSOR
           DISPLAY "ATENDIMENTO: "
               WS-NOME-DIA(WS-ATD-DIA(WS-ATD-ACHADO))
               " DAS " WS-ATD-HORA-INI(WS-ATD-ACHADO) " AS "
               WS-ATD-HORA-FIM(WS-ATD-ACHADO)
           IF WS-TOTAL-EE = 1
               MOVE WS-EE-MEMBRO(1) TO WS-MEMBRO
               DISPLAY "ENCARREGADO: " WS-MEMBRO
           ELSE
               DISPLAY "ENCARREGADOS DO ALUNO:"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EE
                   DISPLAY "  " WS-EE-MEMBRO(K)
               END-PERFORM
               DISPLAY "ENCARREGADO DA REUNIAO: " WITH NO ADVANCING
               MOVE SPACES TO WS-MEMBRO
               ACCEPT WS-MEMBRO
           END-IF
           MOVE 'N' TO WS-VISTA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EE
               IF WS-EE-MEMBRO(K) = WS-MEMBRO
                   MOVE 'S' TO WS-VISTA
               END-IF
           END-PERFORM
           IF WS-VISTA = 'N'
               DISPLAY "'" WS-MEMBRO "' nao e encarregado deste"
                   " aluno"
           ELSE
               PERFORM PEDE-DIA-REUNIAO
           END-IF.

       PEDE-DIA-REUNIAO.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           MOVE 0 TO WS-DATA-REF
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-REF
           END-IF
           MOVE 'N' TO WS-DIA-UTIL
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF) = 0
               PERFORM CALCULA-DIA-SEMANA
               PERFORM CARREGA-NAO-UTEIS
               MOVE 'S' TO WS-DIA-UTIL
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-TOTAL-NAO-UTEIS
                   IF WS-NAO-UTIL(K) = WS-DATA-REF
                       MOVE 'N' TO WS-DIA-UTIL
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF) NOT = 0
                   DISPLAY "Data invalida"
               WHEN WS-DATA-REF < WS-DATA
                   DISPLAY "Data ja passada"
               WHEN WS-DIA-SEMANA NOT = WS-ATD-DIA(WS-ATD-ACHADO)
                   DISPLAY "O atendimento da turma e a "
                       WS-NOME-DIA(WS-ATD-DIA(WS-ATD-ACHADO))
               WHEN WS-DIA-UTIL = 'N'
                   DISPLAY "Dia sem aulas no calendario escolar"
               WHEN OTHER
                   PERFORM MOSTRA-VAGAS
                   IF WS-LIVRES = 0
                       DISPLAY "Sem vagas nesse dia"
                   ELSE
                       PERFORM PEDE-HORA-REUNIAO
                   END-IF
           END-EVALUATE.

       MOSTRA-VAGAS.
      * Vagas de WS-MINUTOS-VAGA minutos dentro da hora de
      * atendimento; uma vaga com reuniao marcada ou realizada
      * esta ocupada
           MOVE 0 TO WS-LIVRES
           MOVE SPACES TO WS-LINHA-VAGAS
           MOVE 1 TO WS-PONTEIRO
           COMPUTE WS-MIN-INI =
               FUNCTION INTEGER(WS-ATD-HORA-INI(WS-ATD-ACHADO) / 100)
               * 60
               + FUNCTION MOD(WS-ATD-HORA-INI(WS-ATD-ACHADO), 100)
           COMPUTE WS-MIN-FIM =
               FUNCTION INTEGER(WS-ATD-HORA-FIM(WS-ATD-ACHADO) / 100)
               * 60
               + FUNCTION MOD(WS-ATD-HORA-FIM(WS-ATD-ACHADO), 100)
           MOVE WS-MIN-INI TO WS-MIN-VAGA
           PERFORM UNTIL WS-MIN-VAGA + WS-MINUTOS-VAGA > WS-MIN-FIM
               COMPUTE WS-HORA-VAGA =
                   FUNCTION INTEGER(WS-MIN-VAGA / 60) * 100
                   + FUNCTION MOD(WS-MIN-VAGA, 60)
               MOVE WS-HORA-VAGA TO WS-HORA-REF
               PERFORM VERIFICA-VAGA
               IF WS-VAGA-LIVRE = 'S'
                   ADD 1 TO WS-LIVRES
                   IF WS-PONTEIRO < 75
                       STRING WS-HORA-VAGA " " DELIMITED BY SIZE
                           INTO WS-LINHA-VAGAS
                           WITH POINTER WS-PONTEIRO
                   END-IF
               END-IF
               ADD WS-MINUTOS-VAGA TO WS-MIN-VAGA
           END-PERFORM
           IF WS-LIVRES > 0
               DISPLAY "VAGAS LIVRES: " WS-LINHA-VAGAS
           END-IF.

       VERIFICA-VAGA.
      * WS-HORA-REF e uma hora de inicio de vaga do dia WS-DATA-REF
           MOVE 'S' TO WS-VAGA-LIVRE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
               MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
               IF REU-TURMA = WS-TURMA AND
                   REU-DATA = WS-DATA-REF AND
                   REU-HORA = WS-HORA-REF AND
                   (REU-ESTADO = 'MARCADA' OR
                    REU-ESTADO = 'REALIZADA')
                   MOVE 'N' TO WS-VAGA-LIVRE
               END-IF
           END-PERFORM.

       PEDE-HORA-REUNIAO.
           DISPLAY "HORA (HHMM, uma das vagas): " WITH NO ADVANCING
           MOVE SPACES TO WS-HORA-TEXTO
           ACCEPT WS-HORA-TEXTO
           MOVE 'N' TO WS-VAGA-LIVRE
           IF WS-HORA-TEXTO IS NUMERIC
               MOVE WS-HORA-TEXTO TO WS-HORA-REF
               PERFORM VALIDA-HORA-VAGA
           END-IF
           IF WS-VAGA-LIVRE = 'N'
               DISPLAY "Hora fora das vagas livres"
           ELSE
               PERFORM REGISTA-REUNIAO
           END-IF.

       VALIDA-HORA-VAGA.
      * A hora tem de cair no inicio de uma vaga e estar livre
           MOVE 'N' TO WS-VAGA-LIVRE
           MOVE WS-MIN-INI TO WS-MIN-VAGA
           PERFORM UNTIL WS-MIN-VAGA + WS-MINUTOS-VAGA > WS-MIN-FIM
               COMPUTE WS-HORA-VAGA =
                   FUNCTION INTEGER(WS-MIN-VAGA / 60) * 100
                   + FUNCTION MOD(WS-MIN-VAGA, 60)
               IF WS-HORA-VAGA = WS-HORA-REF
                   PERFORM VERIFICA-VAGA
                   MOVE WS-MIN-FIM TO WS-MIN-VAGA
               END-IF
               ADD WS-MINUTOS-VAGA TO WS-MIN-VAGA
           END-PERFORM.

       REGISTA-REUNIAO.
           IF WS-TOTAL-REU >= 1000 OR WS-REU-CHEIA = 'S'
               DISPLAY "Tabela de reunioes cheia"
           ELSE
               MOVE SPACES TO LINHA-REUNIAO
               MOVE WS-REU-PROX-ID TO REU-ID
               MOVE WS-TURMA TO REU-TURMA
               MOVE WS-NUMERO TO REU-ALUNO
               MOVE WS-MEMBRO TO REU-MEMBRO
               MOVE WS-DATA-REF TO REU-DATA
               MOVE WS-HORA-REF TO REU-HORA
               MOVE 'MARCADA' TO REU-ESTADO
               MOVE WS-DATA TO REU-REGISTO
               MOVE WS-OPERADOR TO REU-OPERADOR
               OPEN EXTEND FICHEIRO-REUNIOES
               WRITE LINHA-REUNIAO
               CLOSE FICHEIRO-REUNIOES
               DISPLAY "Reuniao " REU-ID " marcada: " WS-MEMBRO
                   " em " WS-DATA-REF " as " WS-HORA-REF
               MOVE WS-HORA-REF TO WS-HORA-ED
               INSPECT WS-HORA-ED REPLACING ALL SPACE BY ':'
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "REUNIAO COM O DIRETOR DE TURMA DA TURMA "
                   WS-TURMA " MARCADA PARA " WS-DATA-REF " AS "
                   WS-HORA-ED " (ALUNO " WS-NUMERO "). EM CASO DE"
                   " IMPEDIMENTO CONTACTE A SECRETARIA."
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM MANDA-MENSAGEM
           END-IF.

       MANDA-MENSAGEM.
           MOVE WS-MEMBRO TO WS-MSG-MEMBRO
           MOVE WS-NUMERO TO WS-MSG-ALUNO
           CALL 'REGISTA-MENSAGEM' USING WS-MSG-ORIGEM WS-MSG-MODELO
               WS-MSG-MEMBRO WS-MSG-ALUNO WS-MSG-TEXTO WS-MSG-PAPEL
               WS-MSG-RESULTADO WS-MSG-QUANTOS
           EVALUATE WS-MSG-RESULTADO
               WHEN 'S'
                   DISPLAY "Confirmacao posta na caixa de saida"
               WHEN 'C'
                   DISPLAY "Encarregado sem email nem telefone: a"
                       " confirmacao sai em carta"
               WHEN OTHER
                   DISPLAY "Confirmacao nao enviada (membro nao"
                       " encontrado)"
           END-EVALUATE.

       AGENDA-DO-DIA.
           DISPLAY "DATA (AAAAMMDD, ENTER = hoje): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           MOVE WS-DATA TO WS-DATA-REF
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-REF
           END-IF
           DISPLAY "TURMA (ENTER = todas): " WITH NO ADVANCING
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
           PERFORM CARREGA-REUNIOES
           MOVE 0 TO WS-CONTA-ALUNOS
           DISPLAY "ID    TURMA  HORA ALUNO ENCARREGADO          ESTADO"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
               MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
               IF REU-DATA = WS-DATA-REF AND
                   (WS-TURMA = SPACES OR REU-TURMA = WS-TURMA)
                   ADD 1 TO WS-CONTA-ALUNOS
                   DISPLAY REU-ID " " REU-TURMA " " REU-HORA " "
                       REU-ALUNO " " REU-MEMBRO " " REU-ESTADO
                   IF REU-NOTA NOT = SPACES
                       DISPLAY "      NOTA: " REU-NOTA
                   END-IF
                   IF REU-SEGUIMENTO NOT = SPACES
                       DISPLAY "      SEGUIMENTO: " REU-SEGUIMENTO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONTA-ALUNOS = 0
               DISPLAY "Sem reunioes em " WS-DATA-REF
           END-IF.

       PEDE-REUNIAO-MARCADA.
      * Devolve em WS-REU-ACHADA a reuniao MARCADA com o ID pedido
           MOVE 0 TO WS-REU-ACHADA
           DISPLAY "ID DA REUNIAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-ID-TEXTO
           ACCEPT WS-ID-TEXTO
           IF WS-ID-TEXTO NOT = SPACES
               COMPUTE WS-ID = FUNCTION NUMVAL(WS-ID-TEXTO)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
                   MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
                   IF REU-ID = WS-ID
                       MOVE I TO WS-REU-ACHADA
                   END-IF
               END-PERFORM
               IF WS-REU-ACHADA = 0
                   DISPLAY "Reuniao " WS-ID " nao encontrada"
               ELSE
                   MOVE WS-REU-LINHA(WS-REU-ACHADA) TO LINHA-REUNIAO
                   IF REU-ESTADO NOT = 'MARCADA'
                       DISPLAY "Reuniao " WS-ID " esta " REU-ESTADO
                       MOVE 0 TO WS-REU-ACHADA
                   END-IF
               END-IF
           END-IF.

       REGISTAR-NOTA.
      * Depois da reuniao: nota curta e seguimento combinado; se a
      * familia nao apareceu fica FALTOU
           PERFORM CARREGA-REUNIOES
           PERFORM PEDE-REUNIAO-MARCADA
           IF WS-REU-ACHADA > 0
               IF REU-DATA > WS-DATA
                   DISPLAY "A reuniao ainda nao aconteceu ("
                       REU-DATA ")"
               ELSE
                   DISPLAY REU-MEMBRO " - ALUNO " REU-ALUNO " EM "
                       REU-DATA " AS " REU-HORA
                   DISPLAY "A FAMILIA COMPARECEU (S/N)? "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
                   EVALUATE WS-RESPOSTA
                       WHEN 'S'
                           PERFORM PEDE-NOTA-REUNIAO
                       WHEN 'N'
                           MOVE 'FALTOU' TO REU-ESTADO
                           MOVE LINHA-REUNIAO
                               TO WS-REU-LINHA(WS-REU-ACHADA)
                           DISPLAY "Reuniao " REU-ID
                               " registada como FALTOU"
                           PERFORM GRAVA-REUNIOES
                       WHEN OTHER
                           DISPLAY "Nada alterado"
                   END-EVALUATE
               END-IF
           END-IF.

       PEDE-NOTA-REUNIAO.
           DISPLAY "NOTA DA REUNIAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOTA
           ACCEPT WS-NOTA
           DISPLAY "SEGUIMENTO COMBINADO (ENTER = nenhum): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SEGUIMENTO
           ACCEPT WS-SEGUIMENTO
           IF WS-NOTA = SPACES
               DISPLAY "Nota obrigatoria, nada registado"
           ELSE
               MOVE 'REALIZADA' TO REU-ESTADO
               MOVE WS-NOTA TO REU-NOTA
               MOVE WS-SEGUIMENTO TO REU-SEGUIMENTO
               MOVE LINHA-REUNIAO TO WS-REU-LINHA(WS-REU-ACHADA)
               DISPLAY "Reuniao " REU-ID " realizada e registada"
               PERFORM GRAVA-REUNIOES
           END-IF.

       ANULAR-REUNIAO.
      * A vaga fica livre e o encarregado e avisado
           PERFORM CARREGA-REUNIOES
           PERFORM PEDE-REUNIAO-MARCADA
           IF WS-REU-ACHADA > 0
               MOVE 'ANULADA' TO REU-ESTADO
               MOVE LINHA-REUNIAO TO WS-REU-LINHA(WS-REU-ACHADA)
               DISPLAY "Reuniao " REU-ID " anulada"
               IF REU-DATA >= WS-DATA
                   MOVE REU-MEMBRO TO WS-MEMBRO
                   MOVE REU-ALUNO TO WS-NUMERO
                   MOVE REU-HORA TO WS-HORA-ED
                   INSPECT WS-HORA-ED REPLACING ALL SPACE BY ':'
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING "A REUNIAO COM O DIRETOR DE TURMA DE "
                       REU-DATA " AS " WS-HORA-ED " (ALUNO "
                       REU-ALUNO ") FOI ANULADA. CONTACTE A"
                       " SECRETARIA PARA NOVA DATA."
                       DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   PERFORM MANDA-MENSAGEM
               END-IF
               PERFORM GRAVA-REUNIOES
           END-IF.

      ******************************************************************
      * Relatorio do periodo: familias nunca vistas
      ******************************************************************
       FAMILIAS-SEM-REUNIAO.
           DISPLAY "TURMA: " WITH NO ADVANCING
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           MOVE FUNCTION UPPER-CASE(WS-TURMA) TO WS-TURMA
           DISPLAY "INICIO DO PERIODO (AAAAMMDD, ENTER = todo o"
               " ano): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           MOVE 0 TO WS-INICIO-PERIODO
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-INICIO-PERIODO
           END-IF
           IF WS-TURMA = SPACES
               DISPLAY "Turma obrigatoria"
           ELSE
               PERFORM RELATORIO-FAMILIAS
           END-IF.

       RELATORIO-FAMILIAS.
           PERFORM CARREGA-REUNIOES
           PERFORM PROCURA-DIRETOR-TURMA
           MOVE 0 TO WS-CONTA-ALUNOS
           MOVE 0 TO WS-CONTA-SEM
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               OPEN OUTPUT FICHEIRO-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FAMILIAS SEM REUNIAO - TURMA " WS-TURMA
                   " - DT " WS-PROFESSOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "PERIODO DESDE " WS-INICIO-PERIODO
                   "  EMITIDO EM " WS-DATA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "NUM   NOME                 ENCARREGADO(S) /"
                   & " REUNIAO MARCADA" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           IF REC-TURMA = WS-TURMA
                               PERFORM AVALIA-FAMILIA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-CONTA-SEM " DE " WS-CONTA-ALUNOS
                   " FAMILIA(S) SEM REUNIAO REALIZADA NO PERIODO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE FICHEIRO-RELATORIO
               CLOSE FICHEIRO-NOTAS
               PERFORM REGISTA-SPOOL
               DISPLAY WS-CONTA-SEM " de " WS-CONTA-ALUNOS
                   " familia(s) sem reuniao; relatorio em"
                   " reunioes-familias.txt"
           END-IF.

       AVALIA-FAMILIA.
           ADD 1 TO WS-CONTA-ALUNOS
           MOVE REC-NUMERO TO WS-NUMERO
           MOVE 'N' TO WS-VISTA
           MOVE 0 TO WS-MARCADA-DATA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-REU
               MOVE WS-REU-LINHA(I) TO LINHA-REUNIAO
               IF REU-ALUNO = WS-NUMERO
                   IF REU-ESTADO = 'REALIZADA' AND
                       REU-DATA >= WS-INICIO-PERIODO
                       MOVE 'S' TO WS-VISTA
                   END-IF
                   IF REU-ESTADO = 'MARCADA' AND
                       REU-DATA >= WS-DATA
                       MOVE REU-DATA TO WS-MARCADA-DATA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VISTA = 'N'
               ADD 1 TO WS-CONTA-SEM
               PERFORM CARREGA-EE-ALUNO
               MOVE SPACES TO LINHA-RELATORIO
               IF WS-TOTAL-EE = 0
                   STRING REC-NUMERO " " REC-NOME " (sem encarregado)"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               ELSE
                   STRING REC-NUMERO " " REC-NOME " " WS-EE-MEMBRO(1)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-IF
               IF WS-MARCADA-DATA > 0
                   MOVE SPACES TO LINHA-RELATORIO(69 : 12)
                   STRING "MARC " WS-MARCADA-DATA(3 : 6)
                       DELIMITED BY SIZE
                       INTO LINHA-RELATORIO(69 : 12)
               END-IF
               WRITE LINHA-RELATORIO
               PERFORM VARYING K FROM 2 BY 1 UNTIL K > WS-TOTAL-EE
                   MOVE SPACES TO LINHA-RELATORIO
                   MOVE WS-EE-MEMBRO(K) TO LINHA-RELATORIO(28 : 20)
                   WRITE LINHA-RELATORIO
               END-PERFORM
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'reunioes-familias.txt' TO SPL-FICHEIRO
           MOVE 'REUNIOES EE' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM REUNIOES-EE.
