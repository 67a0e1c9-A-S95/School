      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alerta precoce semanal de alunos em risco: pontua
      *          cada aluno de NOTAS.DAT pelos sinais espalhados nos
      *          ficheiros - quedas de nota em notas-historico.txt,
      *          assiduidade de presencas.txt a caminho da regra dos
      *          75%, faltas sem justificacao aceite em
      *          justificacoes.txt, ocorrencias recentes e
      *          prestacoes vencidas por pagar - com pesos e limiares
      *          RISCO-* em parametros.txt; lista por turma quem
      *          passou o limiar e porque, envia a lista ao professor
      *          titular da turma pelas rotas do spool e guarda os
      *          alunos em risco-alunos.txt para a corrida seguinte
      *          mostrar quem e novo, quem se mantem e quem recuperou
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-RISCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-HISTORICO
               ASSIGN TO 'notas-historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESENCAS
               ASSIGN TO 'presencas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-JUSTIFICACOES
               ASSIGN TO 'justificacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUSTIFICACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-OCORRENCIAS
               ASSIGN TO 'ocorrencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORRENCIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-RISCO
               ASSIGN TO 'risco-alunos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISCO-STATUS.
           SELECT FICHEIRO-ALERTA ASSIGN TO WS-NOME-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-ROTAS ASSIGN TO 'rotas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-DESTINATARIOS
               ASSIGN TO 'destinatarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINATARIOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

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
       FD FICHEIRO-HISTORICO.
       01 LINHA-HISTORICO.
         05 HIS-DATA        PIC 9(8).
         05 HIS-HORA        PIC 9(6).
         05 FILLER          PIC X.
         05 HIS-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 HIS-NOME        PIC X(20).
         05 FILLER          PIC X.
         05 HIS-NOTA-ANTIGA PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-NOTA-NOVA   PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-DISCIPLINA  PIC X(4).
         05 FILLER          PIC X.
         05 HIS-ELO         PIC 9(18).
       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA.
         05 PRE-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 PRE-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 PRE-ESTADO PIC X.
         05 FILLER     PIC X.
         05 PRE-AULA   PIC 9(5).
       FD FICHEIRO-JUSTIFICACOES.
       01 LINHA-JUSTIFICACAO.
         05 JUS-NUMERO       PIC 9(5).
         05 FILLER           PIC X.
         05 JUS-DATA-FALTA   PIC 9(8).
         05 FILLER           PIC X.
         05 JUS-DATA-ENTREGA PIC 9(8).
         05 FILLER           PIC X.
         05 JUS-ESTADO       PIC X(10).
         05 FILLER           PIC X.
         05 JUS-DOCUMENTO    PIC X(15).
         05 FILLER           PIC X.
         05 JUS-MOTIVO       PIC X(30).
       FD FICHEIRO-OCORRENCIAS.
       01 LINHA-OCORRENCIA.
         05 OCO-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 OCO-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 OCO-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 OCO-AULA       PIC 9(5).
         05 FILLER         PIC X.
         05 OCO-LOCAL      PIC X(15).
         05 FILLER         PIC X.
         05 OCO-PROFESSOR  PIC X(6).
         05 FILLER         PIC X.
         05 OCO-DESCRICAO  PIC X(40).
         05 FILLER         PIC X.
         05 OCO-GRAVIDADE  PIC X(6).
         05 FILLER         PIC X.
         05 OCO-MEDIDA     PIC X(6).
         05 FILLER         PIC X.
         05 OCO-DIAS       PIC 9(2).
         05 FILLER         PIC X.
         05 OCO-CARTA      PIC 9(8).
       FD FICHEIRO-PRESTACOES.
       01 LINHA-PRESTACAO.
         05 PRS-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 PRS-SEQ       PIC 9(2).
         05 FILLER        PIC X.
         05 PRS-DATA-VENC PIC 9(8).
         05 FILLER        PIC X.
         05 PRS-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-PAGO      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-ESTADO    PIC X(9).
      * Uma linha E por corrida (data, hora e total em risco) e uma
      * linha A por aluno em risco nessa corrida
       FD FICHEIRO-RISCO.
       01 LINHA-RISCO.
         05 RSC-DATA    PIC 9(8).
         05 RSC-HORA    PIC 9(6).
         05 FILLER      PIC X.
         05 RSC-TIPO    PIC X.
         05 FILLER      PIC X.
         05 RSC-NUMERO  PIC 9(5).
         05 FILLER      PIC X.
         05 RSC-NOME    PIC X(20).
         05 FILLER      PIC X.
         05 RSC-TURMA   PIC X(6).
         05 FILLER      PIC X.
         05 RSC-PONTOS  PIC 9(3).
         05 FILLER      PIC X.
         05 RSC-ESTADO  PIC X(8).
         05 FILLER      PIC X.
         05 RSC-MOTIVOS PIC X(25).
       FD FICHEIRO-ALERTA.
       01 LINHA-ALERTA PIC X(80).
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
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X(93).
       FD FICHEIRO-ROTAS.
       01 LINHA-ROTA.
         05 ROT-TITULO       PIC X(20).
         05 FILLER           PIC X.
         05 ROT-DESTINATARIO PIC X(8).
         05 FILLER           PIC X.
         05 ROT-COPIAS       PIC 9(2).
       FD FICHEIRO-DESTINATARIOS.
       01 LINHA-DESTINATARIO.
         05 DST-CODIGO PIC X(8).
         05 FILLER     PIC X.
         05 DST-NOME   PIC X(30).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-HISTORICO-STATUS PIC XX.
       01 WS-PRESENCAS-STATUS PIC XX.
       01 WS-JUSTIFICACOES-STATUS PIC XX.
       01 WS-OCORRENCIAS-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-RISCO-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-ROTAS-STATUS PIC XX.
       01 WS-DESTINATARIOS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-HISTORICO PIC X.
       01 EOF-PRESENCAS PIC X.
       01 EOF-JUSTIFICACOES PIC X.
       01 EOF-OCORRENCIAS PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-RISCO PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PROFESSORES PIC X.
       01 EOF-ROTAS PIC X.
       01 EOF-DESTINATARIOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-HOJE-INT PIC 9(7).
       01 WS-INICIO-JANELA PIC 9(8).
       01 WS-DIAS-DESDE PIC S9(5).
       01 WS-CONFIRMA PIC X.
       01 WS-CORRER PIC X.
       01 WS-NOME-ALERTA PIC X(30).
       01 WS-TITULO-ALERTA PIC X(20).
       01 WS-NOTA-EDITADA PIC -Z9.9.
       01 WS-NUM-EDITADO PIC ZZ9.
       01 WS-FALTA PIC S9(7)V99.
       01 WS-LISTADOS PIC 9(3).
       01 K PIC 9(4).
       01 T PIC 9(3).
       01 WS-ACHADO PIC 9(4).
      * Pesos e limiares; parametros.txt sobrepoe os valores de
      * origem chave a chave
       01 WS-PARAMETROS-RISCO.
         05 FILLER PIC X(26) VALUE 'RISCO-JANELA-DIAS   00030 '.
         05 FILLER PIC X(26) VALUE 'RISCO-QUEDA-NOTA    00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-ASSID-PERC    00080 '.
         05 FILLER PIC X(26) VALUE 'RISCO-INJUST-MAX    00003 '.
         05 FILLER PIC X(26) VALUE 'RISCO-OCORR-MAX     00001 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-NOTA     00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-ASSID    00003 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-INJUST   00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-OCORR    00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-PREST    00001 '.
         05 FILLER PIC X(26) VALUE 'RISCO-LIMIAR        00003 '.
       01 FILLER REDEFINES WS-PARAMETROS-RISCO.
         05 WS-RPA OCCURS 11 TIMES.
           10 WS-RPA-CHAVE PIC X(20).
           10 WS-RPA-VALOR PIC 9(5).
           10 FILLER       PIC X.
       01 WS-JANELA-DIAS PIC 9(5).
       01 WS-QUEDA-NOTA PIC 9(5).
       01 WS-ASSID-PERC PIC 9(5).
       01 WS-INJUST-MAX PIC 9(5).
       01 WS-OCORR-MAX PIC 9(5).
       01 WS-PESO-NOTA PIC 9(5).
       01 WS-PESO-ASSID PIC 9(5).
       01 WS-PESO-INJUST PIC 9(5).
       01 WS-PESO-OCORR PIC 9(5).
       01 WS-PESO-PREST PIC 9(5).
       01 WS-LIMIAR PIC 9(5).
      * Indicadores por aluno, acumulados dos ficheiros
       01 WS-TOTAL-IND PIC 9(4) VALUE 0.
       01 WS-TABELA-IND.
         05 WS-IND OCCURS 500 TIMES.
           10 WS-IND-NUMERO    PIC 9(5).
           10 WS-IND-AULAS     PIC 9(4).
           10 WS-IND-PRESENTES PIC 9(4).
           10 WS-IND-INJUST    PIC 9(3).
           10 WS-IND-VARIACAO  PIC S9(3)V9.
           10 WS-IND-OCORR     PIC 9(3).
           10 WS-IND-PREST     PIC 9(3).
       01 WS-TOTAL-JUS PIC 9(4) VALUE 0.
       01 WS-TABELA-JUS.
         05 WS-JUS OCCURS 1000 TIMES.
           10 WS-JUS-NUMERO     PIC 9(5).
           10 WS-JUS-DATA-FALTA PIC 9(8).
      * Alunos em risco nesta corrida
       01 WS-TOTAL-RIS PIC 9(4) VALUE 0.
       01 WS-TABELA-RIS.
         05 WS-RIS OCCURS 500 TIMES.
           10 WS-RIS-NUMERO   PIC 9(5).
           10 WS-RIS-NOME     PIC X(20).
           10 WS-RIS-TURMA    PIC X(6).
           10 WS-RIS-PONTOS   PIC 9(3).
           10 WS-RIS-ESTADO   PIC X(8).
           10 WS-RIS-MOTIVOS  PIC X(25).
           10 WS-RIS-IND      PIC 9(4).
           10 WS-RIS-ASSID    PIC 9(3).
      * Alunos em risco na corrida anterior
       01 WS-ANT-DATA PIC 9(8) VALUE 0.
       01 WS-ANT-HORA PIC 9(6) VALUE 0.
       01 WS-TOTAL-ANT PIC 9(4) VALUE 0.
       01 WS-TABELA-ANT.
         05 WS-ANT OCCURS 500 TIMES.
           10 WS-ANT-NUMERO   PIC 9(5).
           10 WS-ANT-NOME     PIC X(20).
           10 WS-ANT-TURMA    PIC X(6).
           10 WS-ANT-MATRIC   PIC X.
           10 WS-ANT-EM-RISCO PIC X.
      * Turmas com alguma coisa a comunicar
       01 WS-TOTAL-TRM PIC 9(3) VALUE 0.
       01 WS-TABELA-TRM.
         05 WS-TRM OCCURS 100 TIMES.
           10 WS-TRM-CODIGO  PIC X(6).
           10 WS-TRM-NOVOS   PIC 9(3).
           10 WS-TRM-MANTEM  PIC 9(3).
           10 WS-TRM-RECUP   PIC 9(3).
       01 WS-TURMA-PROCURA PIC X(6).
       01 WS-NUMERO-PROCURA PIC 9(5).
       01 WS-TITULAR PIC X(8).
       01 WS-TITULAR-NOME PIC X(30).
       01 WS-ROTA-EXISTE PIC X.
       01 WS-DEST-EXISTE PIC X.
       01 WS-SECCAO PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "ALERTA PRECOCE - ALUNOS EM RISCO"
               DISPLAY "1 - CORRER ALERTA SEMANAL"
               DISPLAY "2 - LISTAR ULTIMA CORRIDA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM CORRER-ALERTA
                   WHEN 2
                       PERFORM LISTAR-ULTIMA-CORRIDA
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CORRER-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA)
           PERFORM CARREGA-PARAMETROS-RISCO
           COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               WS-HOJE-INT - WS-JANELA-DIAS)
           PERFORM CARREGA-CORRIDA-ANTERIOR
      * A corrida e semanal; antes disso so com confirmacao, para a
      * comparacao novo/mantem/recuperado medir semanas
           MOVE 'S' TO WS-CORRER
           IF WS-ANT-DATA > 0
               COMPUTE WS-DIAS-DESDE = WS-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-ANT-DATA)
               IF WS-DIAS-DESDE < 7
                   DISPLAY "Ultima corrida em " WS-ANT-DATA
                       "; a corrida e semanal. Correr na mesma?"
                       " (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                       MOVE 'N' TO WS-CORRER
                   END-IF
               END-IF
           END-IF
           IF WS-CORRER = 'N'
               DISPLAY "Nada corrido"
           ELSE
               OPEN INPUT FICHEIRO-NOTAS
               IF WS-NOTAS-STATUS NOT = '00'
                   DISPLAY "NOTAS.DAT nao encontrado"
               ELSE
                   CLOSE FICHEIRO-NOTAS
                   MOVE 0 TO WS-TOTAL-IND
                   PERFORM CARREGA-JUSTIFICACOES
                   PERFORM CARREGA-PRESENCAS
                   PERFORM CARREGA-HISTORICO
                   PERFORM CARREGA-OCORRENCIAS
                   PERFORM CARREGA-PRESTACOES
                   PERFORM PONTUA-ALUNOS
                   PERFORM REGISTA-CORRIDA
                   PERFORM JUNTA-TURMAS
                   PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-TOTAL-TRM
                       PERFORM ESCREVE-ALERTA-TURMA
                   END-PERFORM
                   DISPLAY WS-TOTAL-RIS " aluno(s) em risco em "
                       WS-TOTAL-TRM " turma(s)"
               END-IF
           END-IF.

       CARREGA-PARAMETROS-RISCO.
      * Uma so leitura de parametros.txt para todas as chaves RISCO-
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > 11
                               IF PAR-CHAVE = WS-RPA-CHAVE(K) AND
                                   PAR-VALOR IS NUMERIC
                                   MOVE PAR-VALOR
                                       TO WS-RPA-VALOR(K)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF
           MOVE WS-RPA-VALOR(1) TO WS-JANELA-DIAS
           MOVE WS-RPA-VALOR(2) TO WS-QUEDA-NOTA
           MOVE WS-RPA-VALOR(3) TO WS-ASSID-PERC
           MOVE WS-RPA-VALOR(4) TO WS-INJUST-MAX
           MOVE WS-RPA-VALOR(5) TO WS-OCORR-MAX
           MOVE WS-RPA-VALOR(6) TO WS-PESO-NOTA
           MOVE WS-RPA-VALOR(7) TO WS-PESO-ASSID
           MOVE WS-RPA-VALOR(8) TO WS-PESO-INJUST
           MOVE WS-RPA-VALOR(9) TO WS-PESO-OCORR
           MOVE WS-RPA-VALOR(10) TO WS-PESO-PREST
           MOVE WS-RPA-VALOR(11) TO WS-LIMIAR
           IF WS-JANELA-DIAS = 0
               MOVE 30 TO WS-JANELA-DIAS
           END-IF
           IF WS-LIMIAR = 0
               MOVE 1 TO WS-LIMIAR
           END-IF.

       CARREGA-CORRIDA-ANTERIOR.
      * O registo so cresce: cada linha E abre uma corrida nova, por
      * isso no fim da leitura a tabela tem a ultima
           MOVE 0 TO WS-ANT-DATA
           MOVE 0 TO WS-ANT-HORA
           MOVE 0 TO WS-TOTAL-ANT
           MOVE 'N' TO EOF-RISCO
           OPEN INPUT FICHEIRO-RISCO
           IF WS-RISCO-STATUS = '00' OR WS-RISCO-STATUS = '05'
               PERFORM UNTIL EOF-RISCO = 'S'
                   READ FICHEIRO-RISCO
                       AT END
                           MOVE 'S' TO EOF-RISCO
                       NOT AT END
                           PERFORM GUARDA-LINHA-ANTERIOR
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RISCO
           END-IF.

       GUARDA-LINHA-ANTERIOR.
           IF RSC-TIPO = 'E' AND RSC-DATA IS NUMERIC
               MOVE RSC-DATA TO WS-ANT-DATA
               MOVE RSC-HORA TO WS-ANT-HORA
               MOVE 0 TO WS-TOTAL-ANT
           END-IF
           IF RSC-TIPO = 'A' AND RSC-DATA = WS-ANT-DATA AND
               RSC-HORA = WS-ANT-HORA AND WS-TOTAL-ANT < 500
               ADD 1 TO WS-TOTAL-ANT
               MOVE RSC-NUMERO TO WS-ANT-NUMERO(WS-TOTAL-ANT)
               MOVE RSC-NOME TO WS-ANT-NOME(WS-TOTAL-ANT)
               MOVE RSC-TURMA TO WS-ANT-TURMA(WS-TOTAL-ANT)
               MOVE 'N' TO WS-ANT-MATRIC(WS-TOTAL-ANT)
               MOVE 'N' TO WS-ANT-EM-RISCO(WS-TOTAL-ANT)
           END-IF.

       PROCURA-INDICADOR.
      * Devolve em WS-ACHADO a linha do aluno WS-NUMERO-PROCURA,
      * criando-a se ainda nao existe
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-IND
               IF WS-IND-NUMERO(K) = WS-NUMERO-PROCURA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-IND < 500
               ADD 1 TO WS-TOTAL-IND
               MOVE WS-TOTAL-IND TO WS-ACHADO
               MOVE WS-NUMERO-PROCURA
                   TO WS-IND-NUMERO(WS-ACHADO)
               MOVE 0 TO WS-IND-AULAS(WS-ACHADO)
               MOVE 0 TO WS-IND-PRESENTES(WS-ACHADO)
               MOVE 0 TO WS-IND-INJUST(WS-ACHADO)
               MOVE 0 TO WS-IND-VARIACAO(WS-ACHADO)
               MOVE 0 TO WS-IND-OCORR(WS-ACHADO)
               MOVE 0 TO WS-IND-PREST(WS-ACHADO)
           END-IF.

       CARREGA-JUSTIFICACOES.
      * So as aceites tiram a falta da conta das injustificadas,
      * como no relatorio das justificacoes
           MOVE 0 TO WS-TOTAL-JUS
           MOVE 'N' TO EOF-JUSTIFICACOES
           OPEN INPUT FICHEIRO-JUSTIFICACOES
           IF WS-JUSTIFICACOES-STATUS = '00' OR
               WS-JUSTIFICACOES-STATUS = '05'
               PERFORM UNTIL EOF-JUSTIFICACOES = 'S'
                   READ FICHEIRO-JUSTIFICACOES
                       AT END
                           MOVE 'S' TO EOF-JUSTIFICACOES
                       NOT AT END
                           IF JUS-NUMERO IS NUMERIC AND
                               JUS-ESTADO = 'ACEITE' AND
                               WS-TOTAL-JUS < 1000
                               ADD 1 TO WS-TOTAL-JUS
                               MOVE JUS-NUMERO
                                   TO WS-JUS-NUMERO(WS-TOTAL-JUS)
                               MOVE JUS-DATA-FALTA
                                   TO WS-JUS-DATA-FALTA(WS-TOTAL-JUS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-JUSTIFICACOES
           END-IF.

       CARREGA-PRESENCAS.
           MOVE 'N' TO EOF-PRESENCAS
           OPEN INPUT FICHEIRO-PRESENCAS
           IF WS-PRESENCAS-STATUS = '00' OR
               WS-PRESENCAS-STATUS = '05'
               PERFORM UNTIL EOF-PRESENCAS = 'S'
                   READ FICHEIRO-PRESENCAS
                       AT END
                           MOVE 'S' TO EOF-PRESENCAS
                       NOT AT END
                           IF PRE-NUMERO IS NUMERIC
                               PERFORM ACUMULA-PRESENCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESENCAS
           END-IF.

       ACUMULA-PRESENCA.
           MOVE PRE-NUMERO TO WS-NUMERO-PROCURA
           PERFORM PROCURA-INDICADOR
           IF WS-ACHADO > 0
               ADD 1 TO WS-IND-AULAS(WS-ACHADO)
               IF PRE-ESTADO = 'P'
                   ADD 1 TO WS-IND-PRESENTES(WS-ACHADO)
               END-IF
               IF PRE-ESTADO = 'A'
                   MOVE 'N' TO WS-CONFIRMA
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-JUS
                       IF WS-JUS-NUMERO(K) = PRE-NUMERO AND
                           WS-JUS-DATA-FALTA(K) = PRE-DATA
                           MOVE 'S' TO WS-CONFIRMA
                       END-IF
                   END-PERFORM
                   IF WS-CONFIRMA = 'N'
                       ADD 1 TO WS-IND-INJUST(WS-ACHADO)
                   END-IF
               END-IF
           END-IF.

       CARREGA-HISTORICO.
      * Variacao liquida das notas do aluno dentro da janela
           MOVE 'N' TO EOF-HISTORICO
           OPEN INPUT FICHEIRO-HISTORICO
           IF WS-HISTORICO-STATUS = '00' OR
               WS-HISTORICO-STATUS = '05'
               PERFORM UNTIL EOF-HISTORICO = 'S'
                   READ FICHEIRO-HISTORICO
                       AT END
                           MOVE 'S' TO EOF-HISTORICO
                       NOT AT END
                           IF HIS-NUMERO IS NUMERIC AND
                               HIS-DATA IS NUMERIC AND
                               HIS-DATA >= WS-INICIO-JANELA
                               MOVE HIS-NUMERO
                                   TO WS-NUMERO-PROCURA
                               PERFORM PROCURA-INDICADOR
                               IF WS-ACHADO > 0
                                   COMPUTE WS-IND-VARIACAO(WS-ACHADO)
                                       = WS-IND-VARIACAO(WS-ACHADO)
                                       + HIS-NOTA-NOVA
                                       - HIS-NOTA-ANTIGA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HISTORICO
           END-IF.

       CARREGA-OCORRENCIAS.
           MOVE 'N' TO EOF-OCORRENCIAS
           OPEN INPUT FICHEIRO-OCORRENCIAS
           IF WS-OCORRENCIAS-STATUS = '00' OR
               WS-OCORRENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-OCORRENCIAS = 'S'
                   READ FICHEIRO-OCORRENCIAS
                       AT END
                           MOVE 'S' TO EOF-OCORRENCIAS
                       NOT AT END
                           IF OCO-NUMERO IS NUMERIC AND
                               OCO-DATA IS NUMERIC AND
                               OCO-DATA >= WS-INICIO-JANELA
                               MOVE OCO-NUMERO
                                   TO WS-NUMERO-PROCURA
                               PERFORM PROCURA-INDICADOR
                               IF WS-ACHADO > 0
                                   ADD 1 TO WS-IND-OCORR(WS-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-OCORRENCIAS
           END-IF.

       CARREGA-PRESTACOES.
      * Vencidas e por pagar, com a mesma regra das cartas de
      * cobranca
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC AND
                               PRS-ESTADO NOT = 'PAGA' AND
                               PRS-ESTADO NOT = 'ANULADA' AND
                               PRS-ESTADO NOT = 'RENEGOC' AND
                               PRS-ESTADO NOT = 'INCOBRAV' AND
                               PRS-DATA-VENC < WS-DATA
                               PERFORM ACUMULA-PRESTACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       ACUMULA-PRESTACAO.
           COMPUTE WS-FALTA = PRS-VALOR - PRS-PAGO
           IF WS-FALTA > 0
               MOVE PRS-NUMERO TO WS-NUMERO-PROCURA
               PERFORM PROCURA-INDICADOR
               IF WS-ACHADO > 0
                   ADD 1 TO WS-IND-PREST(WS-ACHADO)
               END-IF
           END-IF.

       PONTUA-ALUNOS.
           MOVE 0 TO WS-TOTAL-RIS
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           PERFORM UNTIL EOF-NOTAS = 'S'
               READ FICHEIRO-NOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-NOTAS
                   NOT AT END
                       PERFORM PONTUA-UM-ALUNO
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-NOTAS.

       PONTUA-UM-ALUNO.
      * Cada indicador que passa o seu limiar soma o seu peso; o
      * motivo fica numa posicao fixa para se ler em coluna
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ANT
               IF WS-ANT-NUMERO(K) = REC-NUMERO
                   MOVE 'S' TO WS-ANT-MATRIC(K)
                   MOVE REC-TURMA TO WS-ANT-TURMA(K)
                   MOVE REC-NOME TO WS-ANT-NOME(K)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-IND
               IF WS-IND-NUMERO(K) = REC-NUMERO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0 AND WS-TOTAL-RIS < 500
               ADD 1 TO WS-TOTAL-RIS
               MOVE REC-NUMERO TO WS-RIS-NUMERO(WS-TOTAL-RIS)
               MOVE REC-NOME TO WS-RIS-NOME(WS-TOTAL-RIS)
               MOVE REC-TURMA TO WS-RIS-TURMA(WS-TOTAL-RIS)
               MOVE 0 TO WS-RIS-PONTOS(WS-TOTAL-RIS)
               MOVE SPACES TO WS-RIS-MOTIVOS(WS-TOTAL-RIS)
               MOVE WS-ACHADO TO WS-RIS-IND(WS-TOTAL-RIS)
               MOVE 100 TO WS-RIS-ASSID(WS-TOTAL-RIS)
               IF WS-IND-VARIACAO(WS-ACHADO) <= 0 - WS-QUEDA-NOTA
                   AND WS-IND-VARIACAO(WS-ACHADO) < 0
                   ADD WS-PESO-NOTA TO WS-RIS-PONTOS(WS-TOTAL-RIS)
                   MOVE 'NOTA' TO WS-RIS-MOTIVOS(WS-TOTAL-RIS)(1 : 4)
               END-IF
               IF WS-IND-AULAS(WS-ACHADO) > 0
                   COMPUTE WS-RIS-ASSID(WS-TOTAL-RIS) ROUNDED =
                       WS-IND-PRESENTES(WS-ACHADO) * 100
                       / WS-IND-AULAS(WS-ACHADO)
                   IF WS-RIS-ASSID(WS-TOTAL-RIS) <= WS-ASSID-PERC
                       ADD WS-PESO-ASSID
                           TO WS-RIS-PONTOS(WS-TOTAL-RIS)
                       MOVE 'ASSI'
                           TO WS-RIS-MOTIVOS(WS-TOTAL-RIS)(6 : 4)
                   END-IF
               END-IF
               IF WS-IND-INJUST(WS-ACHADO) >= WS-INJUST-MAX AND
                   WS-IND-INJUST(WS-ACHADO) > 0
                   ADD WS-PESO-INJUST TO WS-RIS-PONTOS(WS-TOTAL-RIS)
                   MOVE 'INJU' TO WS-RIS-MOTIVOS(WS-TOTAL-RIS)(11 : 4)
               END-IF
               IF WS-IND-OCORR(WS-ACHADO) >= WS-OCORR-MAX AND
                   WS-IND-OCORR(WS-ACHADO) > 0
                   ADD WS-PESO-OCORR TO WS-RIS-PONTOS(WS-TOTAL-RIS)
                   MOVE 'OCOR' TO WS-RIS-MOTIVOS(WS-TOTAL-RIS)(16 : 4)
               END-IF
               IF WS-IND-PREST(WS-ACHADO) > 0
                   ADD WS-PESO-PREST TO WS-RIS-PONTOS(WS-TOTAL-RIS)
                   MOVE 'PRES' TO WS-RIS-MOTIVOS(WS-TOTAL-RIS)(21 : 4)
               END-IF
               IF WS-RIS-PONTOS(WS-TOTAL-RIS) < WS-LIMIAR
                   SUBTRACT 1 FROM WS-TOTAL-RIS
               ELSE
                   PERFORM MARCA-NOVO-OU-MANTEM
               END-IF
           END-IF.

       MARCA-NOVO-OU-MANTEM.
           MOVE 'NOVO' TO WS-RIS-ESTADO(WS-TOTAL-RIS)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ANT
               IF WS-ANT-NUMERO(K) = REC-NUMERO
                   MOVE 'MANTEM' TO WS-RIS-ESTADO(WS-TOTAL-RIS)
                   MOVE 'S' TO WS-ANT-EM-RISCO(K)
               END-IF
           END-PERFORM.

       REGISTA-CORRIDA.
           OPEN EXTEND FICHEIRO-RISCO
           MOVE SPACES TO LINHA-RISCO
           MOVE WS-DATA TO RSC-DATA
           MOVE WS-HORA TO RSC-HORA
           MOVE 'E' TO RSC-TIPO
           MOVE 0 TO RSC-NUMERO
           IF WS-TOTAL-RIS > 999
               MOVE 999 TO RSC-PONTOS
           ELSE
               MOVE WS-TOTAL-RIS TO RSC-PONTOS
           END-IF
           WRITE LINHA-RISCO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RIS
               MOVE SPACES TO LINHA-RISCO
               MOVE WS-DATA TO RSC-DATA
               MOVE WS-HORA TO RSC-HORA
               MOVE 'A' TO RSC-TIPO
               MOVE WS-RIS-NUMERO(K) TO RSC-NUMERO
               MOVE WS-RIS-NOME(K) TO RSC-NOME
               MOVE WS-RIS-TURMA(K) TO RSC-TURMA
               MOVE WS-RIS-PONTOS(K) TO RSC-PONTOS
               MOVE WS-RIS-ESTADO(K) TO RSC-ESTADO
               MOVE WS-RIS-MOTIVOS(K) TO RSC-MOTIVOS
               WRITE LINHA-RISCO
           END-PERFORM
           CLOSE FICHEIRO-RISCO.

       JUNTA-TURMAS.
      * Turmas com alunos em risco ou com alunos recuperados
           MOVE 0 TO WS-TOTAL-TRM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RIS
               MOVE WS-RIS-TURMA(K) TO WS-TURMA-PROCURA
               PERFORM PROCURA-TURMA
               IF WS-ACHADO > 0
                   IF WS-RIS-ESTADO(K) = 'NOVO'
                       ADD 1 TO WS-TRM-NOVOS(WS-ACHADO)
                   ELSE
                       ADD 1 TO WS-TRM-MANTEM(WS-ACHADO)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ANT
               IF WS-ANT-MATRIC(K) = 'S' AND
                   WS-ANT-EM-RISCO(K) = 'N'
                   MOVE WS-ANT-TURMA(K) TO WS-TURMA-PROCURA
                   PERFORM PROCURA-TURMA
                   IF WS-ACHADO > 0
                       ADD 1 TO WS-TRM-RECUP(WS-ACHADO)
                   END-IF
               END-IF
           END-PERFORM.

       PROCURA-TURMA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TOTAL-TRM
               IF WS-TRM-CODIGO(T) = WS-TURMA-PROCURA
                   MOVE T TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-TRM < 100
               ADD 1 TO WS-TOTAL-TRM
               MOVE WS-TOTAL-TRM TO WS-ACHADO
               MOVE WS-TURMA-PROCURA TO WS-TRM-CODIGO(WS-ACHADO)
               MOVE 0 TO WS-TRM-NOVOS(WS-ACHADO)
               MOVE 0 TO WS-TRM-MANTEM(WS-ACHADO)
               MOVE 0 TO WS-TRM-RECUP(WS-ACHADO)
           END-IF.

       ESCREVE-ALERTA-TURMA.
      * Um ficheiro e um titulo de spool por turma, para o spooler
      * o encaminhar so ao professor titular dessa turma
           MOVE SPACES TO WS-NOME-ALERTA
           STRING "alerta-risco-" DELIMITED BY SIZE
               WS-TRM-CODIGO(T) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-ALERTA
           MOVE SPACES TO WS-TITULO-ALERTA
           STRING "ALERTA RISCO " WS-TRM-CODIGO(T)
               DELIMITED BY SIZE INTO WS-TITULO-ALERTA
           OPEN OUTPUT FICHEIRO-ALERTA
           MOVE ALL "=" TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE SPACES TO LINHA-ALERTA
           STRING "ALERTA PRECOCE - TURMA " WS-TRM-CODIGO(T)
               " - CORRIDA DE " WS-DATA
               DELIMITED BY SIZE INTO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE SPACES TO LINHA-ALERTA
           IF WS-ANT-DATA > 0
               STRING "COMPARADO COM A CORRIDA DE " WS-ANT-DATA
                   "   JANELA DESDE " WS-INICIO-JANELA
                   DELIMITED BY SIZE INTO LINHA-ALERTA
           ELSE
               STRING "PRIMEIRA CORRIDA   JANELA DESDE "
                   WS-INICIO-JANELA
                   DELIMITED BY SIZE INTO LINHA-ALERTA
           END-IF
           WRITE LINHA-ALERTA
           MOVE WS-LIMIAR TO WS-NUM-EDITADO
           MOVE SPACES TO LINHA-ALERTA
           STRING "LIMIAR DE RISCO: " WS-NUM-EDITADO " PONTOS"
               DELIMITED BY SIZE INTO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE ALL "=" TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE 'NOVO' TO WS-SECCAO
           PERFORM ESCREVE-SECCAO-RISCO
           MOVE 'MANTEM' TO WS-SECCAO
           PERFORM ESCREVE-SECCAO-RISCO
           PERFORM ESCREVE-SECCAO-RECUPERADOS
           CLOSE FICHEIRO-ALERTA
           PERFORM REGISTA-SPOOL
           PERFORM GARANTE-ROTA-TITULAR
           DISPLAY "TURMA " WS-TRM-CODIGO(T) ": "
               WS-TRM-NOVOS(T) " novo(s), " WS-TRM-MANTEM(T)
               " mantem, " WS-TRM-RECUP(T) " recuperado(s) em "
               FUNCTION TRIM(WS-NOME-ALERTA).

       ESCREVE-SECCAO-RISCO.
           MOVE SPACES TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           IF WS-SECCAO = 'NOVO'
               MOVE "NOVOS EM RISCO" TO LINHA-ALERTA
           ELSE
               MOVE "CONTINUAM EM RISCO" TO LINHA-ALERTA
           END-IF
           WRITE LINHA-ALERTA
           MOVE 0 TO WS-LISTADOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RIS
               IF WS-RIS-TURMA(K) = WS-TRM-CODIGO(T) AND
                   WS-RIS-ESTADO(K) = WS-SECCAO
                   ADD 1 TO WS-LISTADOS
                   PERFORM ESCREVE-ALUNO-RISCO
               END-IF
           END-PERFORM
           IF WS-LISTADOS = 0
               MOVE "  (nenhum)" TO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF.

       ESCREVE-ALUNO-RISCO.
           MOVE WS-RIS-IND(K) TO WS-ACHADO
           MOVE WS-RIS-PONTOS(K) TO WS-NUM-EDITADO
           MOVE SPACES TO LINHA-ALERTA
           STRING "  " WS-RIS-NUMERO(K) " " WS-RIS-NOME(K)
               "  PONTOS " WS-NUM-EDITADO
               DELIMITED BY SIZE INTO LINHA-ALERTA
           WRITE LINHA-ALERTA
           IF WS-RIS-MOTIVOS(K)(1 : 4) = 'NOTA'
               MOVE WS-IND-VARIACAO(WS-ACHADO) TO WS-NOTA-EDITADA
               MOVE SPACES TO LINHA-ALERTA
               STRING "        - QUEDA DE NOTAS: " WS-NOTA-EDITADA
                   " VALORES DESDE " WS-INICIO-JANELA
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF
           IF WS-RIS-MOTIVOS(K)(6 : 4) = 'ASSI'
               MOVE WS-RIS-ASSID(K) TO WS-NUM-EDITADO
               MOVE SPACES TO LINHA-ALERTA
               STRING "        - ASSIDUIDADE: " WS-NUM-EDITADO
                   "% (REGRA DOS 75%)"
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF
           IF WS-RIS-MOTIVOS(K)(11 : 4) = 'INJU'
               MOVE WS-IND-INJUST(WS-ACHADO) TO WS-NUM-EDITADO
               MOVE SPACES TO LINHA-ALERTA
               STRING "        - FALTAS INJUSTIFICADAS: "
                   WS-NUM-EDITADO
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF
           IF WS-RIS-MOTIVOS(K)(16 : 4) = 'OCOR'
               MOVE WS-IND-OCORR(WS-ACHADO) TO WS-NUM-EDITADO
               MOVE SPACES TO LINHA-ALERTA
               STRING "        - OCORRENCIAS DISCIPLINARES: "
                   WS-NUM-EDITADO " DESDE " WS-INICIO-JANELA
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF
           IF WS-RIS-MOTIVOS(K)(21 : 4) = 'PRES'
               MOVE WS-IND-PREST(WS-ACHADO) TO WS-NUM-EDITADO
               MOVE SPACES TO LINHA-ALERTA
               STRING "        - PRESTACOES VENCIDAS POR PAGAR: "
                   WS-NUM-EDITADO
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF.

       ESCREVE-SECCAO-RECUPERADOS.
           MOVE SPACES TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE "RECUPERADOS DESDE A CORRIDA ANTERIOR" TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE 0 TO WS-LISTADOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ANT
               IF WS-ANT-TURMA(K) = WS-TRM-CODIGO(T) AND
                   WS-ANT-MATRIC(K) = 'S' AND
                   WS-ANT-EM-RISCO(K) = 'N'
                   ADD 1 TO WS-LISTADOS
                   MOVE SPACES TO LINHA-ALERTA
                   STRING "  " WS-ANT-NUMERO(K) " " WS-ANT-NOME(K)
                       DELIMITED BY SIZE INTO LINHA-ALERTA
                   WRITE LINHA-ALERTA
               END-IF
           END-PERFORM
           IF WS-LISTADOS = 0
               MOVE "  (nenhum)" TO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-NOME-ALERTA TO SPL-FICHEIRO
           MOVE WS-TITULO-ALERTA TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       GARANTE-ROTA-TITULAR.
      * Sem rota para o titulo da turma, cria-se a rota para o
      * professor titular de turmas.txt (e o destinatario, se
      * faltar); uma rota ja definida a mao nunca e mexida
           MOVE 'N' TO WS-ROTA-EXISTE
           MOVE 'N' TO EOF-ROTAS
           OPEN INPUT FICHEIRO-ROTAS
           IF WS-ROTAS-STATUS = '00' OR WS-ROTAS-STATUS = '05'
               PERFORM UNTIL EOF-ROTAS = 'S'
                   READ FICHEIRO-ROTAS
                       AT END
                           MOVE 'S' TO EOF-ROTAS
                       NOT AT END
                           IF ROT-TITULO = WS-TITULO-ALERTA
                               MOVE 'S' TO WS-ROTA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ROTAS
           END-IF
           IF WS-ROTA-EXISTE = 'N'
               PERFORM PROCURA-TITULAR
               IF WS-TITULAR = SPACES
                   DISPLAY "  Turma " WS-TRM-CODIGO(T)
                       " sem professor titular em turmas.txt;"
                       " defina a rota '"
                       FUNCTION TRIM(WS-TITULO-ALERTA)
                       "' na distribuicao"
               ELSE
                   OPEN EXTEND FICHEIRO-ROTAS
                   MOVE SPACES TO LINHA-ROTA
                   MOVE WS-TITULO-ALERTA TO ROT-TITULO
                   MOVE WS-TITULAR TO ROT-DESTINATARIO
                   MOVE 1 TO ROT-COPIAS
                   WRITE LINHA-ROTA
                   CLOSE FICHEIRO-ROTAS
                   PERFORM GARANTE-DESTINATARIO
                   DISPLAY "  Rota criada para o titular "
                       WS-TITULAR
               END-IF
           END-IF.

       PROCURA-TITULAR.
           MOVE SPACES TO WS-TITULAR
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           IF TUR-CODIGO = WS-TRM-CODIGO(T)
                               MOVE TUR-PROFESSOR(1 : 8)
                                   TO WS-TITULAR
                               MOVE 'S' TO EOF-TURMAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       GARANTE-DESTINATARIO.
           MOVE 'N' TO WS-DEST-EXISTE
           MOVE 'N' TO EOF-DESTINATARIOS
           OPEN INPUT FICHEIRO-DESTINATARIOS
           IF WS-DESTINATARIOS-STATUS = '00' OR
               WS-DESTINATARIOS-STATUS = '05'
               PERFORM UNTIL EOF-DESTINATARIOS = 'S'
                   READ FICHEIRO-DESTINATARIOS
                       AT END
                           MOVE 'S' TO EOF-DESTINATARIOS
                       NOT AT END
                           IF DST-CODIGO = WS-TITULAR
                               MOVE 'S' TO WS-DEST-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DESTINATARIOS
           END-IF
           IF WS-DEST-EXISTE = 'N'
               MOVE WS-TITULAR TO WS-TITULAR-NOME
               MOVE 'N' TO EOF-PROFESSORES
               OPEN INPUT FICHEIRO-PROFESSORES
               IF WS-PROFESSORES-STATUS = '00' OR
                   WS-PROFESSORES-STATUS = '05'
                   PERFORM UNTIL EOF-PROFESSORES = 'S'
                       READ FICHEIRO-PROFESSORES
                           AT END
                               MOVE 'S' TO EOF-PROFESSORES
                           NOT AT END
                               IF PRO-CODIGO = WS-TITULAR(1 : 6)
                                   MOVE PRO-NOME TO WS-TITULAR-NOME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
               OPEN EXTEND FICHEIRO-DESTINATARIOS
               MOVE SPACES TO LINHA-DESTINATARIO
               MOVE WS-TITULAR TO DST-CODIGO
               MOVE WS-TITULAR-NOME TO DST-NOME
               WRITE LINHA-DESTINATARIO
               CLOSE FICHEIRO-DESTINATARIOS
           END-IF.

       LISTAR-ULTIMA-CORRIDA.
           PERFORM CARREGA-CORRIDA-ANTERIOR
           IF WS-ANT-DATA = 0
               DISPLAY "Ainda nao houve nenhuma corrida"
           ELSE
               DISPLAY "CORRIDA DE " WS-ANT-DATA " " WS-ANT-HORA
               DISPLAY "NUM   NOME                 TURMA  PTS ESTADO"
                   "   MOTIVOS"
               MOVE 'N' TO EOF-RISCO
               OPEN INPUT FICHEIRO-RISCO
               PERFORM UNTIL EOF-RISCO = 'S'
                   READ FICHEIRO-RISCO
                       AT END
                           MOVE 'S' TO EOF-RISCO
                       NOT AT END
                           IF RSC-TIPO = 'A' AND
                               RSC-DATA = WS-ANT-DATA AND
                               RSC-HORA = WS-ANT-HORA
                               DISPLAY RSC-NUMERO " " RSC-NOME " "
                                   RSC-TURMA " " RSC-PONTOS " "
                                   RSC-ESTADO " " RSC-MOTIVOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RISCO
               DISPLAY WS-TOTAL-ANT " aluno(s) em risco"
           END-IF.

       END PROGRAM ALERTA-RISCO.
