      ******************************************************************
      * Author:
      * Date:
      * Purpose: Portaria: entradas e saidas dos alunos pelo cartao
      *          (modulo LE-CARTAO), com hora, em
      *          portaria-movimentos.txt - o porteiro so passa os
      *          cartoes e o programa alterna entrada e saida e
      *          mostra nome, indicador de fotografia e bloqueio;
      *          saidas antecipadas autorizadas com antecedencia por
      *          um encarregado de encarregados.txt
      *          (saidas-autorizadas.txt); reconciliacao diaria com
      *          presencas.txt que assinala quem teve presenca nas
      *          aulas sem passar na portaria, quem entrou e teve
      *          falta, e quem saiu em horario escolar
      *          (PORTARIA-HORA-INI a PORTARIA-HORA-FIM em
      *          parametros.txt) sem autorizacao; cada excecao vai
      *          para a caixa central de alertas e o relatorio sai
      *          pelo spool
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'portaria-movimentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-AUTORIZACOES
               ASSIGN TO 'saidas-autorizadas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESENCAS
               ASSIGN TO 'presencas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-CENTRAIS
               ASSIGN TO 'alertas-centrais.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENTRAIS-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'portaria-reconciliacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MOV-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 MOV-HORA        PIC 9(6).
         05 FILLER          PIC X.
         05 MOV-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 MOV-SENTIDO     PIC X(7).
         05 FILLER          PIC X.
         05 MOV-CARTAO      PIC 9(8).
         05 FILLER          PIC X.
         05 MOV-AUTORIZACAO PIC 9(5).
         05 FILLER          PIC X.
         05 MOV-OPERADOR    PIC X(8).
       FD FICHEIRO-AUTORIZACOES.
       01 LINHA-AUTORIZACAO.
         05 AUT-ID       PIC 9(5).
         05 FILLER       PIC X.
         05 AUT-ALUNO    PIC 9(5).
         05 FILLER       PIC X.
         05 AUT-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 AUT-HORA     PIC 9(4).
         05 FILLER       PIC X.
         05 AUT-MEMBRO   PIC X(20).
         05 FILLER       PIC X.
         05 AUT-MOTIVO   PIC X(30).
         05 FILLER       PIC X.
         05 AUT-ESTADO   PIC X(8).
         05 FILLER       PIC X.
         05 AUT-REGISTO  PIC 9(8).
         05 FILLER       PIC X.
         05 AUT-OPERADOR PIC X(8).
       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA.
         05 PRE-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 PRE-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 PRE-ESTADO PIC X.
         05 FILLER     PIC X.
         05 PRE-AULA   PIC 9(5).
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
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-CENTRAIS.
       01 LINHA-ALERTA-CENTRAL.
         05 ALR-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 ALR-DATA       PIC 9(8).
         05 ALR-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 ALR-SEVERIDADE PIC X(5).
         05 FILLER         PIC X.
         05 ALR-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ALR-ESTADO     PIC X(6).
         05 FILLER         PIC X.
         05 ALR-OPR        PIC X(8).
         05 FILLER         PIC X.
         05 ALR-DATA-VISTO PIC 9(8).
         05 FILLER         PIC X.
         05 ALR-MENSAGEM   PIC X(50).
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
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-AUTORIZACOES-STATUS PIC XX.
       01 WS-PRESENCAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-CENTRAIS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-MOVIMENTOS PIC X.
       01 EOF-AUTORIZACOES PIC X.
       01 EOF-PRESENCAS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 EOF-CENTRAIS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-HORA-HHMM PIC 9(4).
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-HORA-INI PIC 9(4).
       01 WS-HORA-FIM PIC 9(4).
       01 WS-NUMERO PIC 9(5).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-MEMBRO PIC X(20).
       01 WS-MOTIVO PIC X(30).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-REF PIC 9(8).
       01 WS-HORA-TEXTO PIC X(4).
       01 WS-HORA-AUT PIC 9(4).
       01 WS-SENTIDO PIC X(7).
       01 WS-ULTIMO-SENTIDO PIC X(7).
       01 WS-AUT-USADA PIC 9(5).
       01 WS-FIM-LEITURA PIC X.
       01 WS-PASSAGENS PIC 9(4).
       01 WS-LINHAS PIC 9(4).
       01 WS-EXCECOES PIC 9(4).
       01 WS-EXC-SEM-ENTRADA PIC 9(4).
       01 WS-EXC-FALTA PIC 9(4).
       01 WS-EXC-SAIDA PIC 9(4).
       01 WS-EXCECAO-TEXTO PIC X(50).
       01 WS-ACHADO PIC 9(4).
       01 I PIC 9(4).
       01 K PIC 9(4).
      * Chamada ao modulo de leitura do cartao
       01 WS-LC-CARTAO PIC X(8).
       01 WS-LC-RESULTADO PIC X.
       01 WS-LC-TIPO PIC X.
       01 WS-LC-ALUNO PIC 9(5).
       01 WS-LC-MEMBRO PIC X(20).
       01 WS-LC-FOTO PIC X.
       01 WS-LC-MOTIVO PIC X(40).
      * Caixa central de alertas
       01 WS-ALR-SEVERIDADE PIC X(5).
       01 WS-ALR-MENSAGEM PIC X(50).
       01 WS-ALR-PROGRAMA PIC X(20).
       01 WS-ALR-PROX-ID PIC 9(5).
       01 WS-ALR-AGORA PIC X(21).
       01 WS-ALR-REPETIDO PIC X.
      * Encarregados do aluno
       01 WS-TOTAL-EE PIC 9(2) VALUE 0.
       01 WS-TABELA-EE.
         05 WS-EE-MEMBRO PIC X(20) OCCURS 10 TIMES.
      * Autorizacoes de saida antecipada
       01 WS-TOTAL-AUT PIC 9(4) VALUE 0.
       01 WS-AUT-CHEIA PIC X VALUE 'N'.
       01 WS-AUT-PROX-ID PIC 9(5).
       01 WS-TABELA-AUTORIZACOES.
         05 WS-AUT OCCURS 1000 TIMES.
           10 WS-AUT-ID       PIC 9(5).
           10 WS-AUT-ALUNO    PIC 9(5).
           10 WS-AUT-DATA     PIC 9(8).
           10 WS-AUT-HORA     PIC 9(4).
           10 WS-AUT-MEMBRO   PIC X(20).
           10 WS-AUT-MOTIVO   PIC X(30).
           10 WS-AUT-ESTADO   PIC X(8).
           10 WS-AUT-REGISTO  PIC 9(8).
           10 WS-AUT-OPERADOR PIC X(8).
      * Reconciliacao do dia: um registo por aluno visto na
      * portaria ou nas presencas
       01 WS-TOTAL-RCN PIC 9(4) VALUE 0.
       01 WS-RCN-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-RECONCILIACAO.
         05 WS-RCN OCCURS 2000 TIMES.
           10 WS-RCN-ALUNO     PIC 9(5).
           10 WS-RCN-ENTROU    PIC X.
           10 WS-RCN-PRESENTE  PIC X.
           10 WS-RCN-FALTA     PIC X.
           10 WS-RCN-SAIDA-AUT PIC X.
           10 WS-RCN-SAIDA-SEM PIC X.
           10 WS-RCN-HORA-SEM  PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM LE-HORARIO-ESCOLAR
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "PORTARIA (portaria-movimentos.txt)"
               DISPLAY "1 - ENTRADAS E SAIDAS POR CARTAO"
               DISPLAY "2 - AUTORIZAR SAIDA ANTECIPADA"
               DISPLAY "3 - MOVIMENTOS DE UM DIA"
               DISPLAY "4 - RECONCILIACAO COM AS PRESENCAS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM PORTARIA-POR-CARTAO
                   WHEN 2
                       PERFORM AUTORIZAR-SAIDA
                   WHEN 3
                       PERFORM MOVIMENTOS-DO-DIA
                   WHEN 4
                       PERFORM RECONCILIACAO-PRESENCAS
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

       LE-HORARIO-ESCOLAR.
      * Horario escolar (HHMM): uma saida dentro dele precisa de
      * autorizacao do encarregado
           MOVE 'PORTARIA-HORA-INI' TO WS-PARAMETRO-CHAVE
           MOVE 830 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-HORA-INI
           MOVE 'PORTARIA-HORA-FIM' TO WS-PARAMETRO-CHAVE
           MOVE 1630 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-HORA-FIM.

      ******************************************************************
      * Entradas e saidas
      ******************************************************************
       PORTARIA-POR-CARTAO.
      * Modo de leitura: o porteiro so passa cartoes; a primeira
      * passagem do dia e entrada e as seguintes alternam; uma
      * leitura em branco (ENTER) termina
           MOVE 0 TO WS-PASSAGENS
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
                   PERFORM REGISTA-PASSAGEM
               END-IF
           END-PERFORM
           DISPLAY WS-PASSAGENS " passagem(ns) registada(s)".

       REGISTA-PASSAGEM.
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
                       PERFORM GRAVA-PASSAGEM
                   ELSE
                       DISPLAY ">>> RECUSADO: aluno " WS-NUMERO
                           " bloqueado - chamar a direcao"
                   END-IF
               END-IF
           END-IF.

       GRAVA-PASSAGEM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-HORA(1 : 4) TO WS-HORA-HHMM
           PERFORM ULTIMO-SENTIDO-DIA
           IF WS-ULTIMO-SENTIDO = 'ENTRADA'
               MOVE 'SAIDA' TO WS-SENTIDO
           ELSE
               MOVE 'ENTRADA' TO WS-SENTIDO
           END-IF
           IF WS-LC-FOTO = 'S'
               DISPLAY WS-NUMERO " " WS-NOME-ALUNO " "
                   WS-TURMA-ALUNO " FOTO: SIM  " WS-SENTIDO
           ELSE
               DISPLAY WS-NUMERO " " WS-NOME-ALUNO " "
                   WS-TURMA-ALUNO " FOTO: NAO - confirmar"
                   " identidade  " WS-SENTIDO
           END-IF
           MOVE 0 TO WS-AUT-USADA
           IF WS-SENTIDO = 'SAIDA' AND
               WS-HORA-HHMM >= WS-HORA-INI AND
               WS-HORA-HHMM < WS-HORA-FIM
               PERFORM USA-AUTORIZACAO
               IF WS-AUT-USADA = 0
                   DISPLAY ">>> SAIDA SEM AUTORIZACAO - avisar a"
                       " direcao"
               END-IF
           END-IF
           OPEN EXTEND FICHEIRO-MOVIMENTOS
           MOVE SPACES TO LINHA-MOVIMENTO
           MOVE WS-DATA TO MOV-DATA
           MOVE WS-HORA TO MOV-HORA
           MOVE WS-NUMERO TO MOV-ALUNO
           MOVE WS-SENTIDO TO MOV-SENTIDO
           MOVE WS-LC-CARTAO TO MOV-CARTAO
           MOVE WS-AUT-USADA TO MOV-AUTORIZACAO
           MOVE WS-OPERADOR TO MOV-OPERADOR
           WRITE LINHA-MOVIMENTO
           CLOSE FICHEIRO-MOVIMENTOS
           ADD 1 TO WS-PASSAGENS.

       ULTIMO-SENTIDO-DIA.
           MOVE SPACES TO WS-ULTIMO-SENTIDO
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-DATA = WS-DATA AND
                               MOV-ALUNO = WS-NUMERO
                               MOVE MOV-SENTIDO
                                   TO WS-ULTIMO-SENTIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF.

       USA-AUTORIZACAO.
      * Autorizacao pendente do aluno para hoje, a partir de uma
      * hora ja passada; fica usada por esta saida
           PERFORM CARREGA-AUTORIZACOES
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-AUT
               IF WS-AUT-ALUNO(I) = WS-NUMERO AND
                   WS-AUT-DATA(I) = WS-DATA AND
                   WS-AUT-ESTADO(I) = 'PENDENTE' AND
                   WS-AUT-HORA(I) <= WS-HORA-HHMM AND
                   WS-ACHADO = 0
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0
               MOVE 'USADA' TO WS-AUT-ESTADO(WS-ACHADO)
               PERFORM GRAVA-AUTORIZACOES
               MOVE WS-AUT-ID(WS-ACHADO) TO WS-AUT-USADA
               DISPLAY "    SAIDA AUTORIZADA POR "
                   WS-AUT-MEMBRO(WS-ACHADO) " ("
                   WS-AUT-MOTIVO(WS-ACHADO) ")"
           END-IF.

       MOVIMENTOS-DO-DIA.
           PERFORM PEDE-DATA-REF
           MOVE 0 TO WS-LINHAS
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               DISPLAY "HORA   ALUNO SENTIDO CARTAO   AUTOR."
                   " OPERADOR"
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-DATA = WS-DATA-REF
                               ADD 1 TO WS-LINHAS
                               DISPLAY MOV-HORA " " MOV-ALUNO " "
                                   MOV-SENTIDO " " MOV-CARTAO " "
                                   MOV-AUTORIZACAO " "
                                   MOV-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF
           DISPLAY WS-LINHAS " movimento(s) em " WS-DATA-REF.

       PEDE-DATA-REF.
           DISPLAY "DATA (AAAAMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE WS-DATA TO WS-DATA-REF
           ELSE
               COMPUTE WS-DATA-REF =
                   FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF.

      ******************************************************************
      * Autorizacoes de saida antecipada
      ******************************************************************
       CARREGA-AUTORIZACOES.
           MOVE 0 TO WS-TOTAL-AUT
           MOVE 0 TO WS-AUT-PROX-ID
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
                           IF AUT-ID IS NUMERIC AND
                               WS-TOTAL-AUT < 1000
                               ADD 1 TO WS-TOTAL-AUT
                               PERFORM GUARDA-AUTORIZACAO-LIDA
                           ELSE
                               IF AUT-ID IS NUMERIC
                                   MOVE 'S' TO WS-AUT-CHEIA
                               END-IF
                           END-IF
                           IF AUT-ID IS NUMERIC AND
                               AUT-ID > WS-AUT-PROX-ID
                               MOVE AUT-ID TO WS-AUT-PROX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUTORIZACOES
           END-IF
           ADD 1 TO WS-AUT-PROX-ID
           IF WS-AUT-CHEIA = 'S'
               DISPLAY "AVISO: saidas-autorizadas.txt excede a"
                   " tabela de 1000 autorizacoes; leitura parcial"
                   " e regravacao bloqueada; arquive o historico"
           END-IF.

       GUARDA-AUTORIZACAO-LIDA.
           MOVE WS-TOTAL-AUT TO K
           MOVE AUT-ID TO WS-AUT-ID(K)
           MOVE AUT-MEMBRO TO WS-AUT-MEMBRO(K)
           MOVE AUT-MOTIVO TO WS-AUT-MOTIVO(K)
           MOVE AUT-ESTADO TO WS-AUT-ESTADO(K)
           MOVE AUT-OPERADOR TO WS-AUT-OPERADOR(K)
           MOVE 0 TO WS-AUT-ALUNO(K) WS-AUT-DATA(K)
               WS-AUT-HORA(K) WS-AUT-REGISTO(K)
           IF AUT-ALUNO IS NUMERIC
               MOVE AUT-ALUNO TO WS-AUT-ALUNO(K)
           END-IF
           IF AUT-DATA IS NUMERIC
               MOVE AUT-DATA TO WS-AUT-DATA(K)
           END-IF
           IF AUT-HORA IS NUMERIC
               MOVE AUT-HORA TO WS-AUT-HORA(K)
           END-IF
           IF AUT-REGISTO IS NUMERIC
               MOVE AUT-REGISTO TO WS-AUT-REGISTO(K)
           END-IF.

       GRAVA-AUTORIZACOES.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima: os registos a mais iam-se embora
           IF WS-AUT-CHEIA = 'S'
               DISPLAY "saidas-autorizadas.txt nao regravado: a"
                   " alteracao nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-AUTORIZACOES
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-AUT
                   MOVE SPACES TO LINHA-AUTORIZACAO
                   MOVE WS-AUT-ID(K) TO AUT-ID
                   MOVE WS-AUT-ALUNO(K) TO AUT-ALUNO
                   MOVE WS-AUT-DATA(K) TO AUT-DATA
                   MOVE WS-AUT-HORA(K) TO AUT-HORA
                   MOVE WS-AUT-MEMBRO(K) TO AUT-MEMBRO
                   MOVE WS-AUT-MOTIVO(K) TO AUT-MOTIVO
                   MOVE WS-AUT-ESTADO(K) TO AUT-ESTADO
                   MOVE WS-AUT-REGISTO(K) TO AUT-REGISTO
                   MOVE WS-AUT-OPERADOR(K) TO AUT-OPERADOR
                   WRITE LINHA-AUTORIZACAO
               END-PERFORM
               CLOSE FICHEIRO-AUTORIZACOES
           END-IF.

       AUTORIZAR-SAIDA.
      * A saida antecipada e pedida por um encarregado do aluno em
      * encarregados.txt e registada antes, para o dia e a hora a
      * partir da qual o aluno pode sair
           PERFORM CARREGA-AUTORIZACOES
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
               PERFORM CARREGA-EE-ALUNO
               IF WS-TOTAL-EE = 0
                   DISPLAY "Aluno sem encarregados em"
                       " encarregados.txt; a saida nao pode ser"
                       " autorizada"
               ELSE
                   PERFORM PEDE-ENCARREGADO
               END-IF
           END-IF.

       PEDE-ENCARREGADO.
           DISPLAY "ENCARREGADOS DO ALUNO " WS-NUMERO ":"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EE
               DISPLAY "  " WS-EE-MEMBRO(K)
           END-PERFORM
           DISPLAY "ENCARREGADO QUE AUTORIZA: " WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-EE
               IF WS-EE-MEMBRO(K) = WS-MEMBRO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "'" WS-MEMBRO "' nao e encarregado deste"
                   " aluno"
           ELSE
               PERFORM PEDE-DATA-REF
               DISPLAY "SAI A PARTIR DAS (HHMM): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-HORA-TEXTO
               ACCEPT WS-HORA-TEXTO
               MOVE 9999 TO WS-HORA-AUT
               IF WS-HORA-TEXTO IS NUMERIC
                   MOVE WS-HORA-TEXTO TO WS-HORA-AUT
               END-IF
               IF WS-DATA-REF < WS-DATA
                   DISPLAY "A autorizacao e dada com antecedencia;"
                       " data ja passada"
               ELSE
                   IF WS-HORA-AUT > 2359 OR
                       WS-HORA-AUT(3 : 2) > '59'
                       DISPLAY "Hora invalida"
                   ELSE
                       PERFORM REGISTA-AUTORIZACAO
                   END-IF
               END-IF
           END-IF.

       REGISTA-AUTORIZACAO.
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           IF WS-TOTAL-AUT >= 1000 OR WS-AUT-CHEIA = 'S'
               DISPLAY "Tabela de autorizacoes cheia"
           ELSE
               ADD 1 TO WS-TOTAL-AUT
               MOVE WS-TOTAL-AUT TO K
               MOVE WS-AUT-PROX-ID TO WS-AUT-ID(K)
               MOVE WS-NUMERO TO WS-AUT-ALUNO(K)
               MOVE WS-DATA-REF TO WS-AUT-DATA(K)
               MOVE WS-HORA-AUT TO WS-AUT-HORA(K)
               MOVE WS-MEMBRO TO WS-AUT-MEMBRO(K)
               MOVE WS-MOTIVO TO WS-AUT-MOTIVO(K)
               MOVE 'PENDENTE' TO WS-AUT-ESTADO(K)
               MOVE WS-DATA TO WS-AUT-REGISTO(K)
               MOVE WS-OPERADOR TO WS-AUT-OPERADOR(K)
               PERFORM GRAVA-AUTORIZACOES
               DISPLAY "Autorizacao " WS-AUT-PROX-ID " registada:"
                   " aluno " WS-NUMERO " sai em " WS-DATA-REF
                   " a partir das " WS-HORA-AUT
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

      ******************************************************************
      * Reconciliacao com as presencas
      ******************************************************************
       RECONCILIACAO-PRESENCAS.
      * Protecao de menores, nao contabilidade: cada excecao vai
      * para a caixa central de alertas, que o painel de operacoes
      * mostra ate alguem confirmar
           PERFORM PEDE-DATA-REF
           MOVE 0 TO WS-TOTAL-RCN
           MOVE 'N' TO WS-RCN-CHEIA
           PERFORM SOMA-MOVIMENTOS-DIA
           PERFORM SOMA-PRESENCAS-DIA
           IF WS-RCN-CHEIA = 'S'
               DISPLAY "AVISO: mais de 2000 alunos no dia;"
                   " reconciliacao parcial"
           END-IF
           MOVE 0 TO WS-EXCECOES WS-EXC-SEM-ENTRADA WS-EXC-FALTA
               WS-EXC-SAIDA
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECONCILIACAO PORTARIA / PRESENCAS DE "
               WS-DATA-REF DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "HORARIO ESCOLAR " WS-HORA-INI " A " WS-HORA-FIM
               "   OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-RCN
               PERFORM AVALIA-ALUNO-DIA
           END-PERFORM
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRESENTES SEM ENTRADA : " WS-EXC-SEM-ENTRADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENTRARAM E FALTARAM  : " WS-EXC-FALTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SAIDAS SEM AUTORIZACAO: " WS-EXC-SAIDA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO
           PERFORM REGISTA-SPOOL
           DISPLAY WS-EXCECOES " excecao(oes) em "
               WS-DATA-REF "; detalhe em"
               " portaria-reconciliacao.txt".

       SOMA-MOVIMENTOS-DIA.
           MOVE 'N' TO EOF-MOVIMENTOS
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           IF MOV-DATA = WS-DATA-REF AND
                               MOV-ALUNO IS NUMERIC
                               MOVE MOV-ALUNO TO WS-NUMERO
                               PERFORM PROCURA-ALUNO-DIA
                               IF WS-ACHADO > 0
                                   PERFORM CONTA-MOVIMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF.

       CONTA-MOVIMENTO.
           IF MOV-SENTIDO = 'ENTRADA'
               MOVE 'S' TO WS-RCN-ENTROU(WS-ACHADO)
           ELSE
               MOVE MOV-HORA(1 : 4) TO WS-HORA-HHMM
               IF WS-HORA-HHMM >= WS-HORA-INI AND
                   WS-HORA-HHMM < WS-HORA-FIM
                   IF MOV-AUTORIZACAO IS NUMERIC AND
                       MOV-AUTORIZACAO > 0
                       MOVE 'S' TO WS-RCN-SAIDA-AUT(WS-ACHADO)
                   ELSE
                       IF WS-RCN-SAIDA-SEM(WS-ACHADO) = 'N'
                           MOVE 'S'
                               TO WS-RCN-SAIDA-SEM(WS-ACHADO)
                           MOVE MOV-HORA
                               TO WS-RCN-HORA-SEM(WS-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SOMA-PRESENCAS-DIA.
           MOVE 'N' TO EOF-PRESENCAS
           OPEN INPUT FICHEIRO-PRESENCAS
           IF WS-PRESENCAS-STATUS = '00' OR
               WS-PRESENCAS-STATUS = '05'
               PERFORM UNTIL EOF-PRESENCAS = 'S'
                   READ FICHEIRO-PRESENCAS
                       AT END
                           MOVE 'S' TO EOF-PRESENCAS
                       NOT AT END
                           IF PRE-DATA = WS-DATA-REF AND
                               PRE-NUMERO IS NUMERIC
                               MOVE PRE-NUMERO TO WS-NUMERO
                               PERFORM PROCURA-ALUNO-DIA
                               IF WS-ACHADO > 0 AND
                                   PRE-ESTADO = 'P'
                                   MOVE 'S'
                                       TO WS-RCN-PRESENTE(WS-ACHADO)
                               END-IF
                               IF WS-ACHADO > 0 AND
                                   PRE-ESTADO = 'A'
                                   MOVE 'S'
                                       TO WS-RCN-FALTA(WS-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESENCAS
           END-IF.

       PROCURA-ALUNO-DIA.
      * Registo do aluno WS-NUMERO em WS-ACHADO, criado se ainda
      * nao existe (0 com a tabela cheia)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-RCN
               IF WS-RCN-ALUNO(K) = WS-NUMERO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               IF WS-TOTAL-RCN >= 2000
                   MOVE 'S' TO WS-RCN-CHEIA
               ELSE
                   ADD 1 TO WS-TOTAL-RCN
                   MOVE WS-TOTAL-RCN TO WS-ACHADO
                   MOVE WS-NUMERO TO WS-RCN-ALUNO(WS-ACHADO)
                   MOVE 'N' TO WS-RCN-ENTROU(WS-ACHADO)
                   MOVE 'N' TO WS-RCN-PRESENTE(WS-ACHADO)
                   MOVE 'N' TO WS-RCN-FALTA(WS-ACHADO)
                   MOVE 'N' TO WS-RCN-SAIDA-AUT(WS-ACHADO)
                   MOVE 'N' TO WS-RCN-SAIDA-SEM(WS-ACHADO)
                   MOVE 0 TO WS-RCN-HORA-SEM(WS-ACHADO)
               END-IF
           END-IF.

       AVALIA-ALUNO-DIA.
      * Falta depois de uma saida autorizada e o esperado: so
      * conta como excecao a falta de quem entrou e nao saiu com
      * autorizacao
           IF WS-RCN-PRESENTE(I) = 'S' AND WS-RCN-ENTROU(I) = 'N'
               ADD 1 TO WS-EXC-SEM-ENTRADA
               MOVE SPACES TO WS-EXCECAO-TEXTO
               STRING "ALUNO " WS-RCN-ALUNO(I)
                   " PRESENTE SEM ENTRADA " WS-DATA-REF
                   DELIMITED BY SIZE INTO WS-EXCECAO-TEXTO
               PERFORM REGISTA-EXCECAO
           END-IF
           IF WS-RCN-ENTROU(I) = 'S' AND WS-RCN-FALTA(I) = 'S' AND
               WS-RCN-SAIDA-AUT(I) = 'N'
               ADD 1 TO WS-EXC-FALTA
               MOVE SPACES TO WS-EXCECAO-TEXTO
               STRING "ALUNO " WS-RCN-ALUNO(I)
                   " ENTROU E TEVE FALTA " WS-DATA-REF
                   DELIMITED BY SIZE INTO WS-EXCECAO-TEXTO
               PERFORM REGISTA-EXCECAO
           END-IF
           IF WS-RCN-SAIDA-SEM(I) = 'S'
               ADD 1 TO WS-EXC-SAIDA
               MOVE SPACES TO WS-EXCECAO-TEXTO
               STRING "ALUNO " WS-RCN-ALUNO(I) " SAIU "
                   WS-RCN-HORA-SEM(I)(1 : 4)
                   " SEM AUTORIZACAO " WS-DATA-REF
                   DELIMITED BY SIZE INTO WS-EXCECAO-TEXTO
               PERFORM REGISTA-EXCECAO
           END-IF.

       REGISTA-EXCECAO.
           ADD 1 TO WS-EXCECOES
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-EXCECAO-TEXTO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'GRAVE' TO WS-ALR-SEVERIDADE
           MOVE 'PORTARIA' TO WS-ALR-PROGRAMA
           MOVE WS-EXCECAO-TEXTO TO WS-ALR-MENSAGEM
           PERFORM LEVANTA-ALERTA-CENTRAL.

       LEVANTA-ALERTA-CENTRAL.
      * Alerta para a caixa central (alertas-centrais.txt), que o
      * painel de operacoes mostra ate alguem confirmar; a mesma
      * excecao de uma reconciliacao repetida nao entra duas vezes
           MOVE 0 TO WS-ALR-PROX-ID
           MOVE 'N' TO WS-ALR-REPETIDO
           MOVE 'N' TO EOF-CENTRAIS
           OPEN INPUT FICHEIRO-CENTRAIS
           IF WS-CENTRAIS-STATUS = '00' OR
               WS-CENTRAIS-STATUS = '05'
               PERFORM UNTIL EOF-CENTRAIS = 'S'
                   READ FICHEIRO-CENTRAIS
                       AT END
                           MOVE 'S' TO EOF-CENTRAIS
                       NOT AT END
                           IF ALR-ID IS NUMERIC AND
                               ALR-ID > WS-ALR-PROX-ID
                               MOVE ALR-ID TO WS-ALR-PROX-ID
                           END-IF
                           IF ALR-PROGRAMA = WS-ALR-PROGRAMA AND
                               ALR-MENSAGEM = WS-ALR-MENSAGEM
                               MOVE 'S' TO WS-ALR-REPETIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CENTRAIS
           END-IF
           IF WS-ALR-REPETIDO = 'N'
               ADD 1 TO WS-ALR-PROX-ID
               MOVE FUNCTION CURRENT-DATE TO WS-ALR-AGORA
               OPEN EXTEND FICHEIRO-CENTRAIS
               MOVE SPACES TO LINHA-ALERTA-CENTRAL
               MOVE WS-ALR-PROX-ID TO ALR-ID
               MOVE WS-ALR-AGORA(1 : 8) TO ALR-DATA
               MOVE WS-ALR-AGORA(9 : 6) TO ALR-HORA
               MOVE WS-ALR-SEVERIDADE TO ALR-SEVERIDADE
               MOVE WS-ALR-PROGRAMA TO ALR-PROGRAMA
               MOVE 'ABERTO' TO ALR-ESTADO
               MOVE SPACES TO ALR-OPR
               MOVE 0 TO ALR-DATA-VISTO
               MOVE WS-ALR-MENSAGEM TO ALR-MENSAGEM
               WRITE LINHA-ALERTA-CENTRAL
               CLOSE FICHEIRO-CENTRAIS
           END-IF.

      ******************************************************************
      * Validacoes e spool
      ******************************************************************
       VALIDA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado; numero aceite"
                   " sem validacao"
               MOVE 'S' TO WS-ALUNO-OK
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

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'portaria-reconciliacao.txt' TO SPL-FICHEIRO
           MOVE 'PORTARIA' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM PORTARIA.
