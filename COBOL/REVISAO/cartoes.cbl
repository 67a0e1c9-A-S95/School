      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cartoes de aluno e de membro (cartoes.txt): emissao
      *          de um cartao por aluno de NOTAS.DAT ou por membro de
      *          ficheiro0.txt, com numero de 8 digitos (sequencia e
      *          digito de controlo modulo 11, para o leitor nao
      *          aceitar um numero mal lido); segunda via que anula o
      *          cartao antigo, bloqueio de cartao perdido (e
      *          desbloqueio se aparecer), indicador de fotografia
      *          e impressao dos cartoes novos no formato do cartao
      *          (cartoes-impressao.txt) pelo spool; os modos de
      *          leitura da cantina, dos emprestimos e dos clubes
      *          leem o cartao pelo modulo LE-CARTAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CARTOES
               ASSIGN TO 'cartoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTOES-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-FICHEIRO-0-STATUS.
           SELECT FICHEIRO-IMPRESSAO
               ASSIGN TO 'cartoes-impressao.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CARTOES.
       01 LINHA-CARTAO.
         05 CRT-NUMERO       PIC 9(8).
         05 FILLER           PIC X.
         05 CRT-TIPO         PIC X.
         05 FILLER           PIC X.
         05 CRT-ALUNO        PIC 9(5).
         05 FILLER           PIC X.
         05 CRT-MEMBRO       PIC X(20).
         05 FILLER           PIC X.
         05 CRT-ESTADO       PIC X(9).
         05 FILLER           PIC X.
         05 CRT-VIA          PIC 9(2).
         05 FILLER           PIC X.
         05 CRT-DATA-EMISSAO PIC 9(8).
         05 FILLER           PIC X.
         05 CRT-FOTO         PIC X.
         05 FILLER           PIC X.
         05 CRT-IMPRESSO     PIC X.
         05 FILLER           PIC X.
         05 CRT-DATA-ESTADO  PIC 9(8).
         05 FILLER           PIC X.
         05 CRT-MOTIVO       PIC X(30).
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
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 REG-TELEFONE-0  PIC X(15).
           10 REG-EMAIL-0     PIC X(30).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
       FD FICHEIRO-IMPRESSAO.
       01 LINHA-IMPRESSAO PIC X(80).
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
       01 WS-CARTOES-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-CARTOES PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUMERO PIC 9(5).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-MEMBRO PIC X(20).
       01 WS-MEMBRO-OK PIC X.
       01 WS-TIPO PIC X.
       01 WS-FOTO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-MOTIVO PIC X(30).
       01 WS-CARTAO-TEXTO PIC X(8).
       01 WS-CARTAO PIC 9(8).
       01 WS-VIA PIC 9(2).
       01 WS-ACHADO PIC 9(4).
       01 WS-NOVO PIC 9(4).
       01 WS-IMPRESSOS PIC 9(4).
       01 WS-CAIXA PIC X(36).
       01 I PIC 9(4).
       01 P PIC 9(2).
      * Numero do cartao: 7 digitos de sequencia e 1 de controlo
       01 WS-ULTIMA-SEQ PIC 9(7) VALUE 0.
       01 WS-SEQ PIC 9(7).
       01 WS-SEQ-DIGITOS REDEFINES WS-SEQ.
         05 WS-SEQ-DIGITO PIC 9 OCCURS 7 TIMES.
       01 WS-CRT-SOMA PIC 9(4).
       01 WS-CRT-CONTROLO PIC 99.
      * Cartoes emitidos (ativos, bloqueados e anulados)
       01 WS-TOTAL-CRT PIC 9(4) VALUE 0.
       01 WS-CRT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-CARTOES.
         05 WS-CRT OCCURS 3000 TIMES.
           10 WS-CRT-NUMERO       PIC 9(8).
           10 WS-CRT-TIPO         PIC X.
           10 WS-CRT-ALUNO        PIC 9(5).
           10 WS-CRT-MEMBRO       PIC X(20).
           10 WS-CRT-ESTADO       PIC X(9).
           10 WS-CRT-VIA          PIC 9(2).
           10 WS-CRT-DATA-EMISSAO PIC 9(8).
           10 WS-CRT-FOTO         PIC X.
           10 WS-CRT-IMPRESSO     PIC X.
           10 WS-CRT-DATA-ESTADO  PIC 9(8).
           10 WS-CRT-MOTIVO       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "CARTOES DE ALUNO E DE MEMBRO (cartoes.txt)"
               DISPLAY "1 - LISTAR CARTOES"
               DISPLAY "2 - EMITIR CARTAO DE ALUNO"
               DISPLAY "3 - EMITIR CARTAO DE MEMBRO"
               DISPLAY "4 - SEGUNDA VIA (PERDA OU DANO)"
               DISPLAY "5 - BLOQUEAR/DESBLOQUEAR CARTAO"
               DISPLAY "6 - INDICADOR DE FOTOGRAFIA"
               DISPLAY "7 - IMPRIMIR CARTOES NOVOS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-CARTOES
                   WHEN 2
                       PERFORM EMITIR-CARTAO-ALUNO
                   WHEN 3
                       PERFORM EMITIR-CARTAO-MEMBRO
                   WHEN 4
                       PERFORM SEGUNDA-VIA
                   WHEN 5
                       PERFORM BLOQUEAR-CARTAO
                   WHEN 6
                       PERFORM INDICADOR-FOTOGRAFIA
                   WHEN 7
                       PERFORM IMPRIMIR-CARTOES
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * Mestre de cartoes
      ******************************************************************
       CARREGA-CARTOES.
           MOVE 0 TO WS-TOTAL-CRT
           MOVE 0 TO WS-ULTIMA-SEQ
           MOVE 'N' TO WS-CRT-CHEIA
           MOVE 'N' TO EOF-CARTOES
           OPEN INPUT FICHEIRO-CARTOES
           IF WS-CARTOES-STATUS = '00' OR
               WS-CARTOES-STATUS = '05'
               PERFORM UNTIL EOF-CARTOES = 'S'
                   READ FICHEIRO-CARTOES
                       AT END
                           MOVE 'S' TO EOF-CARTOES
                       NOT AT END
                           IF CRT-NUMERO IS NUMERIC AND
                               WS-TOTAL-CRT < 3000
                               ADD 1 TO WS-TOTAL-CRT
                               PERFORM GUARDA-CARTAO-LIDO
                           ELSE
                               IF CRT-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-CRT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CARTOES
           END-IF
           IF WS-CRT-CHEIA = 'S'
               DISPLAY "AVISO: cartoes.txt excede a tabela de"
                   " 3000 cartoes; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GUARDA-CARTAO-LIDO.
           MOVE WS-TOTAL-CRT TO I
           MOVE CRT-NUMERO TO WS-CRT-NUMERO(I)
           MOVE CRT-TIPO TO WS-CRT-TIPO(I)
           MOVE CRT-MEMBRO TO WS-CRT-MEMBRO(I)
           MOVE CRT-ESTADO TO WS-CRT-ESTADO(I)
           MOVE CRT-FOTO TO WS-CRT-FOTO(I)
           MOVE CRT-IMPRESSO TO WS-CRT-IMPRESSO(I)
           MOVE CRT-MOTIVO TO WS-CRT-MOTIVO(I)
           MOVE 0 TO WS-CRT-ALUNO(I) WS-CRT-VIA(I)
               WS-CRT-DATA-EMISSAO(I) WS-CRT-DATA-ESTADO(I)
           IF CRT-ALUNO IS NUMERIC
               MOVE CRT-ALUNO TO WS-CRT-ALUNO(I)
           END-IF
           IF CRT-VIA IS NUMERIC
               MOVE CRT-VIA TO WS-CRT-VIA(I)
           END-IF
           IF CRT-DATA-EMISSAO IS NUMERIC
               MOVE CRT-DATA-EMISSAO TO WS-CRT-DATA-EMISSAO(I)
           END-IF
           IF CRT-DATA-ESTADO IS NUMERIC
               MOVE CRT-DATA-ESTADO TO WS-CRT-DATA-ESTADO(I)
           END-IF
           DIVIDE CRT-NUMERO BY 10 GIVING WS-SEQ
           IF WS-SEQ > WS-ULTIMA-SEQ
               MOVE WS-SEQ TO WS-ULTIMA-SEQ
           END-IF.

       GRAVA-CARTOES.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima: os cartoes a mais iam-se embora
           IF WS-CRT-CHEIA = 'S'
               DISPLAY "cartoes.txt nao regravado: a alteracao"
                   " nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-CARTOES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CRT
                   MOVE SPACES TO LINHA-CARTAO
                   MOVE WS-CRT-NUMERO(I) TO CRT-NUMERO
                   MOVE WS-CRT-TIPO(I) TO CRT-TIPO
                   MOVE WS-CRT-ALUNO(I) TO CRT-ALUNO
                   MOVE WS-CRT-MEMBRO(I) TO CRT-MEMBRO
                   MOVE WS-CRT-ESTADO(I) TO CRT-ESTADO
                   MOVE WS-CRT-VIA(I) TO CRT-VIA
                   MOVE WS-CRT-DATA-EMISSAO(I) TO CRT-DATA-EMISSAO
                   MOVE WS-CRT-FOTO(I) TO CRT-FOTO
                   MOVE WS-CRT-IMPRESSO(I) TO CRT-IMPRESSO
                   MOVE WS-CRT-DATA-ESTADO(I) TO CRT-DATA-ESTADO
                   MOVE WS-CRT-MOTIVO(I) TO CRT-MOTIVO
                   WRITE LINHA-CARTAO
               END-PERFORM
               CLOSE FICHEIRO-CARTOES
           END-IF.

       LISTAR-CARTOES.
           PERFORM CARREGA-CARTOES
           IF WS-TOTAL-CRT = 0
               DISPLAY "Nenhum cartao emitido"
           ELSE
               DISPLAY "CARTAO   T ALUNO TITULAR              ESTADO"
                   "    VIA EMISSAO  FOTO IMPR MOTIVO"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CRT
                   DISPLAY WS-CRT-NUMERO(I) " " WS-CRT-TIPO(I) " "
                       WS-CRT-ALUNO(I) " " WS-CRT-MEMBRO(I) " "
                       WS-CRT-ESTADO(I) " " WS-CRT-VIA(I) "  "
                       WS-CRT-DATA-EMISSAO(I) " " WS-CRT-FOTO(I)
                       "    " WS-CRT-IMPRESSO(I) "    "
                       WS-CRT-MOTIVO(I)
               END-PERFORM
           END-IF.

       PROCURA-CARTAO-TITULAR.
      * Cartao em uso (ativo ou bloqueado) do titular WS-TIPO com
      * WS-NUMERO ou WS-MEMBRO, em WS-ACHADO (0 se nao tem)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CRT
               IF WS-CRT-TIPO(I) = WS-TIPO AND
                   WS-CRT-ESTADO(I) NOT = 'ANULADO'
                   IF (WS-TIPO = 'A' AND
                       WS-CRT-ALUNO(I) = WS-NUMERO) OR
                       (WS-TIPO = 'M' AND
                       WS-CRT-MEMBRO(I) = WS-MEMBRO)
                       MOVE I TO WS-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       PEDE-CARTAO.
      * Cartao WS-CARTAO-TEXTO em WS-ACHADO (0 se nao existe); o
      * numero pode ser escrito ou passado no leitor
           DISPLAY "NUMERO DO CARTAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-CARTAO-TEXTO
           ACCEPT WS-CARTAO-TEXTO
           MOVE 0 TO WS-ACHADO
           IF WS-CARTAO-TEXTO IS NUMERIC
               MOVE WS-CARTAO-TEXTO TO WS-CARTAO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CRT
                   IF WS-CRT-NUMERO(I) = WS-CARTAO
                       MOVE I TO WS-ACHADO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACHADO = 0
               DISPLAY "Cartao '" WS-CARTAO-TEXTO "' nao existe"
           END-IF.

       PEDE-FOTO.
           MOVE SPACE TO WS-FOTO
           PERFORM UNTIL WS-FOTO = 'S' OR WS-FOTO = 'N'
               DISPLAY "FOTOGRAFIA ENTREGUE (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-FOTO
               MOVE FUNCTION UPPER-CASE(WS-FOTO) TO WS-FOTO
           END-PERFORM.

      ******************************************************************
      * Emissao
      ******************************************************************
       EMITIR-CARTAO-ALUNO.
           PERFORM CARREGA-CARTOES
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
               MOVE 'A' TO WS-TIPO
               MOVE SPACES TO WS-MEMBRO
               PERFORM PROCURA-CARTAO-TITULAR
               IF WS-ACHADO > 0
                   DISPLAY "O aluno ja tem o cartao "
                       WS-CRT-NUMERO(WS-ACHADO) " ("
                       WS-CRT-ESTADO(WS-ACHADO) "); para outro"
                       " cartao use a segunda via"
               ELSE
                   PERFORM PEDE-FOTO
                   MOVE 1 TO WS-VIA
                   PERFORM NOVO-CARTAO
               END-IF
           END-IF.

       EMITIR-CARTAO-MEMBRO.
           PERFORM CARREGA-CARTOES
           DISPLAY "NOME DO MEMBRO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           PERFORM VALIDA-MEMBRO
           IF WS-MEMBRO-OK = 'S'
               MOVE 'M' TO WS-TIPO
               MOVE 0 TO WS-NUMERO
               PERFORM PROCURA-CARTAO-TITULAR
               IF WS-ACHADO > 0
                   DISPLAY "O membro ja tem o cartao "
                       WS-CRT-NUMERO(WS-ACHADO) " ("
                       WS-CRT-ESTADO(WS-ACHADO) "); para outro"
                       " cartao use a segunda via"
               ELSE
                   PERFORM PEDE-FOTO
                   MOVE 1 TO WS-VIA
                   PERFORM NOVO-CARTAO
               END-IF
           END-IF.

       NOVO-CARTAO.
      * Cartao novo para WS-TIPO/WS-NUMERO/WS-MEMBRO, via WS-VIA e
      * fotografia WS-FOTO, em WS-NOVO; fica por imprimir
           IF WS-TOTAL-CRT >= 3000 OR WS-CRT-CHEIA = 'S'
               MOVE 0 TO WS-NOVO
               DISPLAY "Tabela de cartoes cheia"
           ELSE
               IF WS-ULTIMA-SEQ < 1000000
                   MOVE 1000000 TO WS-ULTIMA-SEQ
               END-IF
               ADD 1 TO WS-ULTIMA-SEQ
               MOVE WS-ULTIMA-SEQ TO WS-SEQ
               PERFORM CALCULA-DIGITO-CARTAO
               ADD 1 TO WS-TOTAL-CRT
               MOVE WS-TOTAL-CRT TO WS-NOVO
               COMPUTE WS-CRT-NUMERO(WS-NOVO) =
                   WS-SEQ * 10 + WS-CRT-CONTROLO
               MOVE WS-TIPO TO WS-CRT-TIPO(WS-NOVO)
               MOVE WS-NUMERO TO WS-CRT-ALUNO(WS-NOVO)
               MOVE WS-MEMBRO TO WS-CRT-MEMBRO(WS-NOVO)
               MOVE 'ATIVO' TO WS-CRT-ESTADO(WS-NOVO)
               MOVE WS-VIA TO WS-CRT-VIA(WS-NOVO)
               MOVE WS-DATA TO WS-CRT-DATA-EMISSAO(WS-NOVO)
               MOVE WS-FOTO TO WS-CRT-FOTO(WS-NOVO)
               MOVE 'N' TO WS-CRT-IMPRESSO(WS-NOVO)
               MOVE WS-DATA TO WS-CRT-DATA-ESTADO(WS-NOVO)
               MOVE SPACES TO WS-CRT-MOTIVO(WS-NOVO)
               PERFORM GRAVA-CARTOES
               DISPLAY "Cartao " WS-CRT-NUMERO(WS-NOVO) " emitido"
                   " (via " WS-VIA "); sai na proxima impressao"
           END-IF.

       CALCULA-DIGITO-CARTAO.
      * Controlo modulo 11 com pesos 8 a 2 sobre os 7 digitos da
      * sequencia (resto 0 ou 1 da 0), como no NIF; o leitor de
      * cartoes confere o mesmo digito no modulo LE-CARTAO
           MOVE 0 TO WS-CRT-SOMA
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 7
               COMPUTE WS-CRT-SOMA = WS-CRT-SOMA
                   + WS-SEQ-DIGITO(P) * (9 - P)
           END-PERFORM
           COMPUTE WS-CRT-CONTROLO =
               11 - FUNCTION MOD(WS-CRT-SOMA, 11)
           IF WS-CRT-CONTROLO >= 10
               MOVE 0 TO WS-CRT-CONTROLO
           END-IF.

       SEGUNDA-VIA.
      * O cartao antigo fica anulado (o leitor recusa-o) e o novo
      * herda o titular e a fotografia, com a via seguinte
           PERFORM CARREGA-CARTOES
           PERFORM PEDE-CARTAO
           IF WS-ACHADO > 0
               IF WS-CRT-ESTADO(WS-ACHADO) = 'ANULADO'
                   DISPLAY "Cartao ja anulado ("
                       WS-CRT-MOTIVO(WS-ACHADO) ")"
               ELSE
                   DISPLAY "MOTIVO (ENTER = PERDIDO): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       MOVE 'PERDIDO' TO WS-MOTIVO
                   END-IF
                   MOVE WS-ACHADO TO I
                   MOVE WS-CRT-TIPO(I) TO WS-TIPO
                   MOVE WS-CRT-ALUNO(I) TO WS-NUMERO
                   MOVE WS-CRT-MEMBRO(I) TO WS-MEMBRO
                   MOVE WS-CRT-FOTO(I) TO WS-FOTO
                   COMPUTE WS-VIA = WS-CRT-VIA(I) + 1
                   PERFORM NOVO-CARTAO
                   IF WS-NOVO > 0
                       MOVE 'ANULADO' TO WS-CRT-ESTADO(WS-ACHADO)
                       MOVE WS-DATA
                           TO WS-CRT-DATA-ESTADO(WS-ACHADO)
                       MOVE SPACES TO WS-CRT-MOTIVO(WS-ACHADO)
                       STRING WS-MOTIVO DELIMITED BY '  '
                           ' - 2A VIA ' WS-CRT-NUMERO(WS-NOVO)
                           DELIMITED BY SIZE
                           INTO WS-CRT-MOTIVO(WS-ACHADO)
                       PERFORM GRAVA-CARTOES
                       DISPLAY "Cartao " WS-CARTAO-TEXTO
                           " anulado"
                   END-IF
               END-IF
           END-IF.

       BLOQUEAR-CARTAO.
           PERFORM CARREGA-CARTOES
           PERFORM PEDE-CARTAO
           IF WS-ACHADO > 0
               EVALUATE WS-CRT-ESTADO(WS-ACHADO)
                   WHEN 'ATIVO'
                       DISPLAY "MOTIVO DO BLOQUEIO (ENTER ="
                           " PERDIDO): " WITH NO ADVANCING
                       MOVE SPACES TO WS-MOTIVO
                       ACCEPT WS-MOTIVO
                       MOVE FUNCTION UPPER-CASE(WS-MOTIVO)
                           TO WS-MOTIVO
                       IF WS-MOTIVO = SPACES
                           MOVE 'PERDIDO' TO WS-MOTIVO
                       END-IF
                       MOVE 'BLOQUEADO' TO WS-CRT-ESTADO(WS-ACHADO)
                       MOVE WS-MOTIVO TO WS-CRT-MOTIVO(WS-ACHADO)
                       MOVE WS-DATA
                           TO WS-CRT-DATA-ESTADO(WS-ACHADO)
                       PERFORM GRAVA-CARTOES
                       DISPLAY "Cartao " WS-CARTAO-TEXTO
                           " bloqueado"
                   WHEN 'BLOQUEADO'
                       DISPLAY "Cartao bloqueado ("
                           WS-CRT-MOTIVO(WS-ACHADO) ")."
                           " DESBLOQUEAR (S/N): "
                           WITH NO ADVANCING
                       MOVE SPACE TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                           TO WS-CONFIRMA
                       IF WS-CONFIRMA = 'S'
                           MOVE 'ATIVO' TO WS-CRT-ESTADO(WS-ACHADO)
                           MOVE SPACES
                               TO WS-CRT-MOTIVO(WS-ACHADO)
                           MOVE WS-DATA
                               TO WS-CRT-DATA-ESTADO(WS-ACHADO)
                           PERFORM GRAVA-CARTOES
                           DISPLAY "Cartao " WS-CARTAO-TEXTO
                               " desbloqueado"
                       END-IF
                   WHEN OTHER
                       DISPLAY "Cartao anulado ("
                           WS-CRT-MOTIVO(WS-ACHADO) "); nao volta"
                           " a ser usado"
               END-EVALUATE
           END-IF.

       INDICADOR-FOTOGRAFIA.
      * Com a fotografia mudada o cartao volta a sair na impressao
           PERFORM CARREGA-CARTOES
           PERFORM PEDE-CARTAO
           IF WS-ACHADO > 0
               IF WS-CRT-ESTADO(WS-ACHADO) = 'ANULADO'
                   DISPLAY "Cartao anulado"
               ELSE
                   DISPLAY "Fotografia atual: "
                       WS-CRT-FOTO(WS-ACHADO)
                   PERFORM PEDE-FOTO
                   IF WS-FOTO NOT = WS-CRT-FOTO(WS-ACHADO)
                       MOVE WS-FOTO TO WS-CRT-FOTO(WS-ACHADO)
                       MOVE 'N' TO WS-CRT-IMPRESSO(WS-ACHADO)
                       PERFORM GRAVA-CARTOES
                       DISPLAY "Indicador alterado; o cartao"
                           " sai na proxima impressao"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Impressao dos cartoes
      ******************************************************************
       IMPRIMIR-CARTOES.
      * Cartoes ativos ainda por imprimir, no formato do cartao,
      * para o spooler; so depois de escritos ficam impressos
           PERFORM CARREGA-CARTOES
           MOVE 0 TO WS-IMPRESSOS
           OPEN OUTPUT FICHEIRO-IMPRESSAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CRT
               IF WS-CRT-ESTADO(I) = 'ATIVO' AND
                   WS-CRT-IMPRESSO(I) NOT = 'S'
                   PERFORM ESCREVE-CARTAO
                   MOVE 'S' TO WS-CRT-IMPRESSO(I)
                   ADD 1 TO WS-IMPRESSOS
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-IMPRESSAO
           IF WS-IMPRESSOS > 0
               PERFORM GRAVA-CARTOES
               PERFORM REGISTA-SPOOL
           END-IF
           DISPLAY WS-IMPRESSOS " cartao(oes) em"
               " cartoes-impressao.txt".

       ESCREVE-CARTAO.
           MOVE SPACES TO WS-NOME-ALUNO WS-TURMA-ALUNO
           IF WS-CRT-TIPO(I) = 'A'
               MOVE WS-CRT-ALUNO(I) TO WS-NUMERO
               PERFORM LE-NOME-ALUNO
           END-IF
           MOVE SPACES TO LINHA-IMPRESSAO
           MOVE ALL "-" TO LINHA-IMPRESSAO(1:40)
           MOVE "+" TO LINHA-IMPRESSAO(1:1)
           MOVE "+" TO LINHA-IMPRESSAO(40:1)
           WRITE LINHA-IMPRESSAO
           IF WS-CRT-TIPO(I) = 'A'
               MOVE "CARTAO DE ALUNO" TO WS-CAIXA
               PERFORM ESCREVE-LINHA-CAIXA
               MOVE SPACES TO WS-CAIXA
               STRING "NOME  : " WS-NOME-ALUNO
                   DELIMITED BY SIZE INTO WS-CAIXA
               PERFORM ESCREVE-LINHA-CAIXA
               MOVE SPACES TO WS-CAIXA
               STRING "ALUNO : " WS-CRT-ALUNO(I) "   TURMA: "
                   WS-TURMA-ALUNO DELIMITED BY SIZE INTO WS-CAIXA
               PERFORM ESCREVE-LINHA-CAIXA
           ELSE
               MOVE "CARTAO DE MEMBRO" TO WS-CAIXA
               PERFORM ESCREVE-LINHA-CAIXA
               MOVE SPACES TO WS-CAIXA
               STRING "NOME  : " WS-CRT-MEMBRO(I)
                   DELIMITED BY SIZE INTO WS-CAIXA
               PERFORM ESCREVE-LINHA-CAIXA
           END-IF
           IF WS-CRT-FOTO(I) = 'S'
               MOVE "FOTO  : [ colar fotografia ]" TO WS-CAIXA
           ELSE
               MOVE "FOTO  : SEM FOTOGRAFIA" TO WS-CAIXA
           END-IF
           PERFORM ESCREVE-LINHA-CAIXA
           MOVE SPACES TO WS-CAIXA
           STRING "CARTAO: " WS-CRT-NUMERO(I) "   VIA: "
               WS-CRT-VIA(I) DELIMITED BY SIZE INTO WS-CAIXA
           PERFORM ESCREVE-LINHA-CAIXA
           MOVE SPACES TO WS-CAIXA
           STRING "EMITIDO EM " WS-CRT-DATA-EMISSAO(I)
               DELIMITED BY SIZE INTO WS-CAIXA
           PERFORM ESCREVE-LINHA-CAIXA
      * Codigo de barras (code 39, entre asteriscos)
           MOVE SPACES TO WS-CAIXA
           STRING "*" WS-CRT-NUMERO(I) "*"
               DELIMITED BY SIZE INTO WS-CAIXA
           PERFORM ESCREVE-LINHA-CAIXA
           MOVE SPACES TO LINHA-IMPRESSAO
           MOVE ALL "-" TO LINHA-IMPRESSAO(1:40)
           MOVE "+" TO LINHA-IMPRESSAO(1:1)
           MOVE "+" TO LINHA-IMPRESSAO(40:1)
           WRITE LINHA-IMPRESSAO
           MOVE SPACES TO LINHA-IMPRESSAO
           WRITE LINHA-IMPRESSAO.

       ESCREVE-LINHA-CAIXA.
           MOVE SPACES TO LINHA-IMPRESSAO
           STRING "| " WS-CAIXA " |"
               DELIMITED BY SIZE INTO LINHA-IMPRESSAO
           WRITE LINHA-IMPRESSAO.

       LE-NOME-ALUNO.
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REC-NOME TO WS-NOME-ALUNO
                       MOVE REC-TURMA TO WS-TURMA-ALUNO
               END-READ
               CLOSE FICHEIRO-NOTAS
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

       VALIDA-MEMBRO.
           MOVE 'N' TO WS-MEMBRO-OK
           OPEN INPUT FICHEIRO-0
           IF WS-FICHEIRO-0-STATUS NOT = '00'
               DISPLAY "ficheiro0.txt nao encontrado; nome aceite"
                   " sem validacao"
               MOVE 'S' TO WS-MEMBRO-OK
           ELSE
               MOVE WS-MEMBRO TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       DISPLAY "Membro '" WS-MEMBRO
                           "' nao existe"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MEMBRO-OK
               END-READ
               CLOSE FICHEIRO-0
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'cartoes-impressao.txt' TO SPL-FICHEIRO
           MOVE 'CARTOES' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM CARTOES.
