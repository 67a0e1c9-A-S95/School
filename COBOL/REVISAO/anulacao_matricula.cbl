      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anulacao de matricula a meio do ano numa so
      *          transacao: com a data de saida e o motivo, anula as
      *          prestacoes futuras de prestacoes.txt, as marcacoes
      *          futuras da cantina, termina as inscricoes nos
      *          clubes, poe os emprestimos em aberto a vencer na
      *          data de saida para entrarem nas cartas de atraso,
      *          regista a SAIDA em movimentos-turma.txt e em
      *          NOTAS.DAT, e emite para o encarregado a liquidacao
      *          final com o que ainda deve ou o que ha a devolver;
      *          ao contrario do apagamento, nada do historico e
      *          removido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULACAO-MATRICULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-MARCACOES
               ASSIGN TO 'marcacoes-cantina.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-INSCRICOES
               ASSIGN TO 'clubes-inscricoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSCRICOES-STATUS.
           SELECT OPTIONAL FICHEIRO-EMPRESTIMOS
               ASSIGN TO 'emprestimos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'movimentos-turma.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-ANULACOES
               ASSIGN TO 'anulacoes-matricula.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-LOCK-ALUNOS
               ASSIGN TO 'notas-alunos.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-ALUNOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT FICHEIRO-LIQUIDACAO
               ASSIGN TO 'liquidacao-saida.txt'
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
       FD FICHEIRO-MARCACOES.
       01 LINHA-MARCACAO.
         05 MAR-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MAR-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MAR-HORA   PIC 9(6).
         05 FILLER     PIC X.
         05 MAR-ESTADO PIC X(9).
       FD FICHEIRO-INSCRICOES.
       01 LINHA-INSCRICAO.
         05 CIN-CLUBE    PIC X(4).
         05 FILLER       PIC X.
         05 CIN-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 CIN-DATA-FIM PIC 9(8).
       FD FICHEIRO-EMPRESTIMOS.
       01 LINHA-EMPRESTIMO.
         05 EMP-ITEM         PIC X(6).
         05 FILLER           PIC X.
         05 EMP-MEMBRO       PIC X(20).
         05 FILLER           PIC X.
         05 EMP-DATA-SAIDA   PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-DATA-LIMITE  PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-DATA-ENTREGA PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-ESTADO       PIC X(8).
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MOV-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MOV-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MOV-DE     PIC X(6).
         05 FILLER     PIC X.
         05 MOV-PARA   PIC X(6).
         05 FILLER     PIC X.
         05 MOV-MOTIVO PIC X(30).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-ANULACOES.
       01 LINHA-ANULACAO.
         05 ANM-DATA-SAIDA PIC 9(8).
         05 FILLER         PIC X.
         05 ANM-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ANM-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 ANM-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 ANM-MOTIVO     PIC X(30).
         05 FILLER         PIC X.
         05 ANM-DIVIDA     PIC 9(7)V99.
         05 FILLER         PIC X.
         05 ANM-DEVOLVER   PIC 9(7)V99.
         05 FILLER         PIC X.
         05 ANM-OPERADOR   PIC X(8).
         05 FILLER         PIC X.
         05 ANM-DATA-REG   PIC 9(8).
       FD FICHEIRO-LOCK-ALUNOS.
       01 LINHA-LOCK-ALUNO.
         05 NLK-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 NLK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 NLK-DATA     PIC 9(8).
         05 NLK-HORA     PIC 9(6).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-LIQUIDACAO.
       01 LINHA-LIQUIDACAO PIC X(80).
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
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-MARCACOES-STATUS PIC XX.
       01 WS-INSCRICOES-STATUS PIC XX.
       01 WS-EMPRESTIMOS-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-ANULACOES-STATUS PIC XX.
       01 WS-LOCK-ALUNOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-PRESTACOES PIC X.
       01 EOF-MARCACOES PIC X.
       01 EOF-INSCRICOES PIC X.
       01 EOF-EMPRESTIMOS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-ANULACOES PIC X.
       01 EOF-LOCK-ALUNOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-ALUNO-BLOQUEADO PIC X.
       01 WS-LOCK-ACHADO PIC 9(2).
       01 WS-LOCK-IDADE-MAX PIC 9(4) VALUE 30.
       01 WS-MIN-AGORA PIC 9(6).
       01 WS-MIN-LOCK PIC 9(6).
       01 WS-HHMMSS.
         05 WS-HH PIC 9(2).
         05 WS-MM PIC 9(2).
         05 WS-SS PIC 9(2).
       01 WS-LOCK-I PIC 9(2).
       01 WS-TOTAL-LOCKS PIC 9(2) VALUE 0.
       01 WS-TABELA-LOCKS.
         05 WS-NLK OCCURS 50 TIMES.
           10 WS-NLK-NUMERO   PIC 9(5).
           10 WS-NLK-OPERADOR PIC X(8).
           10 WS-NLK-DATA     PIC 9(8).
           10 WS-NLK-HORA     PIC 9(6).
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-SAIDA PIC 9(8).
       01 WS-MOTIVO PIC X(30).
       01 WS-CONFIRMA PIC X.
       01 WS-TURMA-ORIGEM PIC X(6).
       01 WS-NOME-ALUNO PIC X(20).
       01 WS-TABELAS-CHEIAS PIC X.
      * Preco da refeicao, como na cantina (CANTINA-PRECO, centimos)
       01 WS-PRECO-CENTIMOS PIC 9(5) VALUE 250.
       01 WS-PRECO PIC 9(5)V99.
      * Acertos da liquidacao final
       01 WS-TOTAL-DIVIDA PIC 9(7)V99.
       01 WS-TOTAL-DEVOLVER PIC 9(7)V99.
       01 WS-SALDO PIC 9(7)V99.
       01 WS-EM-ABERTO PIC 9(7)V99.
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-PAGO-ED PIC Z(6)9.99.
       01 WS-CONTA PIC 9(3).
       01 WS-ANULADAS-PRS PIC 9(3).
       01 WS-ANULADAS-MAR PIC 9(3).
       01 WS-CLUBES-FIM PIC 9(3).
       01 WS-EMPRESTIMOS-ABERTOS PIC 9(3).
       01 I PIC 9(3).
       01 K PIC 9(3).
       01 WS-TOTAL-PRS PIC 9(3) VALUE 0.
       01 WS-PRS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PRESTACOES.
         05 WS-PRS OCCURS 500 TIMES.
           10 WS-PRS-NUMERO    PIC 9(5).
           10 WS-PRS-SEQ       PIC 9(2).
           10 WS-PRS-DATA-VENC PIC 9(8).
           10 WS-PRS-VALOR     PIC 9(7)V99.
           10 WS-PRS-PAGO      PIC 9(7)V99.
           10 WS-PRS-ESTADO    PIC X(9).
       01 WS-TOTAL-MARC PIC 9(3) VALUE 0.
       01 WS-MARC-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-MARC.
         05 WS-MAR OCCURS 300 TIMES.
           10 WS-MAR-DATA   PIC 9(8).
           10 WS-MAR-NUMERO PIC 9(5).
           10 WS-MAR-HORA   PIC 9(6).
           10 WS-MAR-ESTADO PIC X(9).
       01 WS-TOTAL-INSC PIC 9(3) VALUE 0.
       01 WS-INSC-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-INSC.
         05 WS-INS OCCURS 300 TIMES.
           10 WS-INS-CLUBE    PIC X(4).
           10 WS-INS-NUMERO   PIC 9(5).
           10 WS-INS-DATA-FIM PIC 9(8).
       01 WS-TOTAL-EMP PIC 9(3) VALUE 0.
       01 WS-EMP-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-EMP.
         05 WS-EMP OCCURS 300 TIMES.
           10 WS-EMP-LINHA       PIC X(62).
           10 WS-EMP-ITEM        PIC X(6).
           10 WS-EMP-MEMBRO      PIC X(20).
           10 WS-EMP-DATA-LIMITE PIC 9(8).
           10 WS-EMP-ESTADO      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'CANTINA-PRECO' TO WS-PARAMETRO-CHAVE
           MOVE WS-PRECO-CENTIMOS TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 1
               MOVE WS-PARAMETRO-VALOR TO WS-PRECO-CENTIMOS
           END-IF
           COMPUTE WS-PRECO = WS-PRECO-CENTIMOS / 100
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "ANULACAO DE MATRICULA"
               DISPLAY "1 - ANULAR MATRICULA DE UM ALUNO"
               DISPLAY "2 - LISTAR ANULACOES REGISTADAS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM ANULAR-MATRICULA
                   WHEN 2
                       PERFORM LISTAR-ANULACOES
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ANULAR-MATRICULA.
           PERFORM LE-OPERADOR-SESSAO
           OPEN I-O FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUMERO-TEXTO
               ACCEPT WS-NUMERO-TEXTO
               COMPUTE REC-NUMERO =
                   FUNCTION NUMVAL(WS-NUMERO-TEXTO)
      * Mesmo lock por aluno das transferencias: com o aluno em
      * edicao noutra sessao a anulacao espera
               MOVE REC-NUMERO TO WS-NUMERO
               PERFORM VERIFICA-LOCK-ALUNO
               IF WS-ALUNO-BLOQUEADO = 'S'
                   DISPLAY "Anulacao nao registada"
               ELSE
                   PERFORM CRIAR-LOCK-ALUNO
                   READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                       INVALID KEY
                           DISPLAY "Aluno " REC-NUMERO
                               " nao encontrado"
                       NOT INVALID KEY
                           PERFORM PEDE-E-APLICA-ANULACAO
                   END-READ
                   PERFORM REMOVER-LOCK-ALUNO
               END-IF
               CLOSE FICHEIRO-NOTAS
           END-IF.

       PEDE-E-APLICA-ANULACAO.
           IF REC-TURMA = 'SAIDA'
               DISPLAY "Aluno " REC-NUMERO " " REC-NOME
                   " ja tem a matricula anulada"
           ELSE
               DISPLAY "ALUNO " REC-NUMERO " " REC-NOME
                   " NA TURMA " REC-TURMA
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               DISPLAY "DATA DE SAIDA (AAAAMMDD, ENTER = hoje): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATA-TEXTO
               ACCEPT WS-DATA-TEXTO
               IF WS-DATA-TEXTO = SPACES
                   MOVE WS-DATA TO WS-DATA-SAIDA
               ELSE
                   COMPUTE WS-DATA-SAIDA =
                       FUNCTION NUMVAL(WS-DATA-TEXTO)
               END-IF
               MOVE SPACES TO WS-MOTIVO
               PERFORM UNTIL WS-MOTIVO NOT = SPACES
                   DISPLAY "MOTIVO DA SAIDA (obrigatorio): "
                       WITH NO ADVANCING
                   ACCEPT WS-MOTIVO
               END-PERFORM
               DISPLAY "Anular a matricula de " REC-NUMERO
                   " com saida em " WS-DATA-SAIDA "? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                   DISPLAY "Nada anulado"
               ELSE
                   PERFORM CARREGA-FICHEIROS-ALUNO
                   IF WS-TABELAS-CHEIAS = 'S'
                       DISPLAY "Anulacao nao feita: um dos"
                           " ficheiros excede a tabela em memoria"
                   ELSE
                       PERFORM APLICA-ANULACAO
                   END-IF
               END-IF
           END-IF.

       CARREGA-FICHEIROS-ALUNO.
      * Os quatro ficheiros sao lidos antes de se mexer em qualquer
      * um; se algum nao couber na tabela nada e regravado, para a
      * anulacao nunca ficar feita a meias
           PERFORM CARREGA-PRESTACOES
           PERFORM CARREGA-MARCACOES
           PERFORM CARREGA-INSCRICOES
           PERFORM CARREGA-EMPRESTIMOS
           MOVE 'N' TO WS-TABELAS-CHEIAS
           IF WS-PRS-CHEIA = 'S' OR WS-MARC-CHEIA = 'S' OR
               WS-INSC-CHEIA = 'S' OR WS-EMP-CHEIA = 'S'
               MOVE 'S' TO WS-TABELAS-CHEIAS
           END-IF.

       APLICA-ANULACAO.
           MOVE REC-TURMA TO WS-TURMA-ORIGEM
           MOVE REC-NOME TO WS-NOME-ALUNO
           MOVE 0 TO WS-TOTAL-DIVIDA
           MOVE 0 TO WS-TOTAL-DEVOLVER
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN OUTPUT FICHEIRO-LIQUIDACAO
           PERFORM CABECALHO-LIQUIDACAO
           PERFORM TRATA-PRESTACOES
           PERFORM TRATA-CANTINA
           PERFORM TRATA-CLUBES
           PERFORM TRATA-EMPRESTIMOS
           PERFORM RODAPE-LIQUIDACAO
           CLOSE FICHEIRO-LIQUIDACAO
           PERFORM GRAVA-MOVIMENTO
           MOVE 'SAIDA' TO REC-TURMA
           REWRITE NOTAS-REC
           PERFORM GRAVA-ANULACAO
           PERFORM REGISTA-SPOOL
           DISPLAY "Matricula de " REC-NUMERO " anulada em "
               WS-DATA-SAIDA
           DISPLAY "Prestacoes anuladas: " WS-ANULADAS-PRS
               "  Marcacoes anuladas: " WS-ANULADAS-MAR
               "  Clubes terminados: " WS-CLUBES-FIM
               "  Emprestimos por devolver: "
               WS-EMPRESTIMOS-ABERTOS
           DISPLAY "Liquidacao em liquidacao-saida.txt".

       CABECALHO-LIQUIDACAO.
           MOVE ALL "=" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE "LIQUIDACAO FINAL - ANULACAO DE MATRICULA"
               TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE SPACES TO LINHA-LIQUIDACAO
           STRING "ALUNO " REC-NUMERO " " REC-NOME " TURMA "
               REC-TURMA
               DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE SPACES TO LINHA-LIQUIDACAO
           STRING "DATA DE SAIDA " WS-DATA-SAIDA " MOTIVO "
               WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE 0 TO WS-CONTA
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
                               ENC-NUMERO = REC-NUMERO
                               ADD 1 TO WS-CONTA
                               MOVE SPACES TO LINHA-LIQUIDACAO
                               STRING "ENCARREGADO: " ENC-MEMBRO
                                   " (" ENC-PARENTESCO ")"
                                   DELIMITED BY SIZE
                                   INTO LINHA-LIQUIDACAO
                               WRITE LINHA-LIQUIDACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF
           IF WS-CONTA = 0
               MOVE "ENCARREGADO: (sem registo)" TO LINHA-LIQUIDACAO
               WRITE LINHA-LIQUIDACAO
           END-IF
           MOVE ALL "-" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO.

       CARREGA-PRESTACOES.
           MOVE 0 TO WS-TOTAL-PRS
           MOVE 'N' TO WS-PRS-CHEIA
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC
                               IF WS-TOTAL-PRS < 500
                                   ADD 1 TO WS-TOTAL-PRS
                                   PERFORM GUARDA-PRESTACAO
                               ELSE
                                   MOVE 'S' TO WS-PRS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       GUARDA-PRESTACAO.
           MOVE PRS-NUMERO TO WS-PRS-NUMERO(WS-TOTAL-PRS)
           MOVE PRS-SEQ TO WS-PRS-SEQ(WS-TOTAL-PRS)
           MOVE PRS-DATA-VENC TO WS-PRS-DATA-VENC(WS-TOTAL-PRS)
           MOVE PRS-VALOR TO WS-PRS-VALOR(WS-TOTAL-PRS)
           IF PRS-PAGO IS NUMERIC
               MOVE PRS-PAGO TO WS-PRS-PAGO(WS-TOTAL-PRS)
           ELSE
               MOVE 0 TO WS-PRS-PAGO(WS-TOTAL-PRS)
           END-IF
           MOVE PRS-ESTADO TO WS-PRS-ESTADO(WS-TOTAL-PRS).

       TRATA-PRESTACOES.
      * Vencidas ate a data de saida e nao pagas: ficam em divida.
      * Com vencimento depois da saida: passam a ANULADA, e o que ja
      * tiver sido pago por conta delas e para devolver. As de um
      * acordo de pagamento (73 a 80 e 93 a 99) sao divida antiga
      * reagendada e ficam sempre em divida
           MOVE 0 TO WS-ANULADAS-PRS
           MOVE "PRESTACOES" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(I) = REC-NUMERO AND
                   WS-PRS-ESTADO(I) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(I) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(I) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(I) NOT = 'INCOBRAV'
                   MOVE WS-PRS-VALOR(I) TO WS-VALOR-ED
                   MOVE WS-PRS-PAGO(I) TO WS-PAGO-ED
                   MOVE SPACES TO LINHA-LIQUIDACAO
                   IF WS-PRS-DATA-VENC(I) > WS-DATA-SAIDA AND
                       (WS-PRS-SEQ(I) < 73 OR
                        (WS-PRS-SEQ(I) > 80 AND WS-PRS-SEQ(I) < 93))
                       MOVE 'ANULADA' TO WS-PRS-ESTADO(I)
                       ADD 1 TO WS-ANULADAS-PRS
                       ADD WS-PRS-PAGO(I) TO WS-TOTAL-DEVOLVER
                       STRING "  " WS-PRS-SEQ(I) " VENC "
                           WS-PRS-DATA-VENC(I) WS-VALOR-ED
                           " PAGO" WS-PAGO-ED " ANULADA"
                           DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
                   ELSE
                       COMPUTE WS-EM-ABERTO =
                           WS-PRS-VALOR(I) - WS-PRS-PAGO(I)
                       ADD WS-EM-ABERTO TO WS-TOTAL-DIVIDA
                       STRING "  " WS-PRS-SEQ(I) " VENC "
                           WS-PRS-DATA-VENC(I) WS-VALOR-ED
                           " PAGO" WS-PAGO-ED " EM DIVIDA"
                           DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
                   END-IF
                   WRITE LINHA-LIQUIDACAO
               END-IF
           END-PERFORM
           IF WS-ANULADAS-PRS > 0
               OPEN OUTPUT FICHEIRO-PRESTACOES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
                   MOVE SPACES TO LINHA-PRESTACAO
                   MOVE WS-PRS-NUMERO(I) TO PRS-NUMERO
                   MOVE WS-PRS-SEQ(I) TO PRS-SEQ
                   MOVE WS-PRS-DATA-VENC(I) TO PRS-DATA-VENC
                   MOVE WS-PRS-VALOR(I) TO PRS-VALOR
                   MOVE WS-PRS-PAGO(I) TO PRS-PAGO
                   MOVE WS-PRS-ESTADO(I) TO PRS-ESTADO
                   WRITE LINHA-PRESTACAO
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF.

       CARREGA-MARCACOES.
           MOVE 0 TO WS-TOTAL-MARC
           MOVE 'N' TO WS-MARC-CHEIA
           MOVE 'N' TO EOF-MARCACOES
           OPEN INPUT FICHEIRO-MARCACOES
           IF WS-MARCACOES-STATUS = '00' OR
               WS-MARCACOES-STATUS = '05'
               PERFORM UNTIL EOF-MARCACOES = 'S'
                   READ FICHEIRO-MARCACOES
                       AT END
                           MOVE 'S' TO EOF-MARCACOES
                       NOT AT END
                           IF MAR-DATA IS NUMERIC
                               IF WS-TOTAL-MARC < 300
                                   ADD 1 TO WS-TOTAL-MARC
                                   MOVE MAR-DATA TO
                                       WS-MAR-DATA(WS-TOTAL-MARC)
                                   MOVE MAR-NUMERO TO
                                       WS-MAR-NUMERO(WS-TOTAL-MARC)
                                   MOVE MAR-HORA TO
                                       WS-MAR-HORA(WS-TOTAL-MARC)
                                   MOVE MAR-ESTADO TO
                                       WS-MAR-ESTADO(WS-TOTAL-MARC)
                               ELSE
                                   MOVE 'S' TO WS-MARC-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MARCACOES
           END-IF.

       TRATA-CANTINA.
      * Marcacoes para depois da saida passam a ANULADA; consumos
      * ainda nao debitados entram na divida ao preco da refeicao
           MOVE 0 TO WS-ANULADAS-MAR
           MOVE "CANTINA" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE WS-PRECO TO WS-VALOR-ED
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
               IF WS-MAR-NUMERO(I) = REC-NUMERO
                   IF WS-MAR-DATA(I) > WS-DATA-SAIDA AND
                       WS-MAR-ESTADO(I) = 'MARCADA'
                       MOVE 'ANULADA' TO WS-MAR-ESTADO(I)
                       ADD 1 TO WS-ANULADAS-MAR
                       MOVE SPACES TO LINHA-LIQUIDACAO
                       STRING "  " WS-MAR-DATA(I)
                           " MARCACAO ANULADA"
                           DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
                       WRITE LINHA-LIQUIDACAO
                   END-IF
                   IF WS-MAR-ESTADO(I) = 'CONSUMIDA'
                       ADD WS-PRECO TO WS-TOTAL-DIVIDA
                       MOVE SPACES TO LINHA-LIQUIDACAO
                       STRING "  " WS-MAR-DATA(I)
                           " REFEICAO POR DEBITAR" WS-VALOR-ED
                           " EM DIVIDA"
                           DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
                       WRITE LINHA-LIQUIDACAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ANULADAS-MAR > 0
               OPEN OUTPUT FICHEIRO-MARCACOES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MARC
                   MOVE SPACES TO LINHA-MARCACAO
                   MOVE WS-MAR-DATA(I) TO MAR-DATA
                   MOVE WS-MAR-NUMERO(I) TO MAR-NUMERO
                   MOVE WS-MAR-HORA(I) TO MAR-HORA
                   MOVE WS-MAR-ESTADO(I) TO MAR-ESTADO
                   WRITE LINHA-MARCACAO
               END-PERFORM
               CLOSE FICHEIRO-MARCACOES
           END-IF.

       CARREGA-INSCRICOES.
           MOVE 0 TO WS-TOTAL-INSC
           MOVE 'N' TO WS-INSC-CHEIA
           MOVE 'N' TO EOF-INSCRICOES
           OPEN INPUT FICHEIRO-INSCRICOES
           IF WS-INSCRICOES-STATUS = '00' OR
               WS-INSCRICOES-STATUS = '05'
               PERFORM UNTIL EOF-INSCRICOES = 'S'
                   READ FICHEIRO-INSCRICOES
                       AT END
                           MOVE 'S' TO EOF-INSCRICOES
                       NOT AT END
                           IF CIN-NUMERO IS NUMERIC
                               IF WS-TOTAL-INSC < 300
                                   ADD 1 TO WS-TOTAL-INSC
                                   PERFORM GUARDA-INSCRICAO
                               ELSE
                                   MOVE 'S' TO WS-INSC-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INSCRICOES
           END-IF.

       GUARDA-INSCRICAO.
           MOVE CIN-CLUBE TO WS-INS-CLUBE(WS-TOTAL-INSC)
           MOVE CIN-NUMERO TO WS-INS-NUMERO(WS-TOTAL-INSC)
           IF CIN-DATA-FIM IS NUMERIC
               MOVE CIN-DATA-FIM TO WS-INS-DATA-FIM(WS-TOTAL-INSC)
           ELSE
               MOVE 0 TO WS-INS-DATA-FIM(WS-TOTAL-INSC)
           END-IF.

       TRATA-CLUBES.
      * A inscricao nao e apagada: ganha a data de fim, e o clube
      * deixa de a contar na capacidade, nas sessoes e no relatorio
           MOVE 0 TO WS-CLUBES-FIM
           MOVE "CLUBES" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INSC
               IF WS-INS-NUMERO(I) = REC-NUMERO AND
                   WS-INS-DATA-FIM(I) = 0
                   MOVE WS-DATA-SAIDA TO WS-INS-DATA-FIM(I)
                   ADD 1 TO WS-CLUBES-FIM
                   MOVE SPACES TO LINHA-LIQUIDACAO
                   STRING "  CLUBE " WS-INS-CLUBE(I)
                       " INSCRICAO TERMINADA EM " WS-DATA-SAIDA
                       DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
                   WRITE LINHA-LIQUIDACAO
               END-IF
           END-PERFORM
           IF WS-CLUBES-FIM > 0
               OPEN OUTPUT FICHEIRO-INSCRICOES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-INSC
                   MOVE SPACES TO LINHA-INSCRICAO
                   MOVE WS-INS-CLUBE(I) TO CIN-CLUBE
                   MOVE WS-INS-NUMERO(I) TO CIN-NUMERO
                   IF WS-INS-DATA-FIM(I) > 0
                       MOVE WS-INS-DATA-FIM(I) TO CIN-DATA-FIM
                   END-IF
                   WRITE LINHA-INSCRICAO
               END-PERFORM
               CLOSE FICHEIRO-INSCRICOES
           END-IF.

       CARREGA-EMPRESTIMOS.
           MOVE 0 TO WS-TOTAL-EMP
           MOVE 'N' TO WS-EMP-CHEIA
           MOVE 'N' TO EOF-EMPRESTIMOS
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-EMPRESTIMOS-STATUS = '00' OR
               WS-EMPRESTIMOS-STATUS = '05'
               PERFORM UNTIL EOF-EMPRESTIMOS = 'S'
                   READ FICHEIRO-EMPRESTIMOS
                       AT END
                           MOVE 'S' TO EOF-EMPRESTIMOS
                       NOT AT END
                           IF EMP-ITEM NOT = SPACES
                               IF WS-TOTAL-EMP < 300
                                   ADD 1 TO WS-TOTAL-EMP
                                   PERFORM GUARDA-EMPRESTIMO
                               ELSE
                                   MOVE 'S' TO WS-EMP-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF.

       GUARDA-EMPRESTIMO.
      * A linha inteira e guardada para voltar a sair tal e qual;
      * so a data limite pode mudar
           MOVE LINHA-EMPRESTIMO TO WS-EMP-LINHA(WS-TOTAL-EMP)
           MOVE EMP-ITEM TO WS-EMP-ITEM(WS-TOTAL-EMP)
           MOVE EMP-MEMBRO TO WS-EMP-MEMBRO(WS-TOTAL-EMP)
           MOVE EMP-DATA-LIMITE TO WS-EMP-DATA-LIMITE(WS-TOTAL-EMP)
           MOVE EMP-ESTADO TO WS-EMP-ESTADO(WS-TOTAL-EMP).

       TRATA-EMPRESTIMOS.
      * Os emprestimos sao por nome de membro; os que o aluno tem
      * em aberto passam a vencer na data de saida (se venciam
      * depois), para o relatorio de atrasos os reclamar ja
           MOVE 0 TO WS-EMPRESTIMOS-ABERTOS
           MOVE 0 TO WS-CONTA
           MOVE "EMPRESTIMOS POR DEVOLVER" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EMP
               IF WS-EMP-MEMBRO(I) = REC-NOME AND
                   WS-EMP-ESTADO(I) = 'ABERTO'
                   ADD 1 TO WS-EMPRESTIMOS-ABERTOS
                   IF WS-EMP-DATA-LIMITE(I) > WS-DATA-SAIDA
                       MOVE WS-DATA-SAIDA TO WS-EMP-DATA-LIMITE(I)
                       ADD 1 TO WS-CONTA
                   END-IF
                   MOVE SPACES TO LINHA-LIQUIDACAO
                   STRING "  ITEM " WS-EMP-ITEM(I)
                       " A DEVOLVER ATE " WS-EMP-DATA-LIMITE(I)
                       DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
                   WRITE LINHA-LIQUIDACAO
               END-IF
           END-PERFORM
           IF WS-CONTA > 0
               OPEN OUTPUT FICHEIRO-EMPRESTIMOS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-EMP
                   MOVE WS-EMP-LINHA(I) TO LINHA-EMPRESTIMO
                   MOVE WS-EMP-DATA-LIMITE(I) TO EMP-DATA-LIMITE
                   WRITE LINHA-EMPRESTIMO
               END-PERFORM
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF.

       RODAPE-LIQUIDACAO.
           MOVE ALL "-" TO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE WS-TOTAL-DIVIDA TO WS-VALOR-ED
           MOVE SPACES TO LINHA-LIQUIDACAO
           STRING "TOTAL EM DIVIDA:  " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE WS-TOTAL-DEVOLVER TO WS-VALOR-ED
           MOVE SPACES TO LINHA-LIQUIDACAO
           STRING "TOTAL A DEVOLVER: " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO
           MOVE SPACES TO LINHA-LIQUIDACAO
           IF WS-TOTAL-DIVIDA > WS-TOTAL-DEVOLVER
               COMPUTE WS-SALDO = WS-TOTAL-DIVIDA - WS-TOTAL-DEVOLVER
               MOVE WS-SALDO TO WS-VALOR-ED
               STRING "SALDO A PAGAR PELA FAMILIA: " WS-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
           ELSE
               IF WS-TOTAL-DEVOLVER > WS-TOTAL-DIVIDA
                   COMPUTE WS-SALDO =
                       WS-TOTAL-DEVOLVER - WS-TOTAL-DIVIDA
                   MOVE WS-SALDO TO WS-VALOR-ED
                   STRING "SALDO A DEVOLVER A FAMILIA: " WS-VALOR-ED
                       DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
               ELSE
                   MOVE "CONTAS LIQUIDADAS, NADA A ACERTAR"
                       TO LINHA-LIQUIDACAO
               END-IF
           END-IF
           WRITE LINHA-LIQUIDACAO
           MOVE SPACES TO LINHA-LIQUIDACAO
           STRING "EMITIDO EM " WS-DATA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-LIQUIDACAO
           WRITE LINHA-LIQUIDACAO.

       GRAVA-MOVIMENTO.
      * A saida fica no ficheiro de movimentos como uma
      * transferencia para SAIDA, para a historia da turma e a
      * assiduidade por data continuarem certas
           OPEN EXTEND FICHEIRO-MOVIMENTOS
           MOVE SPACES TO LINHA-MOVIMENTO
           MOVE WS-DATA-SAIDA TO MOV-DATA
           MOVE REC-NUMERO TO MOV-NUMERO
           MOVE WS-TURMA-ORIGEM TO MOV-DE
           MOVE 'SAIDA' TO MOV-PARA
           MOVE WS-MOTIVO TO MOV-MOTIVO
           WRITE LINHA-MOVIMENTO
           CLOSE FICHEIRO-MOVIMENTOS.

       GRAVA-ANULACAO.
           OPEN EXTEND FICHEIRO-ANULACOES
           MOVE SPACES TO LINHA-ANULACAO
           MOVE WS-DATA-SAIDA TO ANM-DATA-SAIDA
           MOVE REC-NUMERO TO ANM-NUMERO
           MOVE WS-NOME-ALUNO TO ANM-NOME
           MOVE WS-TURMA-ORIGEM TO ANM-TURMA
           MOVE WS-MOTIVO TO ANM-MOTIVO
           MOVE WS-TOTAL-DIVIDA TO ANM-DIVIDA
           MOVE WS-TOTAL-DEVOLVER TO ANM-DEVOLVER
           MOVE WS-OPERADOR TO ANM-OPERADOR
           MOVE WS-DATA TO ANM-DATA-REG
           WRITE LINHA-ANULACAO
           CLOSE FICHEIRO-ANULACOES.

       LISTAR-ANULACOES.
           MOVE 0 TO WS-CONTA
           MOVE 'N' TO EOF-ANULACOES
           OPEN INPUT FICHEIRO-ANULACOES
           IF WS-ANULACOES-STATUS = '00' OR
               WS-ANULACOES-STATUS = '05'
               DISPLAY "SAIDA    ALUNO NOME                 TURMA "
                   " MOTIVO                         DIVIDA"
                   "     DEVOLVER"
               PERFORM UNTIL EOF-ANULACOES = 'S'
                   READ FICHEIRO-ANULACOES
                       AT END
                           MOVE 'S' TO EOF-ANULACOES
                       NOT AT END
                           ADD 1 TO WS-CONTA
                           MOVE ANM-DIVIDA TO WS-VALOR-ED
                           MOVE ANM-DEVOLVER TO WS-PAGO-ED
                           DISPLAY ANM-DATA-SAIDA " " ANM-NUMERO " "
                               ANM-NOME " " ANM-TURMA " "
                               ANM-MOTIVO " " WS-VALOR-ED " "
                               WS-PAGO-ED
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ANULACOES
           END-IF
           DISPLAY WS-CONTA " anulacao(oes) registada(s)".

       LE-OPERADOR-SESSAO.
      * Identidade assinada no sign-on da suite; sem sessao aberta
      * os locks ficam marcados como N/D
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
           END-IF
           MOVE 'LOCK-IDADE-MAX' TO WS-PARAMETRO-CHAVE
           MOVE WS-LOCK-IDADE-MAX TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 1
               MOVE WS-PARAMETRO-VALOR TO WS-LOCK-IDADE-MAX
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

       CARREGA-LOCKS-ALUNOS.
           MOVE 0 TO WS-TOTAL-LOCKS
           MOVE 'N' TO EOF-LOCK-ALUNOS
           OPEN INPUT FICHEIRO-LOCK-ALUNOS
           IF WS-LOCK-ALUNOS-STATUS = '00' OR
               WS-LOCK-ALUNOS-STATUS = '05'
               PERFORM UNTIL EOF-LOCK-ALUNOS = 'S'
                   READ FICHEIRO-LOCK-ALUNOS
                       AT END
                           MOVE 'S' TO EOF-LOCK-ALUNOS
                       NOT AT END
                           IF NLK-NUMERO IS NUMERIC AND
                               WS-TOTAL-LOCKS < 50
                               ADD 1 TO WS-TOTAL-LOCKS
                               MOVE NLK-NUMERO TO
                                   WS-NLK-NUMERO(WS-TOTAL-LOCKS)
                               MOVE NLK-OPERADOR TO
                                   WS-NLK-OPERADOR(WS-TOTAL-LOCKS)
                               MOVE NLK-DATA TO
                                   WS-NLK-DATA(WS-TOTAL-LOCKS)
                               MOVE NLK-HORA TO
                                   WS-NLK-HORA(WS-TOTAL-LOCKS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOCK-ALUNOS
           END-IF.

       GRAVA-LOCKS-ALUNOS.
           OPEN OUTPUT FICHEIRO-LOCK-ALUNOS
           PERFORM VARYING WS-LOCK-I FROM 1 BY 1
               UNTIL WS-LOCK-I > WS-TOTAL-LOCKS
               MOVE SPACES TO LINHA-LOCK-ALUNO
               MOVE WS-NLK-NUMERO(WS-LOCK-I) TO NLK-NUMERO
               MOVE WS-NLK-OPERADOR(WS-LOCK-I) TO NLK-OPERADOR
               MOVE WS-NLK-DATA(WS-LOCK-I) TO NLK-DATA
               MOVE WS-NLK-HORA(WS-LOCK-I) TO NLK-HORA
               WRITE LINHA-LOCK-ALUNO
           END-PERFORM
           CLOSE FICHEIRO-LOCK-ALUNOS.

       VERIFICA-LOCK-ALUNO.
      * Lock ao nivel do aluno, partilhado com o ARRAY_EX1 e as
      * PRESENCAS; um lock com mais de WS-LOCK-IDADE-MAX minutos
      * (ou de um dia anterior) conta como orfao e e libertado
           MOVE 'N' TO WS-ALUNO-BLOQUEADO
           PERFORM CARREGA-LOCKS-ALUNOS
           MOVE 0 TO WS-LOCK-ACHADO
           PERFORM VARYING WS-LOCK-I FROM 1 BY 1
               UNTIL WS-LOCK-I > WS-TOTAL-LOCKS
               IF WS-NLK-NUMERO(WS-LOCK-I) = WS-NUMERO
                   MOVE WS-LOCK-I TO WS-LOCK-ACHADO
               END-IF
           END-PERFORM
           IF WS-LOCK-ACHADO > 0
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               IF WS-NLK-DATA(WS-LOCK-ACHADO) < WS-DATA
                   PERFORM LIBERTA-LOCK-EXPIRADO
               ELSE
                   MOVE WS-HORA TO WS-HHMMSS
                   COMPUTE WS-MIN-AGORA = WS-HH * 60 + WS-MM
                   MOVE WS-NLK-HORA(WS-LOCK-ACHADO) TO WS-HHMMSS
                   COMPUTE WS-MIN-LOCK = WS-HH * 60 + WS-MM
                   IF WS-MIN-AGORA - WS-MIN-LOCK >=
                       WS-LOCK-IDADE-MAX
                       PERFORM LIBERTA-LOCK-EXPIRADO
                   ELSE
                       MOVE 'S' TO WS-ALUNO-BLOQUEADO
                       DISPLAY "Aluno " WS-NUMERO " em edicao"
                           " por " WS-NLK-OPERADOR(WS-LOCK-ACHADO)
                           " desde "
                           WS-NLK-DATA(WS-LOCK-ACHADO) "-"
                           WS-NLK-HORA(WS-LOCK-ACHADO)
                   END-IF
               END-IF
           END-IF.

       LIBERTA-LOCK-EXPIRADO.
           DISPLAY "Lock do aluno " WS-NUMERO " de "
               WS-NLK-OPERADOR(WS-LOCK-ACHADO)
               " expirado, libertado"
           MOVE WS-NLK(WS-TOTAL-LOCKS) TO WS-NLK(WS-LOCK-ACHADO)
           SUBTRACT 1 FROM WS-TOTAL-LOCKS
           PERFORM GRAVA-LOCKS-ALUNOS.

       CRIAR-LOCK-ALUNO.
           IF WS-TOTAL-LOCKS >= 50
               DISPLAY "Aviso: tabela de locks cheia, gravacao"
                   " sem protecao"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               ADD 1 TO WS-TOTAL-LOCKS
               MOVE WS-NUMERO TO WS-NLK-NUMERO(WS-TOTAL-LOCKS)
               MOVE WS-OPERADOR TO WS-NLK-OPERADOR(WS-TOTAL-LOCKS)
               MOVE WS-DATA TO WS-NLK-DATA(WS-TOTAL-LOCKS)
               MOVE WS-HORA TO WS-NLK-HORA(WS-TOTAL-LOCKS)
               PERFORM GRAVA-LOCKS-ALUNOS
           END-IF.

       REMOVER-LOCK-ALUNO.
           PERFORM CARREGA-LOCKS-ALUNOS
           MOVE 0 TO WS-LOCK-ACHADO
           PERFORM VARYING WS-LOCK-I FROM 1 BY 1
               UNTIL WS-LOCK-I > WS-TOTAL-LOCKS
               IF WS-NLK-NUMERO(WS-LOCK-I) = WS-NUMERO AND
                   WS-NLK-OPERADOR(WS-LOCK-I) = WS-OPERADOR
                   MOVE WS-LOCK-I TO WS-LOCK-ACHADO
               END-IF
           END-PERFORM
           IF WS-LOCK-ACHADO > 0
               MOVE WS-NLK(WS-TOTAL-LOCKS)
                   TO WS-NLK(WS-LOCK-ACHADO)
               SUBTRACT 1 FROM WS-TOTAL-LOCKS
               PERFORM GRAVA-LOCKS-ALUNOS
           END-IF.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'liquidacao-saida.txt' TO SPL-FICHEIRO
           MOVE 'LIQUIDACAO DE SAIDA' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM ANULACAO-MATRICULA.
