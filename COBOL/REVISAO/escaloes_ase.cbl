      ******************************************************************
      * Author:
      * Date:
      * Purpose: Escaloes da Acao Social Escolar por aluno
      *          (ase-alunos.txt: escalao A ou B, datas de inicio e
      *          de fim, fim a zero = sem fim, e a referencia do
      *          documento que o comprova), com historico de
      *          periodos sem sobreposicoes; a cantina e as propinas
      *          aplicam o escalao em vigor e registam o beneficio
      *          em ase-beneficios.txt; o relatorio anual mostra o
      *          beneficio concedido por aluno e por escalao, base
      *          do reembolso pedido a camara municipal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALOES-ASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-ASE ASSIGN TO 'ase-alunos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASE-STATUS.
           SELECT OPTIONAL FICHEIRO-BENEFICIOS
               ASSIGN TO 'ase-beneficios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFICIOS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-RELATORIO ASSIGN TO 'ase-relatorio.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-ASE.
       01 LINHA-ASE.
         05 ASE-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 ASE-ESCALAO   PIC X.
         05 FILLER        PIC X.
         05 ASE-DATA-INI  PIC 9(8).
         05 FILLER        PIC X.
         05 ASE-DATA-FIM  PIC 9(8).
         05 FILLER        PIC X.
         05 ASE-DOCUMENTO PIC X(20).
         05 FILLER        PIC X.
         05 ASE-OPERADOR  PIC X(8).
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
       01 WS-ASE-STATUS PIC XX.
       01 WS-BENEFICIOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-ASE PIC X.
       01 EOF-BENEFICIOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-ALUNO-ATIVO PIC X.
       01 WS-ESCALAO PIC X.
       01 WS-DOCUMENTO PIC X(20).
       01 WS-DATA-INI PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).
       01 WS-FIM-NOVO PIC 9(8).
       01 WS-FIM-EXIST PIC 9(8).
       01 WS-SOBREPOE PIC X.
       01 WS-ACHADO PIC 9(3).
       01 WS-LISTADOS PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 WS-ANO-TEXTO PIC X(4).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-ANO-SEGUINTE PIC 9(4).
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-VALOR2-ED PIC Z(6)9.99.
       01 WS-VALOR3-ED PIC Z(6)9.99.
       01 WS-REFEICOES-ED PIC ZZZ9.
       01 WS-SPOOL-FICHEIRO PIC X(30).
       01 WS-SPOOL-TITULO PIC X(20).
      * Periodos de escalao (historico completo)
       01 WS-TOTAL-ASE PIC 9(3) VALUE 0.
       01 WS-ASE-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ASE.
         05 WS-ASE OCCURS 500 TIMES.
           10 WS-ASE-NUMERO    PIC 9(5).
           10 WS-ASE-ESCALAO   PIC X.
           10 WS-ASE-DATA-INI  PIC 9(8).
           10 WS-ASE-DATA-FIM  PIC 9(8).
           10 WS-ASE-DOCUMENTO PIC X(20).
           10 WS-ASE-OPERADOR  PIC X(8).
      * Acumulados do relatorio anual por aluno e escalao
       01 WS-TOTAL-ACU PIC 9(3) VALUE 0.
       01 WS-TABELA-ACUMULADOS.
         05 WS-ACU OCCURS 500 TIMES.
           10 WS-ACU-NUMERO    PIC 9(5).
           10 WS-ACU-ESCALAO   PIC X.
           10 WS-ACU-REFEICOES PIC 9(4).
           10 WS-ACU-CANTINA   PIC 9(7)V99.
           10 WS-ACU-PROPINAS  PIC 9(7)V99.
       01 WS-SUB-REFEICOES PIC 9(5).
       01 WS-SUB-CANTINA PIC 9(7)V99.
       01 WS-SUB-PROPINAS PIC 9(7)V99.
       01 WS-SUB-ALUNOS PIC 9(3).
       01 WS-TOT-CANTINA PIC 9(7)V99.
       01 WS-TOT-PROPINAS PIC 9(7)V99.
       01 WS-TOT-GERAL PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "ESCALOES ASE"
               DISPLAY "1 - LISTAR ESCALOES"
               DISPLAY "2 - ATRIBUIR ESCALAO A UM ALUNO"
               DISPLAY "3 - TERMINAR ESCALAO DE UM ALUNO"
               DISPLAY "4 - RELATORIO ANUAL DE BENEFICIOS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-ESCALOES
                   WHEN 2
                       PERFORM ATRIBUIR-ESCALAO
                   WHEN 3
                       PERFORM TERMINAR-ESCALAO
                   WHEN 4
                       PERFORM RELATORIO-ANUAL
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

       CARREGA-ASE.
           MOVE 0 TO WS-TOTAL-ASE
           MOVE 'N' TO WS-ASE-CHEIA
           MOVE 'N' TO EOF-ASE
           OPEN INPUT FICHEIRO-ASE
           IF WS-ASE-STATUS = '00' OR WS-ASE-STATUS = '05'
               PERFORM UNTIL EOF-ASE = 'S'
                   READ FICHEIRO-ASE
                       AT END
                           MOVE 'S' TO EOF-ASE
                       NOT AT END
                           IF ASE-NUMERO IS NUMERIC
                               IF WS-TOTAL-ASE < 500
                                   ADD 1 TO WS-TOTAL-ASE
                                   PERFORM GUARDA-ASE-LIDO
                               ELSE
                                   MOVE 'S' TO WS-ASE-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ASE
           END-IF
           IF WS-ASE-CHEIA = 'S'
               DISPLAY "Aviso: mais de 500 periodos ASE, ficheiro"
                   " nao sera regravado"
           END-IF.

       GUARDA-ASE-LIDO.
           MOVE ASE-NUMERO TO WS-ASE-NUMERO(WS-TOTAL-ASE)
           MOVE ASE-ESCALAO TO WS-ASE-ESCALAO(WS-TOTAL-ASE)
           MOVE ASE-DATA-INI TO WS-ASE-DATA-INI(WS-TOTAL-ASE)
           MOVE ASE-DATA-FIM TO WS-ASE-DATA-FIM(WS-TOTAL-ASE)
           MOVE ASE-DOCUMENTO TO WS-ASE-DOCUMENTO(WS-TOTAL-ASE)
           MOVE ASE-OPERADOR TO WS-ASE-OPERADOR(WS-TOTAL-ASE).

       GRAVA-ASE.
           OPEN OUTPUT FICHEIRO-ASE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ASE
               MOVE SPACES TO LINHA-ASE
               MOVE WS-ASE-NUMERO(I) TO ASE-NUMERO
               MOVE WS-ASE-ESCALAO(I) TO ASE-ESCALAO
               MOVE WS-ASE-DATA-INI(I) TO ASE-DATA-INI
               MOVE WS-ASE-DATA-FIM(I) TO ASE-DATA-FIM
               MOVE WS-ASE-DOCUMENTO(I) TO ASE-DOCUMENTO
               MOVE WS-ASE-OPERADOR(I) TO ASE-OPERADOR
               WRITE LINHA-ASE
           END-PERFORM
           CLOSE FICHEIRO-ASE.

       VERIFICA-ALUNO.
      * Aluno em NOTAS.DAT e sem matricula anulada (turma SAIDA)
           MOVE 'N' TO WS-ALUNO-ATIVO
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE WS-NUMERO TO REC-NUMERO
           READ FICHEIRO-NOTAS KEY IS REC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REC-NOME TO WS-NOME
                   MOVE REC-TURMA TO WS-TURMA-ALUNO
                   IF REC-TURMA NOT = 'SAIDA'
                       MOVE 'S' TO WS-ALUNO-ATIVO
                   END-IF
           END-READ.

       PEDE-NUMERO.
           DISPLAY "NUMERO DO ALUNO (ENTER = todos): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO = SPACES
               MOVE 0 TO WS-NUMERO
           ELSE
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF.

       LISTAR-ESCALOES.
           PERFORM CARREGA-ASE
           PERFORM PEDE-NUMERO
           MOVE 0 TO WS-LISTADOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ASE
               IF WS-NUMERO = 0 OR WS-ASE-NUMERO(I) = WS-NUMERO
                   ADD 1 TO WS-LISTADOS
                   IF WS-ASE-DATA-FIM(I) = 0
                       DISPLAY WS-ASE-NUMERO(I) " ESCALAO "
                           WS-ASE-ESCALAO(I) " DE "
                           WS-ASE-DATA-INI(I) " SEM FIM     DOC "
                           WS-ASE-DOCUMENTO(I) " "
                           WS-ASE-OPERADOR(I)
                   ELSE
                       DISPLAY WS-ASE-NUMERO(I) " ESCALAO "
                           WS-ASE-ESCALAO(I) " DE "
                           WS-ASE-DATA-INI(I) " A "
                           WS-ASE-DATA-FIM(I) " DOC "
                           WS-ASE-DOCUMENTO(I) " "
                           WS-ASE-OPERADOR(I)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-LISTADOS " periodo(s) ASE".

       ATRIBUIR-ESCALAO.
      * Um periodo novo nao pode sobrepor outro do mesmo aluno;
      * para mudar de escalao termina-se primeiro o periodo atual
           PERFORM CARREGA-ASE
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               PERFORM VERIFICA-ALUNO
               CLOSE FICHEIRO-NOTAS
               EVALUATE TRUE
                   WHEN WS-ALUNO-ATIVO = 'N'
                       DISPLAY "Aluno " WS-NUMERO " nao existe ou"
                           " tem a matricula anulada"
                   WHEN WS-ASE-CHEIA = 'S' OR WS-TOTAL-ASE >= 500
                       DISPLAY "Tabela ASE cheia, nada atribuido"
                   WHEN OTHER
                       PERFORM PEDE-DADOS-ESCALAO
               END-EVALUATE
           END-IF.

       PEDE-DADOS-ESCALAO.
           DISPLAY "ALUNO " WS-NUMERO " " WS-NOME " " WS-TURMA-ALUNO
           DISPLAY "ESCALAO (A/B): " WITH NO ADVANCING
           MOVE SPACE TO WS-ESCALAO
           ACCEPT WS-ESCALAO
           MOVE FUNCTION UPPER-CASE(WS-ESCALAO) TO WS-ESCALAO
           DISPLAY "DATA DE INICIO (AAAAMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE WS-DATA TO WS-DATA-INI
           ELSE
               COMPUTE WS-DATA-INI = FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           DISPLAY "DATA DE FIM (AAAAMMDD, ENTER = sem fim): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE 0 TO WS-DATA-FIM
           ELSE
               COMPUTE WS-DATA-FIM = FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           DISPLAY "REFERENCIA DO DOCUMENTO: " WITH NO ADVANCING
           MOVE SPACES TO WS-DOCUMENTO
           ACCEPT WS-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO) TO WS-DOCUMENTO
           PERFORM VERIFICA-SOBREPOSICAO
           EVALUATE TRUE
               WHEN WS-ESCALAO NOT = 'A' AND WS-ESCALAO NOT = 'B'
                   DISPLAY "Escalao invalido, nada gravado"
               WHEN WS-DATA-INI < 20000101
                   DISPLAY "Data de inicio invalida, nada gravado"
               WHEN WS-DATA-FIM > 0 AND WS-DATA-FIM < WS-DATA-INI
                   DISPLAY "Fim antes do inicio, nada gravado"
               WHEN WS-DOCUMENTO = SPACES
                   DISPLAY "Sem documento comprovativo, nada gravado"
               WHEN WS-SOBREPOE = 'S'
                   DISPLAY "O periodo sobrepoe-se ao escalao de "
                       WS-ASE-DATA-INI(WS-ACHADO)
                       "; termine esse primeiro"
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ASE
                   MOVE WS-NUMERO TO WS-ASE-NUMERO(WS-TOTAL-ASE)
                   MOVE WS-ESCALAO TO WS-ASE-ESCALAO(WS-TOTAL-ASE)
                   MOVE WS-DATA-INI TO WS-ASE-DATA-INI(WS-TOTAL-ASE)
                   MOVE WS-DATA-FIM TO WS-ASE-DATA-FIM(WS-TOTAL-ASE)
                   MOVE WS-DOCUMENTO
                       TO WS-ASE-DOCUMENTO(WS-TOTAL-ASE)
                   MOVE WS-OPERADOR
                       TO WS-ASE-OPERADOR(WS-TOTAL-ASE)
                   PERFORM GRAVA-ASE
                   DISPLAY "Escalao " WS-ESCALAO " atribuido ao aluno "
                       WS-NUMERO
           END-EVALUATE.

       VERIFICA-SOBREPOSICAO.
      * Fim a zero vale como sem fim nas duas pontas
           MOVE 'N' TO WS-SOBREPOE
           MOVE 0 TO WS-ACHADO
           IF WS-DATA-FIM = 0
               MOVE 99999999 TO WS-FIM-NOVO
           ELSE
               MOVE WS-DATA-FIM TO WS-FIM-NOVO
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ASE
               IF WS-ASE-NUMERO(I) = WS-NUMERO
                   IF WS-ASE-DATA-FIM(I) = 0
                       MOVE 99999999 TO WS-FIM-EXIST
                   ELSE
                       MOVE WS-ASE-DATA-FIM(I) TO WS-FIM-EXIST
                   END-IF
                   IF WS-DATA-INI <= WS-FIM-EXIST AND
                       WS-ASE-DATA-INI(I) <= WS-FIM-NOVO
                       MOVE 'S' TO WS-SOBREPOE
                       MOVE I TO WS-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       TERMINAR-ESCALAO.
      * Fecha o periodo sem fim do aluno; o dia de fim ainda
      * conta como dia com escalao
           PERFORM CARREGA-ASE
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ASE
               IF WS-ASE-NUMERO(I) = WS-NUMERO AND
                   WS-ASE-DATA-FIM(I) = 0
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ASE-CHEIA = 'S'
                   DISPLAY "Manutencao bloqueada ate o ficheiro ser"
                       " revisto"
               WHEN WS-ACHADO = 0
                   DISPLAY "Aluno " WS-NUMERO " sem escalao em aberto"
               WHEN OTHER
                   DISPLAY "Escalao " WS-ASE-ESCALAO(WS-ACHADO)
                       " desde " WS-ASE-DATA-INI(WS-ACHADO)
                   DISPLAY "ULTIMO DIA COM ESCALAO (AAAAMMDD, ENTER ="
                       " hoje): " WITH NO ADVANCING
                   MOVE SPACES TO WS-DATA-TEXTO
                   ACCEPT WS-DATA-TEXTO
                   IF WS-DATA-TEXTO = SPACES
                       MOVE WS-DATA TO WS-DATA-FIM
                   ELSE
                       COMPUTE WS-DATA-FIM =
                           FUNCTION NUMVAL(WS-DATA-TEXTO)
                   END-IF
                   IF WS-DATA-FIM < WS-ASE-DATA-INI(WS-ACHADO)
                       DISPLAY "Fim antes do inicio, nada alterado"
                   ELSE
                       MOVE WS-DATA-FIM
                           TO WS-ASE-DATA-FIM(WS-ACHADO)
                       MOVE WS-OPERADOR
                           TO WS-ASE-OPERADOR(WS-ACHADO)
                       PERFORM GRAVA-ASE
                       DISPLAY "Escalao terminado em " WS-DATA-FIM
                   END-IF
           END-EVALUATE.

       RELATORIO-ANUAL.
      * Ano letivo de 1 de setembro a 31 de agosto; beneficio =
      * preco normal menos o cobrado, por aluno e escalao, com a
      * referencia do documento para a camara conferir
           DISPLAY "ANO LETIVO (ano de inicio, ex: 2025): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ANO-TEXTO
           ACCEPT WS-ANO-TEXTO
           COMPUTE WS-ANO-LETIVO = FUNCTION NUMVAL(WS-ANO-TEXTO)
           IF WS-ANO-LETIVO < 2000
               DISPLAY "Ano invalido"
           ELSE
               COMPUTE WS-ANO-SEGUINTE = WS-ANO-LETIVO + 1
               COMPUTE WS-DATA-INI = WS-ANO-LETIVO * 10000 + 0901
               COMPUTE WS-DATA-FIM = WS-ANO-SEGUINTE * 10000 + 0831
               PERFORM CARREGA-ASE
               PERFORM ACUMULA-BENEFICIOS
               IF WS-TOTAL-ACU = 0
                   DISPLAY "Sem beneficios ASE registados entre "
                       WS-DATA-INI " e " WS-DATA-FIM
               ELSE
                   OPEN INPUT FICHEIRO-NOTAS
                   PERFORM ESCREVE-RELATORIO
                   IF WS-NOTAS-STATUS = '00'
                       CLOSE FICHEIRO-NOTAS
                   END-IF
                   MOVE 'ase-relatorio.txt' TO WS-SPOOL-FICHEIRO
                   MOVE 'RELATORIO ASE' TO WS-SPOOL-TITULO
                   PERFORM REGISTA-SPOOL
                   MOVE WS-TOT-GERAL TO WS-VALOR-ED
                   DISPLAY WS-TOTAL-ACU " linha(s) em"
                       " ase-relatorio.txt, beneficio total "
                       WS-VALOR-ED " EUR"
               END-IF
           END-IF.

       ACUMULA-BENEFICIOS.
           MOVE 0 TO WS-TOTAL-ACU
           MOVE 'N' TO EOF-BENEFICIOS
           OPEN INPUT FICHEIRO-BENEFICIOS
           IF WS-BENEFICIOS-STATUS = '00' OR
               WS-BENEFICIOS-STATUS = '05'
               PERFORM UNTIL EOF-BENEFICIOS = 'S'
                   READ FICHEIRO-BENEFICIOS
                       AT END
                           MOVE 'S' TO EOF-BENEFICIOS
                       NOT AT END
                           IF BEN-DATA IS NUMERIC AND
                               BEN-DATA >= WS-DATA-INI AND
                               BEN-DATA <= WS-DATA-FIM AND
                               BEN-VALOR IS NUMERIC
                               PERFORM ACUMULA-UM-BENEFICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-BENEFICIOS
           END-IF.

       ACUMULA-UM-BENEFICIO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ACU
               IF WS-ACU-NUMERO(I) = BEN-NUMERO AND
                   WS-ACU-ESCALAO(I) = BEN-ESCALAO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-ACU < 500
               ADD 1 TO WS-TOTAL-ACU
               MOVE WS-TOTAL-ACU TO WS-ACHADO
               MOVE BEN-NUMERO TO WS-ACU-NUMERO(WS-ACHADO)
               MOVE BEN-ESCALAO TO WS-ACU-ESCALAO(WS-ACHADO)
               MOVE 0 TO WS-ACU-REFEICOES(WS-ACHADO)
               MOVE 0 TO WS-ACU-CANTINA(WS-ACHADO)
               MOVE 0 TO WS-ACU-PROPINAS(WS-ACHADO)
           END-IF
           IF WS-ACHADO > 0
               IF BEN-ORIGEM = 'CANT'
                   ADD 1 TO WS-ACU-REFEICOES(WS-ACHADO)
                   ADD BEN-VALOR TO WS-ACU-CANTINA(WS-ACHADO)
               ELSE
                   ADD BEN-VALOR TO WS-ACU-PROPINAS(WS-ACHADO)
               END-IF
           END-IF.

       ESCREVE-RELATORIO.
           MOVE 0 TO WS-TOT-CANTINA
           MOVE 0 TO WS-TOT-PROPINAS
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BENEFICIOS ASE - ANO LETIVO " WS-ANO-LETIVO "-"
               WS-ANO-SEGUINTE " (" WS-DATA-INI " A " WS-DATA-FIM ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ALUNO NOME                 DOCUMENTO            REF"
               & "    CANTINA   PROPINAS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'A' TO WS-ESCALAO
           PERFORM ESCREVE-ESCALAO
           MOVE 'B' TO WS-ESCALAO
           PERFORM ESCREVE-ESCALAO
           MOVE ALL "=" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           COMPUTE WS-TOT-GERAL = WS-TOT-CANTINA + WS-TOT-PROPINAS
           MOVE WS-TOT-CANTINA TO WS-VALOR-ED
           MOVE WS-TOT-PROPINAS TO WS-VALOR2-ED
           MOVE WS-TOT-GERAL TO WS-VALOR3-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL CANTINA " WS-VALOR-ED " PROPINAS "
               WS-VALOR2-ED " GERAL " WS-VALOR3-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE FICHEIRO-RELATORIO.

       ESCREVE-ESCALAO.
           MOVE 0 TO WS-SUB-REFEICOES
           MOVE 0 TO WS-SUB-CANTINA
           MOVE 0 TO WS-SUB-PROPINAS
           MOVE 0 TO WS-SUB-ALUNOS
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ESCALAO " WS-ESCALAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-ACU
               IF WS-ACU-ESCALAO(J) = WS-ESCALAO
                   PERFORM ESCREVE-LINHA-ALUNO
               END-IF
           END-PERFORM
           MOVE WS-SUB-REFEICOES TO WS-REFEICOES-ED
           MOVE WS-SUB-CANTINA TO WS-VALOR-ED
           MOVE WS-SUB-PROPINAS TO WS-VALOR2-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL " WS-ESCALAO " " WS-SUB-ALUNOS
               " ALUNO(S) " WS-REFEICOES-ED " REFEICOES    "
               WS-VALOR-ED " " WS-VALOR2-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-SUB-CANTINA TO WS-TOT-CANTINA
           ADD WS-SUB-PROPINAS TO WS-TOT-PROPINAS.

       ESCREVE-LINHA-ALUNO.
           ADD 1 TO WS-SUB-ALUNOS
           ADD WS-ACU-REFEICOES(J) TO WS-SUB-REFEICOES
           ADD WS-ACU-CANTINA(J) TO WS-SUB-CANTINA
           ADD WS-ACU-PROPINAS(J) TO WS-SUB-PROPINAS
           MOVE WS-ACU-NUMERO(J) TO WS-NUMERO
           MOVE SPACES TO WS-NOME
           IF WS-NOTAS-STATUS = '00'
               PERFORM VERIFICA-ALUNO
           END-IF
      * Documento do ultimo periodo do aluno nesse escalao que
      * toca o ano letivo
           MOVE SPACES TO WS-DOCUMENTO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-ASE
               IF WS-ASE-NUMERO(I) = WS-NUMERO AND
                   WS-ASE-ESCALAO(I) = WS-ESCALAO AND
                   WS-ASE-DATA-INI(I) <= WS-DATA-FIM AND
                   (WS-ASE-DATA-FIM(I) = 0 OR
                    WS-ASE-DATA-FIM(I) >= WS-DATA-INI)
                   MOVE WS-ASE-DOCUMENTO(I) TO WS-DOCUMENTO
               END-IF
           END-PERFORM
           MOVE WS-ACU-REFEICOES(J) TO WS-REFEICOES-ED
           MOVE WS-ACU-CANTINA(J) TO WS-VALOR-ED
           MOVE WS-ACU-PROPINAS(J) TO WS-VALOR2-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-NUMERO " " WS-NOME " " WS-DOCUMENTO " "
               WS-REFEICOES-ED " " WS-VALOR-ED " " WS-VALOR2-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

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

       END PROGRAM ESCALOES-ASE.
