      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificados da secretaria com registo numerado:
      *          declaracao de matricula (NOTAS.DAT) e certificado
      *          de habilitacoes (anos arquivados pelo fecho do ano
      *          em arquivos-index.txt mais o ano corrente, com as
      *          notas de notas-disc), cada um com numero sequencial
      *          por ano e codigo de verificacao impressos; cada
      *          emissao fica em certificados.txt com o requerente
      *          e o operador, e a opcao de verificacao confirma
      *          numero e codigo a quem telefona a perguntar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CERTIFICADOS
               ASSIGN TO 'certificados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICADOS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICE
               ASSIGN TO 'arquivos-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT FICHEIRO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT OPTIONAL FICHEIRO-DISCIPLINAS
               ASSIGN TO 'disciplinas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIPLINAS-STATUS.
           SELECT FICHEIRO-DOCUMENTO ASSIGN TO WS-NOME-DOCUMENTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.
           SELECT OPTIONAL FICHEIRO-ACESSOS
               ASSIGN TO 'acessos-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CERTIFICADOS.
       01 LINHA-CERTIFICADO.
         05 CER-ANO        PIC 9(4).
         05 FILLER         PIC X.
         05 CER-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 CER-CODIGO     PIC X(8).
         05 FILLER         PIC X.
         05 CER-TIPO       PIC X(4).
         05 FILLER         PIC X.
         05 CER-ALUNO      PIC 9(5).
         05 FILLER         PIC X.
         05 CER-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 CER-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 CER-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 CER-REQUERENTE PIC X(30).
         05 FILLER         PIC X.
         05 CER-OPERADOR   PIC X(8).
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
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
         05 FILLER   PIC X.
         05 IDX-REGISTOS PIC 9(5).
       FD FICHEIRO-ARQUIVO.
       01 LINHA-ARQUIVO PIC X(80).
       01 LINHA-ARQ-REC REDEFINES LINHA-ARQUIVO.
         05 ARQ-NUMERO PIC 9(5).
         05 ARQ-NOME   PIC X(20).
         05 ARQ-TURMA  PIC X(6).
         05 ARQ-NOTA   PIC S9(2)V9.
         05 FILLER     PIC X(46).
       01 LINHA-ARQ-DISC REDEFINES LINHA-ARQUIVO.
         05 ARD-NUMERO     PIC 9(5).
         05 ARD-DISCIPLINA PIC X(4).
         05 ARD-NOTA       PIC S9(2)V9.
         05 FILLER         PIC X(68).
       FD FICHEIRO-DISCIPLINAS.
       01 LINHA-DISCIPLINA.
         05 DSC-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 DSC-NOME   PIC X(20).
       FD FICHEIRO-DOCUMENTO.
       01 LINHA-DOCUMENTO PIC X(80).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).
       FD FICHEIRO-ACESSOS.
       01 LINHA-ACESSO.
         05 ACE-DATA       PIC 9(8).
         05 ACE-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 ACE-OPERADOR   PIC X(8).
         05 FILLER         PIC X.
         05 ACE-PESSOA     PIC X(20).
         05 FILLER         PIC X.
         05 ACE-FINALIDADE PIC X(4).
         05 FILLER         PIC X.
         05 ACE-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ACE-ELO        PIC 9(18).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-CERTIFICADOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-ARQUIVO-STATUS PIC XX.
       01 WS-DISCIPLINAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-ACESSOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-CERTIFICADOS PIC X.
       01 EOF-INDICE PIC X.
       01 EOF-ARQUIVO PIC X.
       01 EOF-DISC PIC X.
       01 EOF-DISCIPLINAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-ESCOLA-CODIGO PIC 9(5) VALUE 0.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA.
           10 WS-DATA-ANO PIC 9(4).
           10 WS-DATA-MD  PIC 9(4).
         05 WS-HORA PIC 9(6).
       01 WS-NOME-ARQUIVO PIC X(40).
       01 WS-NOME-DOCUMENTO PIC X(40).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-TIPO PIC X(4).
       01 WS-REQUERENTE PIC X(30).
       01 WS-LIMITE-TEXTO PIC X(6).
       01 WS-LIMITE-APROVACAO PIC S9(2)V9 VALUE 10.
       01 WS-NOTA-EDITADA PIC -Z9.9.
       01 WS-RESULTADO PIC X(16).
       01 WS-NOME-DISCIPLINA PIC X(20).
       01 WS-ANO-PEDIDO PIC 9(4).
       01 WS-NUMERO-PEDIDO PIC 9(5).
       01 WS-CODIGO-PEDIDO PIC X(8).
       01 WS-CONFIRMADO PIC X.
       01 WS-LISTADOS PIC 9(5).
      * Numero e codigo do certificado em emissao
       01 WS-CER-NUMERO PIC 9(5).
       01 WS-CER-CODIGO PIC X(8).
       01 WS-SEMENTE PIC 9(9).
       01 WS-ALEATORIO PIC 9V9(8).
       01 WS-POSICAO PIC 9(2).
      * Alfabeto do codigo, sem os caracteres que se confundem ao
      * telefone (0/O, 1/I)
       01 WS-ALFABETO PIC X(32)
           VALUE 'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
       01 A PIC 9(2).
       01 C PIC 9(2).
       01 D PIC 9(2).
       01 K PIC 9(3).
       01 WS-ACHADO PIC 9(2).
      * Anos do aluno: arquivos do fecho e ano corrente no fim
       01 WS-TOTAL-ANOS PIC 9(2) VALUE 0.
       01 WS-ANOS-COM-ALUNO PIC 9(2).
       01 WS-TABELA-ANOS.
         05 WS-ANO OCCURS 21 TIMES.
           10 WS-ANO-SUFIXO     PIC X(30).
           10 WS-ANO-ARQ-NOTAS  PIC X(40).
           10 WS-ANO-ARQ-DISC   PIC X(40).
           10 WS-ANO-FECHO      PIC 9(8).
           10 WS-ANO-TEM-ALUNO  PIC X.
           10 WS-ANO-TURMA      PIC X(6).
           10 WS-ANO-NOTA       PIC S9(2)V9.
           10 WS-ANO-TOTAL-DISC PIC 9(2).
           10 WS-ANO-DISC OCCURS 20 TIMES.
             15 WS-ANO-DISC-CODIGO PIC X(4).
             15 WS-ANO-DISC-NOTA   PIC S9(2)V9.
       01 WS-TOTAL-DSC PIC 9(3) VALUE 0.
       01 WS-TABELA-DSC.
         05 WS-DSC OCCURS 100 TIMES.
           10 WS-DSC-CODIGO PIC X(4).
           10 WS-DSC-NOME   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "CERTIFICADOS"
               DISPLAY "1 - EMITIR DECLARACAO DE MATRICULA"
               DISPLAY "2 - EMITIR CERTIFICADO DE HABILITACOES"
               DISPLAY "3 - VERIFICAR CERTIFICADO"
               DISPLAY "4 - LISTAR REGISTO DE UM ANO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       MOVE 'MATR' TO WS-TIPO
                       PERFORM EMITIR-CERTIFICADO
                   WHEN 2
                       MOVE 'HABL' TO WS-TIPO
                       PERFORM EMITIR-CERTIFICADO
                   WHEN 3
                       PERFORM VERIFICAR-CERTIFICADO
                   WHEN 4
                       PERFORM LISTAR-REGISTO
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
           END-IF
           MOVE 'ESCOLA-CODIGO' TO WS-PARAMETRO-CHAVE
           MOVE WS-ESCOLA-CODIGO TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           MOVE WS-PARAMETRO-VALOR TO WS-ESCOLA-CODIGO.

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

       PEDE-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-TURMA
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-OK
                       MOVE REC-NOME TO WS-NOME
                       MOVE REC-TURMA TO WS-TURMA
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       EMITIR-CERTIFICADO.
      * A declaracao de matricula exige o aluno no ano corrente;
      * o certificado de habilitacoes serve tambem a antigos
      * alunos, que so existem nos arquivos
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM PEDE-ALUNO
           IF WS-TIPO = 'HABL'
               PERFORM CARREGA-PERCURSO
               IF WS-ANOS-COM-ALUNO > 0
                   MOVE 'S' TO WS-ALUNO-OK
               END-IF
           END-IF
           IF WS-ALUNO-OK = 'N'
               DISPLAY "Aluno " WS-NUMERO " nao encontrado"
           ELSE
               DISPLAY "ALUNO " WS-NUMERO " " WS-NOME
               DISPLAY "REQUERENTE (nome de quem pede): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REQUERENTE
               ACCEPT WS-REQUERENTE
               IF WS-REQUERENTE = SPACES
                   DISPLAY "Requerente obrigatorio, nada emitido"
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-REQUERENTE)
                       TO WS-REQUERENTE
                   PERFORM PROXIMO-NUMERO-CERTIFICADO
                   PERFORM GERA-CODIGO-VERIFICACAO
                   PERFORM ESCREVE-DOCUMENTO
                   PERFORM REGISTA-CERTIFICADO
                   PERFORM REGISTA-ACESSO
                   PERFORM REGISTA-SPOOL
                   DISPLAY "Certificado " WS-DATA-ANO "/"
                       WS-CER-NUMERO " codigo " WS-CER-CODIGO
                       " em " FUNCTION TRIM(WS-NOME-DOCUMENTO)
               END-IF
           END-IF.

       PROXIMO-NUMERO-CERTIFICADO.
      * Numeracao sequencial por ano civil, retomada do registo
           MOVE 0 TO WS-CER-NUMERO
           MOVE 'N' TO EOF-CERTIFICADOS
           OPEN INPUT FICHEIRO-CERTIFICADOS
           IF WS-CERTIFICADOS-STATUS = '00' OR
               WS-CERTIFICADOS-STATUS = '05'
               PERFORM UNTIL EOF-CERTIFICADOS = 'S'
                   READ FICHEIRO-CERTIFICADOS
                       AT END
                           MOVE 'S' TO EOF-CERTIFICADOS
                       NOT AT END
                           IF CER-ANO IS NUMERIC AND
                               CER-ANO = WS-DATA-ANO AND
                               CER-NUMERO IS NUMERIC AND
                               CER-NUMERO > WS-CER-NUMERO
                               MOVE CER-NUMERO TO WS-CER-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CERTIFICADOS
           END-IF
           ADD 1 TO WS-CER-NUMERO.

       GERA-CODIGO-VERIFICACAO.
      * Oito caracteres ao acaso (semente na hora e no numero), que
      * so existem no papel e no registo: quem nao tem o papel nao
      * consegue confirmar um numero inventado
           COMPUTE WS-SEMENTE = WS-HORA * 1000 + WS-CER-NUMERO
               + WS-NUMERO
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-SEMENTE)
           MOVE SPACES TO WS-CER-CODIGO
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM
               COMPUTE WS-POSICAO = WS-ALEATORIO * 32 + 1
               IF WS-POSICAO > 32
                   MOVE 32 TO WS-POSICAO
               END-IF
               MOVE WS-ALFABETO(WS-POSICAO : 1)
                   TO WS-CER-CODIGO(C : 1)
           END-PERFORM.

       ESCREVE-DOCUMENTO.
           MOVE SPACES TO WS-NOME-DOCUMENTO
           STRING "certificado-" WS-DATA-ANO "-" WS-CER-NUMERO
               ".txt" DELIMITED BY SIZE INTO WS-NOME-DOCUMENTO
           OPEN OUTPUT FICHEIRO-DOCUMENTO
           MOVE ALL "=" TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           IF WS-TIPO = 'MATR'
               MOVE "DECLARACAO DE MATRICULA" TO LINHA-DOCUMENTO
           ELSE
               MOVE "CERTIFICADO DE HABILITACOES" TO LINHA-DOCUMENTO
           END-IF
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           STRING "ESCOLA " WS-ESCOLA-CODIGO "    N. " WS-DATA-ANO
               "/" WS-CER-NUMERO "    CODIGO DE VERIFICACAO "
               WS-CER-CODIGO
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE ALL "=" TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           IF WS-TIPO = 'MATR'
               PERFORM ESCREVE-CORPO-MATRICULA
           ELSE
               PERFORM ESCREVE-CORPO-HABILITACOES
           END-IF
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           STRING "PASSADO A PEDIDO DE " WS-REQUERENTE
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           STRING "EM " WS-DATA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "A AUTENTICIDADE PODE SER CONFIRMADA NA SECRETARIA"
               TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "COM O NUMERO E O CODIGO DE VERIFICACAO ACIMA."
               TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "O RESPONSAVEL DOS SERVICOS ____________________"
               TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           CLOSE FICHEIRO-DOCUMENTO.

       ESCREVE-CORPO-MATRICULA.
           MOVE SPACES TO LINHA-DOCUMENTO
           STRING "DECLARA-SE QUE " WS-NOME ", ALUNO N. " WS-NUMERO
               "," DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           STRING "ESTA MATRICULADO NESTA ESCOLA NO ANO LETIVO EM"
               " CURSO, NA TURMA " WS-TURMA "."
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO.

       ESCREVE-CORPO-HABILITACOES.
      * Um bloco por ano: turma, resultado e notas finais por
      * disciplina; o ano corrente vem como em frequencia
           PERFORM CARREGA-DISCIPLINAS
           MOVE SPACES TO LINHA-DOCUMENTO
           STRING "CERTIFICA-SE QUE " WS-NOME ", ALUNO N. " WS-NUMERO
               "," DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "OBTEVE NESTA ESCOLA OS SEGUINTES RESULTADOS:"
               TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
               IF WS-ANO-TEM-ALUNO(A) = 'S'
                   PERFORM ESCREVE-ANO-HABILITACOES
               END-IF
           END-PERFORM.

       ESCREVE-ANO-HABILITACOES.
           IF WS-ANO-FECHO(A) = 99999999
               MOVE "EM FREQUENCIA" TO WS-RESULTADO
           ELSE
               IF WS-ANO-NOTA(A) >= WS-LIMITE-APROVACAO
                   MOVE "APROVADO" TO WS-RESULTADO
               ELSE
                   MOVE "NAO APROVADO" TO WS-RESULTADO
               END-IF
           END-IF
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-ANO-NOTA(A) TO WS-NOTA-EDITADA
           MOVE SPACES TO LINHA-DOCUMENTO
           IF WS-ANO-FECHO(A) = 99999999
               STRING "ANO LETIVO EM CURSO  TURMA " WS-ANO-TURMA(A)
                   "  " WS-RESULTADO
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           ELSE
               STRING "ANO FECHADO EM " WS-ANO-FECHO(A) "  TURMA "
                   WS-ANO-TURMA(A) "  MEDIA " WS-NOTA-EDITADA "  "
                   WS-RESULTADO
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           END-IF
           WRITE LINHA-DOCUMENTO
           IF WS-ANO-FECHO(A) = 99999999 AND
               WS-ANO-TOTAL-DISC(A) > 0
               MOVE "    CLASSIFICACOES ATE A DATA:" TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF
           PERFORM VARYING D FROM 1 BY 1
               UNTIL D > WS-ANO-TOTAL-DISC(A)
               PERFORM NOME-DA-DISCIPLINA
               MOVE WS-ANO-DISC-NOTA(A, D) TO WS-NOTA-EDITADA
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "    " WS-ANO-DISC-CODIGO(A, D) " "
                   WS-NOME-DISCIPLINA " " WS-NOTA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-PERFORM.

       CARREGA-DISCIPLINAS.
           MOVE 0 TO WS-TOTAL-DSC
           MOVE 'N' TO EOF-DISCIPLINAS
           OPEN INPUT FICHEIRO-DISCIPLINAS
           IF WS-DISCIPLINAS-STATUS = '00' OR
               WS-DISCIPLINAS-STATUS = '05'
               PERFORM UNTIL EOF-DISCIPLINAS = 'S'
                   READ FICHEIRO-DISCIPLINAS
                       AT END
                           MOVE 'S' TO EOF-DISCIPLINAS
                       NOT AT END
                           IF DSC-CODIGO NOT = SPACES AND
                               WS-TOTAL-DSC < 100
                               ADD 1 TO WS-TOTAL-DSC
                               MOVE DSC-CODIGO
                                   TO WS-DSC-CODIGO(WS-TOTAL-DSC)
                               MOVE DSC-NOME
                                   TO WS-DSC-NOME(WS-TOTAL-DSC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISCIPLINAS
           END-IF.

       NOME-DA-DISCIPLINA.
           MOVE SPACES TO WS-NOME-DISCIPLINA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-DSC
               IF WS-DSC-CODIGO(K) = WS-ANO-DISC-CODIGO(A, D)
                   MOVE WS-DSC-NOME(K) TO WS-NOME-DISCIPLINA
               END-IF
           END-PERFORM.

       CARREGA-PERCURSO.
      * Os mesmos anos que o percurso escolar: cada arquivo
      * notas-<sufixo>.txt do indice com o notas-disc-<sufixo>.txt
      * do mesmo fecho, e o ano corrente no fim
           DISPLAY "NOTA MINIMA DE APROVACAO (ENTER = 10): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LIMITE-TEXTO
           ACCEPT WS-LIMITE-TEXTO
           MOVE 10 TO WS-LIMITE-APROVACAO
           IF WS-LIMITE-TEXTO NOT = SPACES
               COMPUTE WS-LIMITE-APROVACAO =
                   FUNCTION NUMVAL(WS-LIMITE-TEXTO)
           END-IF
           MOVE 0 TO WS-TOTAL-ANOS
           MOVE 'N' TO EOF-INDICE
           OPEN INPUT FICHEIRO-INDICE
           IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
               PERFORM UNTIL EOF-INDICE = 'S'
                   READ FICHEIRO-INDICE
                       AT END
                           MOVE 'S' TO EOF-INDICE
                       NOT AT END
                           PERFORM GUARDA-ARQUIVO-INDICE
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICE
           END-IF
           PERFORM LE-ANOS-ARQUIVADOS
           PERFORM LE-ANO-CORRENTE
           MOVE 0 TO WS-ANOS-COM-ALUNO
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
               IF WS-ANO-TEM-ALUNO(A) = 'S'
                   ADD 1 TO WS-ANOS-COM-ALUNO
               END-IF
           END-PERFORM.

       GUARDA-ARQUIVO-INDICE.
           IF IDX-NOME(1 : 11) = 'notas-disc-'
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
                   IF WS-ANO-SUFIXO(A) = IDX-NOME(12 : 29)
                       MOVE A TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO > 0
                   MOVE IDX-NOME TO WS-ANO-ARQ-DISC(WS-ACHADO)
               END-IF
           ELSE
               IF IDX-NOME(1 : 6) = 'notas-' AND WS-TOTAL-ANOS < 20
                   ADD 1 TO WS-TOTAL-ANOS
                   PERFORM INICIA-ANO
                   MOVE IDX-NOME(7 : 34)
                       TO WS-ANO-SUFIXO(WS-TOTAL-ANOS)
                   MOVE IDX-NOME TO WS-ANO-ARQ-NOTAS(WS-TOTAL-ANOS)
                   IF IDX-NOME(7 : 8) IS NUMERIC
                       MOVE IDX-NOME(7 : 8)
                           TO WS-ANO-FECHO(WS-TOTAL-ANOS)
                   END-IF
               END-IF
           END-IF.

       INICIA-ANO.
           MOVE SPACES TO WS-ANO-SUFIXO(WS-TOTAL-ANOS)
           MOVE SPACES TO WS-ANO-ARQ-NOTAS(WS-TOTAL-ANOS)
           MOVE SPACES TO WS-ANO-ARQ-DISC(WS-TOTAL-ANOS)
           MOVE 0 TO WS-ANO-FECHO(WS-TOTAL-ANOS)
           MOVE 'N' TO WS-ANO-TEM-ALUNO(WS-TOTAL-ANOS)
           MOVE SPACES TO WS-ANO-TURMA(WS-TOTAL-ANOS)
           MOVE 0 TO WS-ANO-NOTA(WS-TOTAL-ANOS)
           MOVE 0 TO WS-ANO-TOTAL-DISC(WS-TOTAL-ANOS).

       LE-ANOS-ARQUIVADOS.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-ANOS
               MOVE WS-ANO-ARQ-NOTAS(A) TO WS-NOME-ARQUIVO
               MOVE 'N' TO EOF-ARQUIVO
               OPEN INPUT FICHEIRO-ARQUIVO
               IF WS-ARQUIVO-STATUS = '00'
                   PERFORM UNTIL EOF-ARQUIVO = 'S'
                       READ FICHEIRO-ARQUIVO
                           AT END
                               MOVE 'S' TO EOF-ARQUIVO
                           NOT AT END
                               IF ARQ-NUMERO IS NUMERIC AND
                                   ARQ-NUMERO = WS-NUMERO
                                   MOVE 'S' TO WS-ANO-TEM-ALUNO(A)
                                   MOVE ARQ-TURMA TO WS-ANO-TURMA(A)
                                   MOVE ARQ-NOTA TO WS-ANO-NOTA(A)
                                   MOVE ARQ-NOME TO WS-NOME
                                   MOVE 'S' TO EOF-ARQUIVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
               IF WS-ANO-TEM-ALUNO(A) = 'S' AND
                   WS-ANO-ARQ-DISC(A) NOT = SPACES
                   PERFORM LE-DISCIPLINAS-ARQUIVADAS
               END-IF
           END-PERFORM.

       LE-DISCIPLINAS-ARQUIVADAS.
           MOVE WS-ANO-ARQ-DISC(A) TO WS-NOME-ARQUIVO
           MOVE 'N' TO EOF-ARQUIVO
           OPEN INPUT FICHEIRO-ARQUIVO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM UNTIL EOF-ARQUIVO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-ARQUIVO
                       NOT AT END
                           IF ARD-NUMERO IS NUMERIC AND
                               ARD-NUMERO = WS-NUMERO AND
                               WS-ANO-TOTAL-DISC(A) < 20
                               ADD 1 TO WS-ANO-TOTAL-DISC(A)
                               MOVE WS-ANO-TOTAL-DISC(A) TO D
                               MOVE ARD-DISCIPLINA
                                   TO WS-ANO-DISC-CODIGO(A, D)
                               MOVE ARD-NOTA
                                   TO WS-ANO-DISC-NOTA(A, D)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           END-IF.

       LE-ANO-CORRENTE.
           ADD 1 TO WS-TOTAL-ANOS
           PERFORM INICIA-ANO
           MOVE 99999999 TO WS-ANO-FECHO(WS-TOTAL-ANOS)
           MOVE WS-TOTAL-ANOS TO A
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ANO-TEM-ALUNO(A)
                       MOVE REC-TURMA TO WS-ANO-TURMA(A)
                       MOVE REC-NOTA TO WS-ANO-NOTA(A)
                       MOVE REC-NOME TO WS-NOME
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF
           IF WS-ANO-TEM-ALUNO(A) = 'S'
               OPEN INPUT FICHEIRO-DISC
               IF WS-DISC-STATUS = '00'
                   MOVE WS-NUMERO TO DIS-NUMERO
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
                               IF DIS-NUMERO NOT = WS-NUMERO
                                   MOVE 'S' TO EOF-DISC
                               ELSE
                                   PERFORM GUARDA-DISCIPLINA-CORRENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-DISC
               END-IF
           END-IF.

       GUARDA-DISCIPLINA-CORRENTE.
           IF WS-ANO-TOTAL-DISC(A) < 20
               ADD 1 TO WS-ANO-TOTAL-DISC(A)
               MOVE WS-ANO-TOTAL-DISC(A) TO D
               MOVE DIS-DISCIPLINA TO WS-ANO-DISC-CODIGO(A, D)
               MOVE DIS-NOTA TO WS-ANO-DISC-NOTA(A, D)
           END-IF.

       REGISTA-CERTIFICADO.
           OPEN EXTEND FICHEIRO-CERTIFICADOS
           MOVE SPACES TO LINHA-CERTIFICADO
           MOVE WS-DATA-ANO TO CER-ANO
           MOVE WS-CER-NUMERO TO CER-NUMERO
           MOVE WS-CER-CODIGO TO CER-CODIGO
           MOVE WS-TIPO TO CER-TIPO
           MOVE WS-NUMERO TO CER-ALUNO
           MOVE WS-NOME TO CER-NOME
           MOVE WS-DATA TO CER-DATA
           MOVE WS-HORA TO CER-HORA
           MOVE WS-REQUERENTE TO CER-REQUERENTE
           MOVE WS-OPERADOR TO CER-OPERADOR
           WRITE LINHA-CERTIFICADO
           CLOSE FICHEIRO-CERTIFICADOS.

       VERIFICAR-CERTIFICADO.
      * So confirma quando numero e codigo batem os dois; a
      * resposta diz o que foi emitido, a quem e quando
           DISPLAY "ANO DO CERTIFICADO (AAAA): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-ANO-PEDIDO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           DISPLAY "NUMERO DO CERTIFICADO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO-PEDIDO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           DISPLAY "CODIGO DE VERIFICACAO: " WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO-PEDIDO
           ACCEPT WS-CODIGO-PEDIDO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-PEDIDO)
               TO WS-CODIGO-PEDIDO
           MOVE 'N' TO WS-CONFIRMADO
           MOVE 'N' TO EOF-CERTIFICADOS
           OPEN INPUT FICHEIRO-CERTIFICADOS
           IF WS-CERTIFICADOS-STATUS = '00' OR
               WS-CERTIFICADOS-STATUS = '05'
               PERFORM UNTIL EOF-CERTIFICADOS = 'S'
                   READ FICHEIRO-CERTIFICADOS
                       AT END
                           MOVE 'S' TO EOF-CERTIFICADOS
                       NOT AT END
                           IF CER-ANO = WS-ANO-PEDIDO AND
                               CER-NUMERO = WS-NUMERO-PEDIDO AND
                               CER-CODIGO = WS-CODIGO-PEDIDO
                               MOVE 'S' TO WS-CONFIRMADO
                               MOVE 'S' TO EOF-CERTIFICADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CERTIFICADOS
           END-IF
           IF WS-CONFIRMADO = 'N'
               DISPLAY "NAO CONFIRMADO: nao existe certificado "
                   WS-ANO-PEDIDO "/" WS-NUMERO-PEDIDO
                   " com esse codigo"
           ELSE
               IF CER-TIPO = 'MATR'
                   DISPLAY "CONFIRMADO: DECLARACAO DE MATRICULA"
               ELSE
                   DISPLAY "CONFIRMADO: CERTIFICADO DE HABILITACOES"
               END-IF
               DISPLAY "  ALUNO " CER-ALUNO " " CER-NOME
               DISPLAY "  EMITIDO EM " CER-DATA " A PEDIDO DE "
                   CER-REQUERENTE
               DISPLAY "  OPERADOR " CER-OPERADOR
           END-IF.

       LISTAR-REGISTO.
           DISPLAY "ANO (AAAA): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-ANO-PEDIDO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 0 TO WS-LISTADOS
           MOVE 'N' TO EOF-CERTIFICADOS
           OPEN INPUT FICHEIRO-CERTIFICADOS
           IF WS-CERTIFICADOS-STATUS = '00' OR
               WS-CERTIFICADOS-STATUS = '05'
               DISPLAY "NUMERO TIPO ALUNO NOME                 DATA"
                   "     REQUERENTE                     OPERADOR"
               PERFORM UNTIL EOF-CERTIFICADOS = 'S'
                   READ FICHEIRO-CERTIFICADOS
                       AT END
                           MOVE 'S' TO EOF-CERTIFICADOS
                       NOT AT END
                           IF CER-ANO = WS-ANO-PEDIDO
                               ADD 1 TO WS-LISTADOS
                               DISPLAY CER-NUMERO "  " CER-TIPO " "
                                   CER-ALUNO " " CER-NOME " "
                                   CER-DATA " " CER-REQUERENTE " "
                                   CER-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CERTIFICADOS
           END-IF
           DISPLAY WS-LISTADOS " certificado(s) em " WS-ANO-PEDIDO.

       REGISTA-ACESSO.
      * Emitir um certificado e uma leitura de dados pessoais:
      * finalidade fixa CERT
           OPEN EXTEND FICHEIRO-ACESSOS
           MOVE SPACES TO LINHA-ACESSO
           MOVE WS-DATA TO ACE-DATA
           MOVE WS-HORA TO ACE-HORA
           MOVE WS-OPERADOR TO ACE-OPERADOR
           MOVE WS-NOME TO ACE-PESSOA
           MOVE 'CERT' TO ACE-FINALIDADE
           MOVE 'CERTIFICADOS' TO ACE-PROGRAMA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'acessos-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-ACESSO WS-CADEIA-QUANTAS
           WRITE LINHA-ACESSO
           CLOSE FICHEIRO-ACESSOS.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE WS-NOME-DOCUMENTO TO SPL-FICHEIRO
           IF WS-TIPO = 'MATR'
               MOVE 'DECLARACAO MATRICULA' TO SPL-TITULO
           ELSE
               MOVE 'CERT. HABILITACOES' TO SPL-TITULO
           END-IF
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM CERTIFICADOS.
