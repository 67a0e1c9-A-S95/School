      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registo de ocorrencias disciplinares por aluno
      *          (ocorrencias.txt: data, aula de aulas.txt ou local,
      *          professor que participa, descricao, gravidade e a
      *          medida aplicada - advertencia, ordem de saida,
      *          tarefas, suspensao com os dias, transferencia);
      *          a carta ao encarregado de educacao de
      *          encarregados.txt sai pelo spooler e a data do
      *          envio fica na propria ocorrencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORRENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-OCORRENCIAS
               ASSIGN TO 'ocorrencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCORRENCIAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-AULAS ASSIGN TO 'aulas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
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
           SELECT FICHEIRO-CARTAS ASSIGN TO 'cartas-ocorrencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X(100).
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
       FD FICHEIRO-CARTAS.
       01 LINHA-CARTA PIC X(80).
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
       01 WS-OCORRENCIAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-AULAS-STATUS PIC XX.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-OCORRENCIAS PIC X.
       01 EOF-AULAS PIC X.
       01 EOF-PROFESSORES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 WS-F0-ABERTO PIC X VALUE 'N'.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUM-TEXTO PIC X(8).
       01 WS-NUMERO PIC 9(5).
       01 WS-NOME PIC X(20).
       01 WS-TURMA PIC X(6).
       01 WS-ALUNO-OK PIC X.
       01 WS-AULA-OK PIC X.
       01 WS-PROFESSOR-OK PIC X.
       01 WS-MEDIDA-OK PIC X.
       01 WS-PROFESSOR PIC X(6).
       01 WS-CARTAS PIC 9(3).
       01 WS-SEM-EE PIC 9(3).
       01 WS-EES-ALUNO PIC 9(3).
       01 I PIC 9(4).
       01 K PIC 9(4).
       01 E PIC 9(3).
       01 WS-MAIOR-ID PIC 9(5).
      * Medidas disciplinares, da menos para a mais grave
       01 WS-MEDIDAS-CONHECIDAS.
         05 FILLER PIC X(36)
             VALUE 'ADVERTADVERTENCIA                   '.
         05 FILLER PIC X(36)
             VALUE 'ORDSAIORDEM DE SAIDA DA SALA DE AULA'.
         05 FILLER PIC X(36)
             VALUE 'TAREFATAREFAS DE INTEGRACAO ESCOLAR '.
         05 FILLER PIC X(36)
             VALUE 'SUSPENSUSPENSAO                     '.
         05 FILLER PIC X(36)
             VALUE 'TRANSFTRANSFERENCIA DE ESCOLA       '.
       01 FILLER REDEFINES WS-MEDIDAS-CONHECIDAS.
         05 WS-MED OCCURS 5 TIMES.
           10 WS-MED-CODIGO    PIC X(6).
           10 WS-MED-DESCRICAO PIC X(30).
       01 WS-MEDIDA-DESCRICAO PIC X(30).
      * Ocorrencias carregadas para marcar as cartas enviadas
       01 WS-TOTAL-OCO PIC 9(4) VALUE 0.
       01 WS-OCO-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-OCO.
         05 WS-OCO OCCURS 2000 TIMES.
           10 WS-OCO-LINHA PIC X(120).
       01 WS-TOTAL-LIGACOES PIC 9(3) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 200 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "OCORRENCIAS DISCIPLINARES"
               DISPLAY "1 - REGISTAR OCORRENCIA"
               DISPLAY "2 - LISTAR OCORRENCIAS DE UM ALUNO"
               DISPLAY "3 - EMITIR CARTAS AOS ENCARREGADOS"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM REGISTAR-OCORRENCIA
                   WHEN 2
                       PERFORM LISTAR-OCORRENCIAS
                   WHEN 3
                       PERFORM EMITIR-CARTAS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       PEDE-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           DISPLAY "NUMERO DO ALUNO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
           ELSE
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       DISPLAY "Aluno " WS-NUMERO " nao encontrado"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-OK
                       MOVE REC-NOME TO WS-NOME
                       MOVE REC-TURMA TO WS-TURMA
                       DISPLAY "ALUNO " WS-NUMERO " " WS-NOME
                           " TURMA " WS-TURMA
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       PROXIMO-ID.
           MOVE 0 TO WS-MAIOR-ID
           MOVE 'N' TO EOF-OCORRENCIAS
           OPEN INPUT FICHEIRO-OCORRENCIAS
           IF WS-OCORRENCIAS-STATUS = '00' OR
               WS-OCORRENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-OCORRENCIAS = 'S'
                   READ FICHEIRO-OCORRENCIAS
                       AT END
                           MOVE 'S' TO EOF-OCORRENCIAS
                       NOT AT END
                           IF OCO-ID IS NUMERIC AND
                               OCO-ID > WS-MAIOR-ID
                               MOVE OCO-ID TO WS-MAIOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-OCORRENCIAS
           END-IF
           ADD 1 TO WS-MAIOR-ID.

       REGISTAR-OCORRENCIA.
           PERFORM PEDE-ALUNO
           IF WS-ALUNO-OK = 'S'
               MOVE SPACES TO LINHA-OCORRENCIA
               MOVE WS-NUMERO TO OCO-NUMERO
               MOVE 0 TO OCO-CARTA
               MOVE 0 TO OCO-DIAS
               PERFORM PEDE-DATA-OCORRENCIA
               PERFORM PEDE-LOCAL-OCORRENCIA
               PERFORM PEDE-DESCRICAO-MEDIDA
               IF OCO-DATA = 0 OR WS-PROFESSOR-OK = 'N' OR
                   WS-MEDIDA-OK = 'N' OR OCO-DESCRICAO = SPACES
                   DISPLAY "Ocorrencia incompleta, nada gravado"
               ELSE
                   PERFORM PROXIMO-ID
                   MOVE WS-MAIOR-ID TO OCO-ID
                   OPEN EXTEND FICHEIRO-OCORRENCIAS
                   WRITE LINHA-OCORRENCIA
                   CLOSE FICHEIRO-OCORRENCIAS
                   DISPLAY "Ocorrencia " WS-MAIOR-ID " registada;"
                       " carta ao encarregado pela opcao 3"
               END-IF
           END-IF.

       PEDE-DATA-OCORRENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           DISPLAY "DATA (AAAAMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO = SPACES
               MOVE WS-DATA TO OCO-DATA
           ELSE
               COMPUTE OCO-DATA = FUNCTION NUMVAL(WS-NUM-TEXTO)
               IF FUNCTION TEST-DATE-YYYYMMDD(OCO-DATA) NOT = 0 OR
                   OCO-DATA > WS-DATA
                   DISPLAY "Data invalida"
                   MOVE 0 TO OCO-DATA
               END-IF
           END-IF.

       PEDE-LOCAL-OCORRENCIA.
      * Numa aula o professor e o da propria aula; fora da sala
      * pede-se o local e o professor que participa
           MOVE 'N' TO WS-PROFESSOR-OK
           DISPLAY "AULA (id de aulas.txt, ENTER = fora da aula): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO NOT = SPACES
               COMPUTE OCO-AULA = FUNCTION NUMVAL(WS-NUM-TEXTO)
               PERFORM PROCURA-AULA
               IF WS-AULA-OK = 'N'
                   DISPLAY "Aula " OCO-AULA " nao existe na turma "
                       WS-TURMA
               END-IF
           ELSE
               MOVE 0 TO OCO-AULA
               DISPLAY "LOCAL (ex: RECREIO, CANTINA): "
                   WITH NO ADVANCING
               ACCEPT OCO-LOCAL
               MOVE FUNCTION UPPER-CASE(OCO-LOCAL) TO OCO-LOCAL
               DISPLAY "PROFESSOR QUE PARTICIPA (codigo): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PROFESSOR
               ACCEPT WS-PROFESSOR
               MOVE FUNCTION UPPER-CASE(WS-PROFESSOR)
                   TO WS-PROFESSOR
               PERFORM VALIDA-PROFESSOR
               MOVE WS-PROFESSOR TO OCO-PROFESSOR
           END-IF.

       PROCURA-AULA.
           MOVE 'N' TO WS-AULA-OK
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           IF AUL-ID = OCO-AULA AND
                               AUL-TURMA = WS-TURMA
                               MOVE 'S' TO WS-AULA-OK
                               MOVE 'S' TO WS-PROFESSOR-OK
                               MOVE 'S' TO EOF-AULAS
                               MOVE AUL-PROFESSOR TO OCO-PROFESSOR
                               MOVE SPACES TO OCO-LOCAL
                               STRING "AULA " AUL-DISCIPLINA
                                   DELIMITED BY SIZE INTO OCO-LOCAL
                               MOVE AUL-DATA TO OCO-DATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF.

       VALIDA-PROFESSOR.
      * Sem professores.txt o codigo e aceite sem validacao
           MOVE 'N' TO WS-PROFESSOR-OK
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO = WS-PROFESSOR AND
                               WS-PROFESSOR NOT = SPACES
                               MOVE 'S' TO WS-PROFESSOR-OK
                               MOVE 'S' TO EOF-PROFESSORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
               IF WS-PROFESSOR-OK = 'N'
                   DISPLAY "Professor " WS-PROFESSOR
                       " nao existe em professores.txt"
               END-IF
           ELSE
               IF WS-PROFESSORES-STATUS = '05'
                   CLOSE FICHEIRO-PROFESSORES
               END-IF
               IF WS-PROFESSOR NOT = SPACES
                   MOVE 'S' TO WS-PROFESSOR-OK
               END-IF
           END-IF.

       PEDE-DESCRICAO-MEDIDA.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT OCO-DESCRICAO
           MOVE SPACES TO OCO-GRAVIDADE
           PERFORM UNTIL OCO-GRAVIDADE = 'LEVE' OR
               OCO-GRAVIDADE = 'GRAVE' OR OCO-GRAVIDADE = 'MGRAVE'
               DISPLAY "GRAVIDADE (LEVE/GRAVE/MGRAVE): "
                   WITH NO ADVANCING
               ACCEPT OCO-GRAVIDADE
               MOVE FUNCTION UPPER-CASE(OCO-GRAVIDADE)
                   TO OCO-GRAVIDADE
           END-PERFORM
           DISPLAY "MEDIDAS: "
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               DISPLAY "  " WS-MED-CODIGO(K) " "
                   WS-MED-DESCRICAO(K)
           END-PERFORM
           DISPLAY "MEDIDA APLICADA: " WITH NO ADVANCING
           ACCEPT OCO-MEDIDA
           MOVE FUNCTION UPPER-CASE(OCO-MEDIDA) TO OCO-MEDIDA
           PERFORM DESCREVE-MEDIDA
           IF WS-MEDIDA-OK = 'N'
               DISPLAY "Medida desconhecida"
           ELSE
               IF OCO-MEDIDA = 'SUSPEN'
                   DISPLAY "DIAS DE SUSPENSAO: " WITH NO ADVANCING
                   MOVE SPACES TO WS-NUM-TEXTO
                   ACCEPT WS-NUM-TEXTO
                   COMPUTE OCO-DIAS = FUNCTION NUMVAL(WS-NUM-TEXTO)
                   IF OCO-DIAS = 0
                       DISPLAY "Suspensao sem dias"
                       MOVE 'N' TO WS-MEDIDA-OK
                   END-IF
               END-IF
           END-IF.

       DESCREVE-MEDIDA.
           MOVE 'N' TO WS-MEDIDA-OK
           MOVE SPACES TO WS-MEDIDA-DESCRICAO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF WS-MED-CODIGO(K) = OCO-MEDIDA
                   MOVE 'S' TO WS-MEDIDA-OK
                   MOVE WS-MED-DESCRICAO(K) TO WS-MEDIDA-DESCRICAO
               END-IF
           END-PERFORM.

       LISTAR-OCORRENCIAS.
           PERFORM PEDE-ALUNO
           IF WS-ALUNO-OK = 'S'
               MOVE 0 TO I
               MOVE 'N' TO EOF-OCORRENCIAS
               OPEN INPUT FICHEIRO-OCORRENCIAS
               IF WS-OCORRENCIAS-STATUS = '00' OR
                   WS-OCORRENCIAS-STATUS = '05'
                   PERFORM UNTIL EOF-OCORRENCIAS = 'S'
                       READ FICHEIRO-OCORRENCIAS
                           AT END
                               MOVE 'S' TO EOF-OCORRENCIAS
                           NOT AT END
                               IF OCO-NUMERO = WS-NUMERO
                                   ADD 1 TO I
                                   PERFORM MOSTRA-OCORRENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-OCORRENCIAS
               END-IF
               DISPLAY I " ocorrencia(s)"
           END-IF.

       MOSTRA-OCORRENCIA.
           DISPLAY OCO-ID " " OCO-DATA " " OCO-LOCAL " PROF "
               OCO-PROFESSOR " " OCO-GRAVIDADE " " OCO-MEDIDA
               " " OCO-DIAS
           DISPLAY "      " OCO-DESCRICAO
           IF OCO-CARTA = 0
               DISPLAY "      carta ao encarregado por enviar"
           ELSE
               DISPLAY "      carta ao encarregado enviada em "
                   OCO-CARTA
           END-IF.

       CARREGA-LIGACOES.
           MOVE 0 TO WS-TOTAL-LIGACOES
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
                               WS-TOTAL-LIGACOES < 200
                               ADD 1 TO WS-TOTAL-LIGACOES
                               MOVE ENC-NUMERO TO
                                   WS-LIG-NUMERO(WS-TOTAL-LIGACOES)
                               MOVE ENC-MEMBRO TO
                                   WS-LIG-MEMBRO(WS-TOTAL-LIGACOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       CARREGA-OCORRENCIAS.
           MOVE 0 TO WS-TOTAL-OCO
           MOVE 'N' TO WS-OCO-CHEIA
           MOVE 'N' TO EOF-OCORRENCIAS
           OPEN INPUT FICHEIRO-OCORRENCIAS
           IF WS-OCORRENCIAS-STATUS = '00' OR
               WS-OCORRENCIAS-STATUS = '05'
               PERFORM UNTIL EOF-OCORRENCIAS = 'S'
                   READ FICHEIRO-OCORRENCIAS
                       AT END
                           MOVE 'S' TO EOF-OCORRENCIAS
                       NOT AT END
                           IF WS-TOTAL-OCO < 2000
                               ADD 1 TO WS-TOTAL-OCO
                               MOVE LINHA-OCORRENCIA
                                   TO WS-OCO-LINHA(WS-TOTAL-OCO)
                           ELSE
                               MOVE 'S' TO WS-OCO-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-OCORRENCIAS
           END-IF.

       EMITIR-CARTAS.
      * Uma carta por ocorrencia ainda nao comunicada e por
      * encarregado do aluno; sem encarregado a ocorrencia fica por
      * comunicar ate a ligacao existir em encarregados.txt
           PERFORM CARREGA-OCORRENCIAS
           IF WS-OCO-CHEIA = 'S'
               DISPLAY "ocorrencias.txt com mais de 2000 linhas;"
                   " cartas nao emitidas"
           ELSE
               PERFORM CARREGA-LIGACOES
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE 0 TO WS-CARTAS
               MOVE 0 TO WS-SEM-EE
               OPEN INPUT FICHEIRO-0
               IF WS-FICHEIRO-0-STATUS = '00'
                   MOVE 'S' TO WS-F0-ABERTO
               END-IF
               OPEN OUTPUT FICHEIRO-CARTAS
               OPEN INPUT FICHEIRO-NOTAS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-OCO
                   MOVE WS-OCO-LINHA(I) TO LINHA-OCORRENCIA
                   IF OCO-ID IS NUMERIC AND OCO-CARTA = 0
                       PERFORM CARTAS-DA-OCORRENCIA
                   END-IF
               END-PERFORM
               IF WS-NOTAS-STATUS = '00'
                   CLOSE FICHEIRO-NOTAS
               END-IF
               CLOSE FICHEIRO-CARTAS
               IF WS-F0-ABERTO = 'S'
                   CLOSE FICHEIRO-0
                   MOVE 'N' TO WS-F0-ABERTO
               END-IF
               IF WS-CARTAS > 0
                   PERFORM GRAVA-OCORRENCIAS
                   PERFORM REGISTA-SPOOL
               END-IF
               IF WS-SEM-EE > 0
                   DISPLAY WS-SEM-EE " ocorrencia(s) de alunos sem"
                       " encarregado em encarregados.txt"
               END-IF
               DISPLAY WS-CARTAS " carta(s) em"
                   " cartas-ocorrencias.txt"
           END-IF.

       CARTAS-DA-OCORRENCIA.
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-TURMA
           MOVE OCO-NUMERO TO REC-NUMERO
           READ FICHEIRO-NOTAS KEY IS REC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REC-NOME TO WS-NOME
                   MOVE REC-TURMA TO WS-TURMA
           END-READ
           PERFORM DESCREVE-MEDIDA
           MOVE 0 TO WS-EES-ALUNO
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-TOTAL-LIGACOES
               IF WS-LIG-NUMERO(E) = OCO-NUMERO
                   PERFORM ESCREVE-CARTA
                   ADD 1 TO WS-EES-ALUNO
                   ADD 1 TO WS-CARTAS
               END-IF
           END-PERFORM
           IF WS-EES-ALUNO = 0
               ADD 1 TO WS-SEM-EE
           ELSE
               MOVE WS-DATA TO OCO-CARTA
               MOVE LINHA-OCORRENCIA TO WS-OCO-LINHA(I)
           END-IF.

       ESCREVE-CARTA.
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "EXMO(A). ENCARREGADO(A) DE EDUCACAO "
               WS-LIG-MEMBRO(E)
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM ESCREVE-CONTACTOS
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "Comunicamos a ocorrencia disciplinar n. " OCO-ID
               " de " OCO-DATA " relativa ao aluno"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING OCO-NUMERO " " WS-NOME " da turma " WS-TURMA
               " (" OCO-LOCAL ")"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "DESCRICAO: " OCO-DESCRICAO
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "GRAVIDADE: " OCO-GRAVIDADE
               "  MEDIDA: " WS-MEDIDA-DESCRICAO
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           IF OCO-MEDIDA = 'SUSPEN'
               MOVE SPACES TO LINHA-CARTA
               STRING "DIAS DE SUSPENSAO: " OCO-DIAS
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       ESCREVE-CONTACTOS.
           IF WS-F0-ABERTO = 'S'
               MOVE WS-LIG-MEMBRO(E) TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       MOVE "CONTACTOS: (membro nao encontrado)"
                           TO LINHA-CARTA
                   NOT INVALID KEY
                       MOVE SPACES TO LINHA-CARTA
                       STRING "TEL: " REG-TELEFONE-0
                           "  EMAIL: " REG-EMAIL-0
                           DELIMITED BY SIZE INTO LINHA-CARTA
               END-READ
               WRITE LINHA-CARTA
           END-IF.

       GRAVA-OCORRENCIAS.
           OPEN OUTPUT FICHEIRO-OCORRENCIAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-OCO
               MOVE WS-OCO-LINHA(I) TO LINHA-OCORRENCIA
               WRITE LINHA-OCORRENCIA
           END-PERFORM
           CLOSE FICHEIRO-OCORRENCIAS.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'cartas-ocorrencias.txt' TO SPL-FICHEIRO
           MOVE 'CARTAS OCORRENCIAS' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM OCORRENCIAS.
