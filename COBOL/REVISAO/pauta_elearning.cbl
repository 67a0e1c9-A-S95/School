      ******************************************************************
      * Author:
      * Date:
      * Purpose: Converte a pauta exportada pela plataforma de
      *          e-learning (elearning-pauta.csv, folha de calculo
      *          com cabecalho, separada por ';' ou ',' e com campos
      *          entre aspas) no ficheiro notas-import.txt (nome;nota
      *          por linha), para as notas seguirem a validacao da
      *          importacao e a aprovacao por um segundo operador
      *          como qualquer outro lote; as colunas do numero de
      *          identificacao e do total do curso procuram-se pelo
      *          nome no cabecalho, o nome vem de NOTAS.DAT pelo
      *          numero e a nota passa da escala da plataforma
      *          (parametro ELEARNING-ESCALA) para 0-20; as linhas
      *          que nao se podem converter vao para
      *          elearning-pauta-rejeitados.txt com o motivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUTA-ELEARNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PAUTA
               ASSIGN TO 'elearning-pauta.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUTA-STATUS.
           SELECT OPTIONAL FICHEIRO-IMPORT
               ASSIGN TO 'notas-import.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT FICHEIRO-REJEITADOS
               ASSIGN TO 'elearning-pauta-rejeitados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
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
       FD FICHEIRO-PAUTA.
       01 LINHA-PAUTA PIC X(1000).
       FD FICHEIRO-IMPORT.
       01 LINHA-IMPORT PIC X(80).
       FD FICHEIRO-REJEITADOS.
       01 LINHA-REJEITADO PIC X(100).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-PAUTA-STATUS PIC XX.
       01 WS-IMPORT-STATUS PIC XX.
       01 WS-REJEITADOS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-PAUTA PIC X.
       01 EOF-IMPORT PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-ESCALA PIC 9(5) VALUE 20.
       01 WS-RESPOSTA PIC X.
       01 WS-PROSSEGUE PIC X.
       01 WS-LINHAS-EXISTENTES PIC 9(5).
      * Alunos de NOTAS.DAT: a importacao procura pelo nome, por
      * isso um nome repetido nao se pode converter
       01 WS-TOTAL-ALUNOS PIC 9(4) VALUE 0.
       01 WS-TABELA-ALUNOS.
         05 WS-ALU OCCURS 2000 TIMES.
           10 WS-ALU-NUMERO PIC 9(5).
           10 WS-ALU-NOME   PIC X(20).
           10 WS-ALU-TURMA  PIC X(6).
       01 WS-ALVO PIC 9(4).
       01 WS-HOMONIMOS PIC 9(4).
       01 K PIC 9(4).
      * Campos da linha da folha de calculo
       01 WS-SEPARADOR PIC X.
       01 WS-TOTAL-CAMPOS PIC 9(3).
       01 WS-TABELA-CAMPOS.
         05 WS-CAMPO PIC X(60) OCCURS 60 TIMES.
       01 WS-ENTRE-ASPAS PIC X.
       01 WS-POS-CAMPO PIC 9(3).
       01 WS-CAR PIC X.
       01 WS-SEGUINTE PIC X.
       01 WS-TAM-LINHA PIC 9(4).
       01 I PIC 9(4).
       01 WS-CAB PIC X(60).
       01 WS-CONTA PIC 9(3).
       01 WS-COL-ID PIC 9(3) VALUE 0.
       01 WS-COL-NOTA PIC 9(3) VALUE 0.
      * Conversao de cada linha
       01 WS-LINHA-NUM PIC 9(5) VALUE 0.
       01 WS-ID-TEXTO PIC X(60).
       01 WS-NOTA-TEXTO PIC X(60).
       01 WS-TEXTO-VALIDO PIC X.
       01 WS-ALGARISMOS PIC 9(3).
       01 WS-PONTOS PIC 9(3).
       01 WS-NUMERO PIC 9(5).
       01 WS-VALOR PIC 9(5)V99.
       01 WS-NOTA-20 PIC 9(3)V9.
       01 WS-NOTA-EDITADA PIC ZZ9.9.
       01 WS-MOTIVO PIC X(40).
       01 WS-CONVERTIDAS PIC 9(5) VALUE 0.
       01 WS-REJEITADAS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "###################"
           DISPLAY "PAUTA DA PLATAFORMA DE E-LEARNING"
           DISPLAY "###################"
           MOVE 'ELEARNING-ESCALA' TO WS-PARAMETRO-CHAVE
           MOVE WS-ESCALA TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR > 0
               MOVE WS-PARAMETRO-VALOR TO WS-ESCALA
           END-IF
           OPEN INPUT FICHEIRO-PAUTA
           IF WS-PAUTA-STATUS NOT = '00'
               DISPLAY "elearning-pauta.csv nao encontrado"
               IF WS-PAUTA-STATUS = '05'
                   CLOSE FICHEIRO-PAUTA
               END-IF
           ELSE
               CLOSE FICHEIRO-PAUTA
               PERFORM CARREGA-ALUNOS
               PERFORM CONFIRMA-SUBSTITUICAO
               IF WS-PROSSEGUE = 'S'
                   PERFORM CONVERTE-PAUTA
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

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

       CARREGA-ALUNOS.
           MOVE 0 TO WS-TOTAL-ALUNOS
           MOVE 'N' TO EOF-NOTAS
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               PERFORM UNTIL EOF-NOTAS = 'S'
                   READ FICHEIRO-NOTAS
                       AT END
                           MOVE 'S' TO EOF-NOTAS
                       NOT AT END
                           IF WS-TOTAL-ALUNOS < 2000
                               ADD 1 TO WS-TOTAL-ALUNOS
                               MOVE REC-NUMERO TO
                                   WS-ALU-NUMERO(WS-TOTAL-ALUNOS)
                               MOVE REC-NOME TO
                                   WS-ALU-NOME(WS-TOTAL-ALUNOS)
                               MOVE REC-TURMA TO
                                   WS-ALU-TURMA(WS-TOTAL-ALUNOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-NOTAS
           END-IF.

       CONFIRMA-SUBSTITUICAO.
      * notas-import.txt pode ter um ficheiro de professor ainda por
      * importar: so se substitui com confirmacao
           MOVE 'S' TO WS-PROSSEGUE
           MOVE 0 TO WS-LINHAS-EXISTENTES
           MOVE 'N' TO EOF-IMPORT
           OPEN INPUT FICHEIRO-IMPORT
           IF WS-IMPORT-STATUS = '00'
               PERFORM UNTIL EOF-IMPORT = 'S'
                   READ FICHEIRO-IMPORT
                       AT END
                           MOVE 'S' TO EOF-IMPORT
                       NOT AT END
                           IF LINHA-IMPORT NOT = SPACES
                               ADD 1 TO WS-LINHAS-EXISTENTES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-IMPORT-STATUS = '00' OR WS-IMPORT-STATUS = '05'
               OR WS-IMPORT-STATUS = '10'
               CLOSE FICHEIRO-IMPORT
           END-IF
           IF WS-LINHAS-EXISTENTES > 0
               DISPLAY "notas-import.txt ja tem "
                   WS-LINHAS-EXISTENTES " linha(s)."
               DISPLAY "Substituir pela pauta do e-learning? (S/N)"
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
                   MOVE 'N' TO WS-PROSSEGUE
                   DISPLAY "Conversao cancelada"
               END-IF
           END-IF.

       CONVERTE-PAUTA.
           MOVE 0 TO WS-LINHA-NUM
           MOVE 0 TO WS-CONVERTIDAS
           MOVE 0 TO WS-REJEITADAS
           MOVE 0 TO WS-COL-ID
           MOVE 0 TO WS-COL-NOTA
           MOVE 'N' TO EOF-PAUTA
           OPEN INPUT FICHEIRO-PAUTA
           OPEN OUTPUT FICHEIRO-IMPORT
           OPEN OUTPUT FICHEIRO-REJEITADOS
           MOVE SPACES TO LINHA-REJEITADO
           STRING "PAUTA E-LEARNING - LINHAS NAO CONVERTIDAS"
               " (ESCALA " WS-ESCALA ")"
               DELIMITED BY SIZE INTO LINHA-REJEITADO
           WRITE LINHA-REJEITADO
           READ FICHEIRO-PAUTA
               AT END
                   MOVE 'S' TO EOF-PAUTA
               NOT AT END
                   ADD 1 TO WS-LINHA-NUM
                   PERFORM LE-CABECALHO
           END-READ
           IF WS-COL-ID = 0 OR WS-COL-NOTA = 0
               MOVE 'S' TO EOF-PAUTA
               MOVE SPACES TO LINHA-REJEITADO
               STRING "Cabecalho sem a coluna do numero de "
                   "identificacao ou do total do curso"
                   DELIMITED BY SIZE INTO LINHA-REJEITADO
               WRITE LINHA-REJEITADO
               DISPLAY FUNCTION TRIM(LINHA-REJEITADO)
           END-IF
           PERFORM UNTIL EOF-PAUTA = 'S'
               READ FICHEIRO-PAUTA
                   AT END
                       MOVE 'S' TO EOF-PAUTA
                   NOT AT END
                       ADD 1 TO WS-LINHA-NUM
                       IF LINHA-PAUTA NOT = SPACES
                           PERFORM SEPARA-CAMPOS
                           PERFORM CONVERTE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO LINHA-REJEITADO
           STRING "Convertidas: " WS-CONVERTIDAS
               "  Rejeitadas: " WS-REJEITADAS
               DELIMITED BY SIZE INTO LINHA-REJEITADO
           WRITE LINHA-REJEITADO
           CLOSE FICHEIRO-PAUTA
           CLOSE FICHEIRO-IMPORT
           CLOSE FICHEIRO-REJEITADOS
           DISPLAY "Notas convertidas para notas-import.txt: "
               WS-CONVERTIDAS
           DISPLAY "Linhas rejeitadas (elearning-pauta-rejeitados.txt)"
               ": " WS-REJEITADAS
           IF WS-CONVERTIDAS > 0
               DISPLAY "Segue-se a importacao de notas e a aprovacao"
                   " do lote"
           END-IF.

       LE-CABECALHO.
      * O separador e o ';' da folha de calculo em portugues ou a
      * ',' da exportacao por omissao da plataforma
           MOVE 0 TO WS-CONTA
           INSPECT LINHA-PAUTA TALLYING WS-CONTA FOR ALL ';'
           IF WS-CONTA > 0
               MOVE ';' TO WS-SEPARADOR
           ELSE
               MOVE ',' TO WS-SEPARADOR
           END-IF
           PERFORM SEPARA-CAMPOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-CAMPOS
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPO(K)))
                   TO WS-CAB
               MOVE 0 TO WS-CONTA
               INSPECT WS-CAB TALLYING WS-CONTA
                   FOR ALL 'IDENTIFICA' ALL 'ID NUMBER' ALL 'IDNUMBER'
               IF WS-COL-ID = 0 AND
                   (WS-CONTA > 0 OR WS-CAB = 'NUMERO')
                   MOVE K TO WS-COL-ID
               END-IF
               MOVE 0 TO WS-CONTA
               INSPECT WS-CAB TALLYING WS-CONTA
                   FOR ALL 'TOTAL DO CURSO' ALL 'COURSE TOTAL'
               IF WS-COL-NOTA = 0 AND
                   (WS-CONTA > 0 OR WS-CAB(1 : 10) = 'NOTA FINAL')
                   MOVE K TO WS-COL-NOTA
               END-IF
           END-PERFORM.

       SEPARA-CAMPOS.
      * Campo a campo, carater a carater: o separador dentro de
      * aspas faz parte do campo e "" e uma aspa literal; o fim de
      * linha de Windows e a marca UTF-8 no inicio do ficheiro
      * passam a espacos
           INSPECT LINHA-PAUTA REPLACING ALL X'0D' BY SPACE
           IF LINHA-PAUTA(1 : 3) = X'EFBBBF'
               MOVE SPACES TO LINHA-PAUTA(1 : 3)
           END-IF
           MOVE SPACES TO WS-TABELA-CAMPOS
           MOVE 1 TO WS-TOTAL-CAMPOS
           MOVE 0 TO WS-POS-CAMPO
           MOVE 'N' TO WS-ENTRE-ASPAS
           MOVE 0 TO WS-TAM-LINHA
           INSPECT FUNCTION REVERSE(LINHA-PAUTA)
               TALLYING WS-TAM-LINHA FOR LEADING SPACES
           COMPUTE WS-TAM-LINHA = 1000 - WS-TAM-LINHA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TAM-LINHA
               MOVE LINHA-PAUTA(I : 1) TO WS-CAR
               IF I < 1000
                   MOVE LINHA-PAUTA(I + 1 : 1) TO WS-SEGUINTE
               ELSE
                   MOVE SPACE TO WS-SEGUINTE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CAR = '"' AND WS-ENTRE-ASPAS = 'S'
                       AND WS-SEGUINTE = '"'
                       PERFORM JUNTA-CARATER
                       ADD 1 TO I
                   WHEN WS-CAR = '"'
                       IF WS-ENTRE-ASPAS = 'S'
                           MOVE 'N' TO WS-ENTRE-ASPAS
                       ELSE
                           MOVE 'S' TO WS-ENTRE-ASPAS
                       END-IF
                   WHEN WS-CAR = WS-SEPARADOR AND WS-ENTRE-ASPAS = 'N'
                       IF WS-TOTAL-CAMPOS < 60
                           ADD 1 TO WS-TOTAL-CAMPOS
                       END-IF
                       MOVE 0 TO WS-POS-CAMPO
                   WHEN OTHER
                       PERFORM JUNTA-CARATER
               END-EVALUATE
           END-PERFORM.

       JUNTA-CARATER.
           IF WS-POS-CAMPO < 60
               ADD 1 TO WS-POS-CAMPO
               MOVE WS-CAR TO
                   WS-CAMPO(WS-TOTAL-CAMPOS)(WS-POS-CAMPO : 1)
           END-IF.

       CONVERTE-LINHA.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-ID-TEXTO
           MOVE SPACES TO WS-NOTA-TEXTO
           IF WS-COL-ID <= WS-TOTAL-CAMPOS
               MOVE FUNCTION TRIM(WS-CAMPO(WS-COL-ID)) TO WS-ID-TEXTO
           END-IF
           IF WS-COL-NOTA <= WS-TOTAL-CAMPOS
               MOVE FUNCTION TRIM(WS-CAMPO(WS-COL-NOTA))
                   TO WS-NOTA-TEXTO
           END-IF
           PERFORM VALIDA-NUMERO
           IF WS-MOTIVO = SPACES
               PERFORM PROCURA-ALUNO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM VALIDA-NOTA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM GRAVA-IMPORT
           ELSE
               PERFORM REGISTA-REJEICAO
           END-IF.

       VALIDA-NUMERO.
           MOVE 0 TO WS-ALGARISMOS
           MOVE 'S' TO WS-TEXTO-VALIDO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 60
               MOVE WS-ID-TEXTO(I : 1) TO WS-CAR
               IF WS-CAR NOT = SPACE
                   IF WS-CAR < '0' OR WS-CAR > '9'
                       MOVE 'N' TO WS-TEXTO-VALIDO
                   ELSE
                       ADD 1 TO WS-ALGARISMOS
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ID-TEXTO = SPACES
                   MOVE "numero de identificacao em falta" TO WS-MOTIVO
               WHEN WS-TEXTO-VALIDO = 'N' OR WS-ALGARISMOS > 5
                   MOVE "numero de identificacao invalido" TO WS-MOTIVO
               WHEN OTHER
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-ID-TEXTO)
           END-EVALUATE.

       PROCURA-ALUNO.
           MOVE 0 TO WS-ALVO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-ALUNOS
               IF WS-ALU-NUMERO(K) = WS-NUMERO
                   MOVE K TO WS-ALVO
               END-IF
           END-PERFORM
           IF WS-ALVO = 0
               MOVE "aluno nao inscrito em NOTAS.DAT" TO WS-MOTIVO
           ELSE
               IF WS-ALU-TURMA(WS-ALVO) = 'SAIDA'
                   MOVE "aluno com matricula anulada" TO WS-MOTIVO
               ELSE
                   MOVE 0 TO WS-HOMONIMOS
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-TOTAL-ALUNOS
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-ALU-NOME(K))) =
                           FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-ALU-NOME(WS-ALVO)))
                           ADD 1 TO WS-HOMONIMOS
                       END-IF
                   END-PERFORM
                   IF WS-HOMONIMOS > 1
                       MOVE "nome repetido em NOTAS.DAT" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       VALIDA-NOTA.
      * A plataforma marca com '-' quem ainda nao tem nota
           MOVE 'S' TO WS-TEXTO-VALIDO
           MOVE 0 TO WS-ALGARISMOS
           INSPECT WS-NOTA-TEXTO REPLACING ALL ',' BY '.'
           MOVE 0 TO WS-PONTOS
           INSPECT WS-NOTA-TEXTO TALLYING WS-PONTOS FOR ALL '.'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 60
               MOVE WS-NOTA-TEXTO(I : 1) TO WS-CAR
               IF WS-CAR NOT = SPACE
                   IF WS-CAR NOT = '.' AND
                       (WS-CAR < '0' OR WS-CAR > '9')
                       MOVE 'N' TO WS-TEXTO-VALIDO
                   ELSE
                       ADD 1 TO WS-ALGARISMOS
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-NOTA-TEXTO = SPACES OR WS-NOTA-TEXTO = '-'
                   MOVE "sem nota na plataforma" TO WS-MOTIVO
               WHEN WS-TEXTO-VALIDO = 'N' OR WS-ALGARISMOS > 9
                   OR WS-PONTOS > 1
                   MOVE "nota nao numerica" TO WS-MOTIVO
               WHEN OTHER
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-NOTA-TEXTO)
                   IF WS-VALOR > WS-ESCALA
                       MOVE "nota acima da escala da plataforma"
                           TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-NOTA-20 ROUNDED =
                           WS-VALOR * 20 / WS-ESCALA
                   END-IF
           END-EVALUATE.

       GRAVA-IMPORT.
           MOVE WS-NOTA-20 TO WS-NOTA-EDITADA
           MOVE SPACES TO LINHA-IMPORT
           STRING FUNCTION TRIM(WS-ALU-NOME(WS-ALVO)) ";"
               FUNCTION TRIM(WS-NOTA-EDITADA)
               DELIMITED BY SIZE INTO LINHA-IMPORT
           WRITE LINHA-IMPORT
           ADD 1 TO WS-CONVERTIDAS.

       REGISTA-REJEICAO.
           MOVE SPACES TO LINHA-REJEITADO
           STRING "Linha " WS-LINHA-NUM " id "
               WS-ID-TEXTO(1 : 10) " nota " WS-NOTA-TEXTO(1 : 8)
               ": " WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-REJEITADO
           WRITE LINHA-REJEITADO
           ADD 1 TO WS-REJEITADAS.

       END PROGRAM PAUTA-ELEARNING.
