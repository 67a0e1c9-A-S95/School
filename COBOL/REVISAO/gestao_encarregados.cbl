      *          em ficheiro0.txt e parentesco), com manutencao e
      *          consulta de contactos; acaba com a suposicao de que
      *          o nome do aluno e o nome do membro sao iguais, que
      *          falha sempre que o membro e o pai ou a mae;
      *          guarda ainda os dados de faturacao do encarregado
      *          (ee-faturacao.txt: nome, NIF com digito de
      *          controlo validado e morada) usados nas faturas-
      *          recibo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-FICHEIRO-0-STATUS.
           SELECT OPTIONAL FICHEIRO-FATURACAO
               ASSIGN TO 'ee-faturacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           10 REG-EMAIL-0     PIC X(30).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
       FD FICHEIRO-FATURACAO.
       01 LINHA-FATURACAO.
         05 EEF-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 EEF-NOME       PIC X(40).
         05 FILLER         PIC X.
         05 EEF-NIF        PIC 9(9).
         05 FILLER         PIC X.
         05 EEF-MORADA     PIC X(40).
         05 FILLER         PIC X.
         05 EEF-CODPOSTAL  PIC X(8).
         05 FILLER         PIC X.
         05 EEF-LOCALIDADE PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-FATURACAO-STATUS PIC XX.
       01 EOF-FATURACAO PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-NUMERO-TEXTO PIC X(5).
           10 WS-LIG-NUMERO     PIC 9(5).
           10 WS-LIG-MEMBRO     PIC X(20).
           10 WS-LIG-PARENTESCO PIC X(10).
       01 WS-TOTAL-FATURACAO PIC 9(3) VALUE 0.
       01 WS-FAT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-FATURACAO.
         05 WS-FAT OCCURS 200 TIMES.
           10 WS-FAT-MEMBRO     PIC X(20).
           10 WS-FAT-NOME       PIC X(40).
           10 WS-FAT-NIF        PIC 9(9).
           10 WS-FAT-MORADA     PIC X(40).
           10 WS-FAT-CODPOSTAL  PIC X(8).
           10 WS-FAT-LOCALIDADE PIC X(20).
       01 WS-TEXTO-40 PIC X(40).
       01 WS-NIF-TEXTO PIC X(9).
       01 WS-NIF-DIGITOS REDEFINES WS-NIF-TEXTO.
         05 WS-NIF-DIGITO PIC 9 OCCURS 9 TIMES.
       01 WS-NIF-VALIDO PIC X.
       01 WS-NIF-SOMA PIC 9(4).
       01 WS-NIF-CONTROLO PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "2 - CRIAR/ALTERAR LIGACAO"
               DISPLAY "3 - REMOVER LIGACAO"
               DISPLAY "4 - CONTACTOS DE UM ALUNO"
               DISPLAY "5 - DADOS DE FATURACAO DO ENCARREGADO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
                       PERFORM REMOVER-LIGACAO
                   WHEN 4
                       PERFORM CONTACTOS-ALUNO
                   WHEN 5
                       PERFORM ALTERAR-FATURACAO
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
               END-IF
           END-IF.

       CARREGA-FATURACAO.
           MOVE 0 TO WS-TOTAL-FATURACAO
           MOVE 'N' TO WS-FAT-CHEIA
           MOVE 'N' TO EOF-FATURACAO
           OPEN INPUT FICHEIRO-FATURACAO
           IF WS-FATURACAO-STATUS = '00' OR
               WS-FATURACAO-STATUS = '05'
               PERFORM UNTIL EOF-FATURACAO = 'S'
                   READ FICHEIRO-FATURACAO
                       AT END
                           MOVE 'S' TO EOF-FATURACAO
                       NOT AT END
                           IF EEF-MEMBRO NOT = SPACES AND
                               WS-TOTAL-FATURACAO < 200
                               ADD 1 TO WS-TOTAL-FATURACAO
                               MOVE WS-TOTAL-FATURACAO TO I
                               MOVE EEF-MEMBRO TO WS-FAT-MEMBRO(I)
                               MOVE EEF-NOME TO WS-FAT-NOME(I)
                               MOVE EEF-NIF TO WS-FAT-NIF(I)
                               MOVE EEF-MORADA TO WS-FAT-MORADA(I)
                               MOVE EEF-CODPOSTAL
                                   TO WS-FAT-CODPOSTAL(I)
                               MOVE EEF-LOCALIDADE
                                   TO WS-FAT-LOCALIDADE(I)
                           ELSE
                               IF EEF-MEMBRO NOT = SPACES
                                   MOVE 'S' TO WS-FAT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FATURACAO
           END-IF
           IF WS-FAT-CHEIA = 'S'
               DISPLAY "AVISO: ee-faturacao.txt excede a tabela"
                   " de 200 registos; leitura parcial e"
                   " regravacao bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-FATURACAO.
           IF WS-FAT-CHEIA = 'S'
               DISPLAY "ee-faturacao.txt nao regravado: a"
                   " alteracao nao ficou gravada"
           ELSE
               OPEN OUTPUT FICHEIRO-FATURACAO
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TOTAL-FATURACAO
                   MOVE SPACES TO LINHA-FATURACAO
                   MOVE WS-FAT-MEMBRO(I) TO EEF-MEMBRO
                   MOVE WS-FAT-NOME(I) TO EEF-NOME
                   MOVE WS-FAT-NIF(I) TO EEF-NIF
                   MOVE WS-FAT-MORADA(I) TO EEF-MORADA
                   MOVE WS-FAT-CODPOSTAL(I) TO EEF-CODPOSTAL
                   MOVE WS-FAT-LOCALIDADE(I) TO EEF-LOCALIDADE
                   WRITE LINHA-FATURACAO
               END-PERFORM
               CLOSE FICHEIRO-FATURACAO
           END-IF.

       VALIDA-NIF.
      * NIF portugues: 9 digitos, o ultimo e controlo modulo 11
      * sobre os 8 primeiros com pesos 9 a 2 (resto 0 ou 1 da 0)
           MOVE 'N' TO WS-NIF-VALIDO
           IF WS-NIF-TEXTO IS NUMERIC AND WS-NIF-DIGITO(1) NOT = 0
               MOVE 0 TO WS-NIF-SOMA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
                       + WS-NIF-DIGITO(I) * (10 - I)
               END-PERFORM
               COMPUTE WS-NIF-CONTROLO =
                   11 - FUNCTION MOD(WS-NIF-SOMA, 11)
               IF WS-NIF-CONTROLO >= 10
                   MOVE 0 TO WS-NIF-CONTROLO
               END-IF
               IF WS-NIF-CONTROLO = WS-NIF-DIGITO(9)
                   MOVE 'S' TO WS-NIF-VALIDO
               END-IF
           END-IF.

       ALTERAR-FATURACAO.
      * Os documentos fiscais saem em nome de quem paga, que e o
      * encarregado e nao o aluno; sem ficha de faturacao o
      * documento sai a consumidor final
           DISPLAY "NOME DO MEMBRO ENCARREGADO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           IF WS-MEMBRO = SPACES
               DISPLAY "Nome obrigatorio, nada alterado"
           ELSE
               PERFORM VALIDA-MEMBRO
               IF WS-MEMBRO-EXISTE = 'S'
                   PERFORM CARREGA-FATURACAO
                   PERFORM PEDE-E-GRAVA-FATURACAO
               END-IF
           END-IF.

       PEDE-E-GRAVA-FATURACAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-FATURACAO
               IF WS-FAT-MEMBRO(I) = WS-MEMBRO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-FATURACAO >= 200
               DISPLAY "Tabela de faturacao cheia, nada gravado"
           ELSE
               IF WS-ACHADO = 0
                   ADD 1 TO WS-TOTAL-FATURACAO
                   MOVE WS-TOTAL-FATURACAO TO WS-ACHADO
                   MOVE WS-MEMBRO TO WS-FAT-MEMBRO(WS-ACHADO)
                   MOVE WS-MEMBRO TO WS-FAT-NOME(WS-ACHADO)
                   MOVE 0 TO WS-FAT-NIF(WS-ACHADO)
                   MOVE SPACES TO WS-FAT-MORADA(WS-ACHADO)
                   MOVE SPACES TO WS-FAT-CODPOSTAL(WS-ACHADO)
                   MOVE SPACES TO WS-FAT-LOCALIDADE(WS-ACHADO)
               ELSE
                   DISPLAY "NOME    : " WS-FAT-NOME(WS-ACHADO)
                   DISPLAY "NIF     : " WS-FAT-NIF(WS-ACHADO)
                   DISPLAY "MORADA  : " WS-FAT-MORADA(WS-ACHADO)
                   DISPLAY "C.POSTAL: " WS-FAT-CODPOSTAL(WS-ACHADO)
                       " " WS-FAT-LOCALIDADE(WS-ACHADO)
               END-IF
               DISPLAY "(ENTER mantem o valor atual)"
               DISPLAY "NOME DE FATURACAO: " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO-40
               ACCEPT WS-TEXTO-40
               IF WS-TEXTO-40 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEXTO-40)
                       TO WS-FAT-NOME(WS-ACHADO)
               END-IF
               DISPLAY "NIF (9 DIGITOS): " WITH NO ADVANCING
               MOVE SPACES TO WS-NIF-TEXTO
               ACCEPT WS-NIF-TEXTO
               IF WS-NIF-TEXTO NOT = SPACES
                   PERFORM VALIDA-NIF
                   IF WS-NIF-VALIDO = 'S'
                       MOVE WS-NIF-TEXTO TO WS-FAT-NIF(WS-ACHADO)
                   ELSE
                       DISPLAY "NIF " WS-NIF-TEXTO " invalido"
                           " (digito de controlo); NIF mantido"
                   END-IF
               END-IF
               DISPLAY "MORADA: " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO-40
               ACCEPT WS-TEXTO-40
               IF WS-TEXTO-40 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEXTO-40)
                       TO WS-FAT-MORADA(WS-ACHADO)
               END-IF
               DISPLAY "CODIGO POSTAL (0000-000): " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO-40
               ACCEPT WS-TEXTO-40
               IF WS-TEXTO-40 NOT = SPACES
                   MOVE WS-TEXTO-40 TO WS-FAT-CODPOSTAL(WS-ACHADO)
               END-IF
               DISPLAY "LOCALIDADE: " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO-40
               ACCEPT WS-TEXTO-40
               IF WS-TEXTO-40 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEXTO-40)
                       TO WS-FAT-LOCALIDADE(WS-ACHADO)
               END-IF
               PERFORM GRAVA-FATURACAO
               IF WS-FAT-NIF(WS-ACHADO) = 0
                   DISPLAY "Aviso: sem NIF, os documentos saem a"
                       " consumidor final"
               END-IF
               DISPLAY "Dados de faturacao de " WS-MEMBRO
                   " gravados"
           END-IF.

       END PROGRAM GESTAO-ENCARREGADOS.
