      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leitura de um cartao passado no leitor: confere o
      *          digito de controlo do numero (modulo 11), procura o
      *          cartao em cartoes.txt e devolve o titular (aluno ou
      *          membro), o indicador de fotografia e o estado; um
      *          cartao bloqueado (perdido) ou substituido por uma
      *          segunda via e recusado com o motivo; e chamado
      *          pelos modos de leitura da cantina, dos emprestimos
      *          e dos clubes, para a regra do cartao estar num
      *          sitio so
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LE-CARTAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CARTOES
               ASSIGN TO 'cartoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTOES-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-CARTOES-STATUS PIC XX.
       01 EOF-CARTOES PIC X.
      * Conferencia do numero do cartao (modulo 11)
       01 WS-CRT-TEXTO PIC X(8).
       01 WS-CRT-DIGITOS REDEFINES WS-CRT-TEXTO.
         05 WS-CRT-DIGITO PIC 9 OCCURS 8 TIMES.
       01 WS-CRT-NUMERO REDEFINES WS-CRT-TEXTO PIC 9(8).
       01 WS-CRT-VALIDO PIC X.
       01 WS-CRT-SOMA PIC 9(4).
       01 WS-CRT-CONTROLO PIC 99.
       01 P PIC 9(2).

       LINKAGE SECTION.
       01 LC-CARTAO PIC X(8).
       01 LC-RESULTADO PIC X.
       01 LC-TIPO PIC X.
       01 LC-ALUNO PIC 9(5).
       01 LC-MEMBRO PIC X(20).
       01 LC-FOTO PIC X.
       01 LC-MOTIVO PIC X(40).

       PROCEDURE DIVISION USING LC-CARTAO LC-RESULTADO LC-TIPO
           LC-ALUNO LC-MEMBRO LC-FOTO LC-MOTIVO.
       MAIN-PROCEDURE.
      * Resultado: S = cartao ativo, B = bloqueado, A = anulado
      * (substituido), N = nao existe, I = numero mal lido
           MOVE 'N' TO LC-RESULTADO
           MOVE SPACE TO LC-TIPO
           MOVE 0 TO LC-ALUNO
           MOVE SPACES TO LC-MEMBRO
           MOVE 'N' TO LC-FOTO
           MOVE SPACES TO LC-MOTIVO
           MOVE LC-CARTAO TO WS-CRT-TEXTO
           PERFORM VALIDA-DIGITO-CARTAO
           IF WS-CRT-VALIDO = 'N'
               MOVE 'I' TO LC-RESULTADO
               MOVE 'NUMERO DE CARTAO INVALIDO' TO LC-MOTIVO
           ELSE
               PERFORM PROCURA-CARTAO
           END-IF
           GOBACK.

       VALIDA-DIGITO-CARTAO.
      * Numero do cartao: 7 digitos de sequencia e 1 de controlo
      * modulo 11 com pesos 8 a 2 (resto 0 ou 1 da 0), como no NIF
           MOVE 'N' TO WS-CRT-VALIDO
           IF WS-CRT-TEXTO IS NUMERIC
               MOVE 0 TO WS-CRT-SOMA
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 7
                   COMPUTE WS-CRT-SOMA = WS-CRT-SOMA
                       + WS-CRT-DIGITO(P) * (9 - P)
               END-PERFORM
               COMPUTE WS-CRT-CONTROLO =
                   11 - FUNCTION MOD(WS-CRT-SOMA, 11)
               IF WS-CRT-CONTROLO >= 10
                   MOVE 0 TO WS-CRT-CONTROLO
               END-IF
               IF WS-CRT-CONTROLO = WS-CRT-DIGITO(8)
                   MOVE 'S' TO WS-CRT-VALIDO
               END-IF
           END-IF.

       PROCURA-CARTAO.
           MOVE 'CARTAO NAO EMITIDO' TO LC-MOTIVO
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
                               CRT-NUMERO = WS-CRT-NUMERO
                               PERFORM DEVOLVE-CARTAO
                               MOVE 'S' TO EOF-CARTOES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CARTOES
           END-IF.

       DEVOLVE-CARTAO.
           MOVE CRT-TIPO TO LC-TIPO
           MOVE CRT-ALUNO TO LC-ALUNO
           MOVE CRT-MEMBRO TO LC-MEMBRO
           MOVE CRT-FOTO TO LC-FOTO
           MOVE SPACES TO LC-MOTIVO
           EVALUATE CRT-ESTADO
               WHEN 'ATIVO'
                   MOVE 'S' TO LC-RESULTADO
               WHEN 'BLOQUEADO'
                   MOVE 'B' TO LC-RESULTADO
                   STRING 'BLOQUEADO ' CRT-MOTIVO
                       DELIMITED BY SIZE INTO LC-MOTIVO
               WHEN OTHER
                   MOVE 'A' TO LC-RESULTADO
                   STRING 'ANULADO: ' CRT-MOTIVO
                       DELIMITED BY SIZE INTO LC-MOTIVO
           END-EVALUATE.

       END PROGRAM LE-CARTAO.
