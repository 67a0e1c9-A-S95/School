      ******************************************************************
      * Author:
      * Date:
      * Purpose: Caixa de saida das comunicacoes as familias: poe em
      *          caixa-saida.txt uma mensagem (origem, modelo, texto
      *          ate 160 caracteres) para um membro, ou para todos os
      *          encarregados ligados ao aluno em encarregados.txt
      *          quando o membro vem em branco; o canal sai dos
      *          contactos de ficheiro0.txt (EMAIL se houver email,
      *          senao SMS se houver telefone, senao CARTA); uma
      *          mensagem igual ja posta nao se repete; e chamado
      *          pelas cartas de cobranca, pelas faltas
      *          injustificadas, pelos emprestimos e pela cantina,
      *          para a regra do canal estar num sitio so
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTA-MENSAGEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CAIXA
               ASSIGN TO 'caixa-saida.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXA-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CAIXA.
       01 LINHA-MENSAGEM.
         05 MSG-ID          PIC 9(7).
         05 FILLER          PIC X.
         05 MSG-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 MSG-HORA        PIC 9(6).
         05 FILLER          PIC X.
         05 MSG-ORIGEM      PIC X(20).
         05 FILLER          PIC X.
         05 MSG-MODELO      PIC X(10).
         05 FILLER          PIC X.
         05 MSG-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 MSG-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 MSG-CANAL       PIC X(5).
         05 FILLER          PIC X.
         05 MSG-DESTINO     PIC X(30).
         05 FILLER          PIC X.
         05 MSG-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 MSG-DATA-ESTADO PIC 9(8).
         05 FILLER          PIC X.
         05 MSG-MOTIVO      PIC X(30).
         05 FILLER          PIC X.
         05 MSG-TEXTO       PIC X(160).
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

       WORKING-STORAGE SECTION.
       01 WS-CAIXA-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 EOF-CAIXA PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-PROX-ID PIC 9(7).
       01 WS-REPETIDA PIC X.
       01 WS-CANAL PIC X(5).
       01 WS-DESTINO PIC X(30).
       01 WS-ESTADO PIC X(9).
       01 WS-PAPEL-CHAMADOR PIC X.
       01 WS-ELETRONICAS PIC 9(2).
       01 WS-CARTAS PIC 9(2).
       01 WS-REPETIDAS PIC 9(2).
       01 D PIC 9(2).
       01 WS-TOTAL-DEST PIC 9(2).
       01 WS-TABELA-DESTINATARIOS.
         05 WS-DST-MEMBRO PIC X(20) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01 LC-ORIGEM PIC X(20).
       01 LC-MODELO PIC X(10).
       01 LC-MEMBRO PIC X(20).
       01 LC-ALUNO PIC 9(5).
       01 LC-TEXTO PIC X(160).
       01 LC-PAPEL PIC X.
       01 LC-RESULTADO PIC X.
       01 LC-QUANTOS PIC 9(2).

       PROCEDURE DIVISION USING LC-ORIGEM LC-MODELO LC-MEMBRO
           LC-ALUNO LC-TEXTO LC-PAPEL LC-RESULTADO LC-QUANTOS.
       MAIN-PROCEDURE.
      * LC-PAPEL = 'S': o chamador imprime ele proprio a carta a
      * quem nao tem contacto eletronico, e a mensagem CARTA fica
      * ja IMPRESSA; 'N': a carta sai na corrida de falhas das
      * comunicacoes
      * Resultado: S = pelo menos uma mensagem eletronica posta,
      * C = so carta, D = ja tinha sido posta, N = sem destinatario
           MOVE 'N' TO LC-RESULTADO
           MOVE 0 TO LC-QUANTOS
           MOVE 0 TO WS-ELETRONICAS
           MOVE 0 TO WS-CARTAS
           MOVE 0 TO WS-REPETIDAS
           MOVE LC-PAPEL TO WS-PAPEL-CHAMADOR
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM JUNTA-DESTINATARIOS
           IF WS-TOTAL-DEST > 0
               PERFORM PROXIMO-ID-MENSAGEM
               OPEN INPUT FICHEIRO-0
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-DEST
                   PERFORM POE-MENSAGEM-DESTINATARIO
               END-PERFORM
               IF WS-FICHEIRO-0-STATUS = '00'
                   CLOSE FICHEIRO-0
               END-IF
               EVALUATE TRUE
                   WHEN WS-ELETRONICAS > 0
                       MOVE 'S' TO LC-RESULTADO
                   WHEN WS-CARTAS > 0
                       MOVE 'C' TO LC-RESULTADO
                   WHEN WS-REPETIDAS > 0
                       MOVE 'D' TO LC-RESULTADO
               END-EVALUATE
               COMPUTE LC-QUANTOS = WS-ELETRONICAS + WS-CARTAS
           END-IF
           GOBACK.

       JUNTA-DESTINATARIOS.
      * Membro indicado, ou todos os encarregados do aluno
           MOVE 0 TO WS-TOTAL-DEST
           IF LC-MEMBRO NOT = SPACES
               MOVE 1 TO WS-TOTAL-DEST
               MOVE LC-MEMBRO TO WS-DST-MEMBRO(1)
           ELSE
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
                                   ENC-NUMERO = LC-ALUNO AND
                                   WS-TOTAL-DEST < 10
                                   ADD 1 TO WS-TOTAL-DEST
                                   MOVE ENC-MEMBRO
                                       TO WS-DST-MEMBRO(WS-TOTAL-DEST)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-ENCARREGADOS
               END-IF
           END-IF.

       PROXIMO-ID-MENSAGEM.
           MOVE 0 TO WS-PROX-ID
           MOVE 'N' TO EOF-CAIXA
           OPEN INPUT FICHEIRO-CAIXA
           IF WS-CAIXA-STATUS = '00' OR WS-CAIXA-STATUS = '05'
               PERFORM UNTIL EOF-CAIXA = 'S'
                   READ FICHEIRO-CAIXA
                       AT END
                           MOVE 'S' TO EOF-CAIXA
                       NOT AT END
                           IF MSG-ID IS NUMERIC AND
                               MSG-ID > WS-PROX-ID
                               MOVE MSG-ID TO WS-PROX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CAIXA
           END-IF
           ADD 1 TO WS-PROX-ID.

       POE-MENSAGEM-DESTINATARIO.
           PERFORM ESCOLHE-CANAL
           PERFORM VERIFICA-REPETIDA
           IF WS-REPETIDA = 'S'
               ADD 1 TO WS-REPETIDAS
           ELSE
               MOVE 'PENDENTE' TO WS-ESTADO
               IF WS-CANAL = 'CARTA' AND WS-PAPEL-CHAMADOR = 'S'
                   MOVE 'IMPRESSA' TO WS-ESTADO
               END-IF
               OPEN EXTEND FICHEIRO-CAIXA
               MOVE SPACES TO LINHA-MENSAGEM
               MOVE WS-PROX-ID TO MSG-ID
               MOVE WS-DATA TO MSG-DATA
               MOVE WS-HORA TO MSG-HORA
               MOVE LC-ORIGEM TO MSG-ORIGEM
               MOVE LC-MODELO TO MSG-MODELO
               MOVE WS-DST-MEMBRO(D) TO MSG-MEMBRO
               MOVE LC-ALUNO TO MSG-ALUNO
               MOVE WS-CANAL TO MSG-CANAL
               MOVE WS-DESTINO TO MSG-DESTINO
               MOVE WS-ESTADO TO MSG-ESTADO
               MOVE WS-DATA TO MSG-DATA-ESTADO
               MOVE LC-TEXTO TO MSG-TEXTO
               WRITE LINHA-MENSAGEM
               CLOSE FICHEIRO-CAIXA
               ADD 1 TO WS-PROX-ID
               IF WS-CANAL = 'CARTA'
                   ADD 1 TO WS-CARTAS
               ELSE
                   ADD 1 TO WS-ELETRONICAS
               END-IF
           END-IF.

       ESCOLHE-CANAL.
      * Email primeiro, SMS se so houver telefone, carta em papel
      * para quem nao tem contacto eletronico
           MOVE 'CARTA' TO WS-CANAL
           MOVE SPACES TO WS-DESTINO
           IF WS-FICHEIRO-0-STATUS = '00'
               MOVE WS-DST-MEMBRO(D) TO REG-NOME-0
               READ FICHEIRO-0 KEY IS REG-NOME-0
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN REG-EMAIL-0 NOT = SPACES
                               MOVE 'EMAIL' TO WS-CANAL
                               MOVE REG-EMAIL-0 TO WS-DESTINO
                           WHEN REG-TELEFONE-0 NOT = SPACES
                               MOVE 'SMS' TO WS-CANAL
                               MOVE REG-TELEFONE-0 TO WS-DESTINO
                       END-EVALUATE
               END-READ
           END-IF.

       VERIFICA-REPETIDA.
      * Uma segunda corrida do mesmo relatorio nao volta a mandar
      * a mesma mensagem a mesma pessoa
           MOVE 'N' TO WS-REPETIDA
           MOVE 'N' TO EOF-CAIXA
           OPEN INPUT FICHEIRO-CAIXA
           IF WS-CAIXA-STATUS = '00' OR WS-CAIXA-STATUS = '05'
               PERFORM UNTIL EOF-CAIXA = 'S'
                   READ FICHEIRO-CAIXA
                       AT END
                           MOVE 'S' TO EOF-CAIXA
                       NOT AT END
                           IF MSG-MEMBRO = WS-DST-MEMBRO(D) AND
                               MSG-ALUNO = LC-ALUNO AND
                               MSG-MODELO = LC-MODELO AND
                               MSG-TEXTO = LC-TEXTO
                               MOVE 'S' TO WS-REPETIDA
                               MOVE 'S' TO EOF-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CAIXA
           END-IF.

       END PROGRAM REGISTA-MENSAGEM.
