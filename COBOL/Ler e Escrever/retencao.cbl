      *          retencao datado e so depois retiradas do ficheiro
      *          vivo, com um certificado do que foi purgado; os
      *          ficheiros do dia a dia ficam pequenos sem se
      *          perder a historia de auditoria; nos ficheiros com
      *          cadeia de elos (journal e historico) as linhas
      *          purgadas passam para a base da cadeia, que continua
      *          a verificar, ou - se a purga nao foi so do inicio -
      *          a cadeia e recalculada e fica registada nas ancoras
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-VIVO.
       01 LINHA-VIVA PIC X(240).
       FD FICHEIRO-ARQUIVO.
       01 LINHA-ARQUIVO PIC X(240).
       FD FICHEIRO-TEMP.
       01 LINHA-TEMP PIC X(240).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
       01 WS-EXPIRA PIC X.
       01 WS-PURGADAS PIC 9(5).
       01 WS-MANTIDAS PIC 9(5).
       01 WS-JA-MANTEVE PIC X.
       01 WS-FORA-DE-ORDEM PIC X.
       01 WS-LINHAS-ARQUIVO PIC 9(7).
       01 WS-SALTAR PIC 9(7).
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 F PIC 9.
      * Um ficheiro por entrada: nome, chave da retencao em
      * parametros.txt e posicao da data na linha
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
           MOVE 0 TO WS-PURGADAS
           MOVE 0 TO WS-MANTIDAS
           MOVE 'N' TO WS-JA-MANTEVE
           MOVE 'N' TO WS-FORA-DE-ORDEM
      * O estado da cadeia tem de partir do ficheiro ainda inteiro
           MOVE 'E' TO WS-CADEIA-OPERACAO
           MOVE WS-NOME-VIVO TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-VIVA WS-CADEIA-QUANTAS
           MOVE 'N' TO EOF-VIVO
           OPEN INPUT FICHEIRO-VIVO
           IF WS-VIVO-STATUS NOT = '00'
               CLOSE FICHEIRO-TEMP
               IF WS-PURGADAS > 0
                   PERFORM REGRAVA-VIVO
                   PERFORM REANCORA-CADEIA
               END-IF
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING FUNCTION TRIM(WS-FIC-NOME(F))
           END-IF
           IF WS-EXPIRA = 'S'
               ADD 1 TO WS-PURGADAS
               IF WS-JA-MANTEVE = 'S'
                   MOVE 'S' TO WS-FORA-DE-ORDEM
               END-IF
               MOVE LINHA-VIVA TO LINHA-ARQUIVO
               WRITE LINHA-ARQUIVO
           ELSE
               ADD 1 TO WS-MANTIDAS
               MOVE 'S' TO WS-JA-MANTEVE
               MOVE LINHA-VIVA TO LINHA-TEMP
               WRITE LINHA-TEMP
           END-IF.
           CLOSE FICHEIRO-VIVO
           CLOSE FICHEIRO-TEMP.

       REANCORA-CADEIA.
      * Purga so do inicio: as linhas que sairam (as ultimas
      * WS-PURGADAS do arquivo do dia) passam, pela ordem, para a
      * base da cadeia; com linhas mantidas antes de linhas
      * purgadas a cadeia ja nao pode continuar e e recalculada.
      * O modulo ignora os ficheiros sem cadeia
           MOVE WS-NOME-VIVO TO WS-CADEIA-FICHEIRO
           IF WS-FORA-DE-ORDEM = 'S'
               MOVE 'R' TO WS-CADEIA-OPERACAO
               CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
                   WS-CADEIA-FICHEIRO LINHA-VIVA WS-CADEIA-QUANTAS
           ELSE
               MOVE 0 TO WS-LINHAS-ARQUIVO
               MOVE 'N' TO EOF-VIVO
               OPEN INPUT FICHEIRO-ARQUIVO
               PERFORM UNTIL EOF-VIVO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-VIVO
                       NOT AT END
                           ADD 1 TO WS-LINHAS-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
               COMPUTE WS-SALTAR = WS-LINHAS-ARQUIVO - WS-PURGADAS
               MOVE 0 TO WS-LINHAS-ARQUIVO
               MOVE 'N' TO EOF-VIVO
               MOVE 'P' TO WS-CADEIA-OPERACAO
               OPEN INPUT FICHEIRO-ARQUIVO
               PERFORM UNTIL EOF-VIVO = 'S'
                   READ FICHEIRO-ARQUIVO
                       AT END
                           MOVE 'S' TO EOF-VIVO
                       NOT AT END
                           ADD 1 TO WS-LINHAS-ARQUIVO
                           IF WS-LINHAS-ARQUIVO > WS-SALTAR
                               CALL 'ENCADEIA-REGISTO' USING
                                   WS-CADEIA-OPERACAO
                                   WS-CADEIA-FICHEIRO LINHA-ARQUIVO
                                   WS-CADEIA-QUANTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           END-IF.

       END PROGRAM RETENCAO-LOGS.
