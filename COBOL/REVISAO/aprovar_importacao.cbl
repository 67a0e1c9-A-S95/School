      *          notas-pendentes.txt), exige um operador diferente
      *          do que carregou o lote, e so entao aplica as notas
      *          a NOTAS.DAT com o rasto no historico; tambem
      *          permite anular um lote carregado por engano; a
      *          aprovacao e a anulacao ficam em acoes-controlo.txt
      *          com o operador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT OPTIONAL FICHEIRO-ACOES
               ASSIGN TO 'acoes-controlo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACOES-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 HIS-NOTA-NOVA   PIC S9(2)V9.
         05 FILLER          PIC X.
         05 HIS-DISCIPLINA  PIC X(4).
         05 FILLER          PIC X.
         05 HIS-ELO         PIC 9(18).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-ACOES.
       01 LINHA-ACAO.
         05 ACC-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 ACC-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 ACC-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 ACC-ACAO     PIC X(12).
         05 FILLER       PIC X.
         05 ACC-OBJETO   PIC X(20).
         05 FILLER       PIC X.
         05 ACC-DETALHE  PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-PENDENTES-STATUS PIC XX.
       01 WS-LOTE-STATUS PIC XX.
         05 WS-RT OCCURS 20 TIMES.
           10 WS-RT-TURMA PIC X(6).
           10 WS-RT-CONTA PIC 9(4).
       01 WS-ACOES-STATUS PIC XX.
       01 WS-ACAO PIC X(12).
       01 WS-ACAO-OBJETO PIC X(20).
       01 WS-ACAO-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE FICHEIRO-PENDENTES
               CLOSE FICHEIRO-NOTAS
               PERFORM MARCA-LOTE-APLICADO
               MOVE 'APROVA-LOTE' TO WS-ACAO
               MOVE SPACES TO WS-ACAO-OBJETO
               STRING "LOTE " WS-LOTE-NUMERO
                   DELIMITED BY SIZE INTO WS-ACAO-OBJETO
               MOVE SPACES TO WS-ACAO-DETALHE
               STRING "APLIC=" WS-APLICADAS " FALHAS=" WS-FALHADAS
                   " CARREGOU " WS-LOTE-OPERADOR
                   DELIMITED BY SIZE INTO WS-ACAO-DETALHE
               PERFORM REGISTA-ACAO-CONTROLO
               OPEN OUTPUT FICHEIRO-PENDENTES
               CLOSE FICHEIRO-PENDENTES
               DISPLAY "Lote " WS-LOTE-NUMERO " aplicado: "
           MOVE REC-NOME TO HIS-NOME
           MOVE WS-NOTA-ANTERIOR TO HIS-NOTA-ANTIGA
           MOVE REC-NOTA TO HIS-NOTA-NOVA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'notas-historico.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-HISTORICO WS-CADEIA-QUANTAS
           WRITE LINHA-HISTORICO
           CLOSE FICHEIRO-HISTORICO.

               MOVE 'ANULADO' TO LOT-ESTADO
               WRITE LINHA-LOTE
               CLOSE FICHEIRO-LOTE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE 'ANULA-LOTE' TO WS-ACAO
               MOVE SPACES TO WS-ACAO-OBJETO
               STRING "LOTE " WS-LOTE-NUMERO
                   DELIMITED BY SIZE INTO WS-ACAO-OBJETO
               MOVE SPACES TO WS-ACAO-DETALHE
               STRING "CARREGADO POR " WS-LOTE-OPERADOR
                   DELIMITED BY SIZE INTO WS-ACAO-DETALHE
               PERFORM REGISTA-ACAO-CONTROLO
               OPEN OUTPUT FICHEIRO-PENDENTES
               CLOSE FICHEIRO-PENDENTES
               DISPLAY "Lote " WS-LOTE-NUMERO " anulado"
               DISPLAY "Lote mantido pendente"
           END-IF.

       REGISTA-ACAO-CONTROLO.
      * Rasto de quem fez cada metade dos processos a quatro olhos,
      * lido pelo relatorio de segregacao de funcoes
           OPEN EXTEND FICHEIRO-ACOES
           MOVE SPACES TO LINHA-ACAO
           MOVE WS-DATA TO ACC-DATA
           MOVE WS-HORA TO ACC-HORA
           MOVE WS-OPERADOR TO ACC-OPERADOR
           MOVE WS-ACAO TO ACC-ACAO
           MOVE WS-ACAO-OBJETO TO ACC-OBJETO
           MOVE WS-ACAO-DETALHE TO ACC-DETALHE
           WRITE LINHA-ACAO
           CLOSE FICHEIRO-ACOES.


       END PROGRAM APROVA-IMPORTACAO.
