      *          reparticao por turma e hash-total em
      *          notas-lote.txt) que um segundo operador aprova e
      *          aplica no programa de aprovacao; as mas continuam
      *          no relatorio de rejeicoes com o motivo; cada lote
      *          criado fica em acoes-controlo.txt com o operador
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
       01 WS-NOTAS-STATUS PIC XX.
         05 WS-RT OCCURS 20 TIMES.
           10 WS-RT-TURMA PIC X(6).
           10 WS-RT-CONTA PIC 9(4).
       01 WS-ACOES-STATUS PIC XX.
       01 WS-ACAO PIC X(12).
       01 WS-ACAO-OBJETO PIC X(20).
       01 WS-ACAO-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-HASH-LOTE TO LOT-HASH
           MOVE 'PENDENTE' TO LOT-ESTADO
           WRITE LINHA-LOTE
           CLOSE FICHEIRO-LOTE
           MOVE 'IMPORTA-LOTE' TO WS-ACAO
           MOVE SPACES TO WS-ACAO-OBJETO
           STRING "LOTE " WS-LOTE-NUMERO
               DELIMITED BY SIZE INTO WS-ACAO-OBJETO
           MOVE SPACES TO WS-ACAO-DETALHE
           STRING "ACEITES=" WS-TOTAL-ACEITES " HASH=" WS-HASH-LOTE
               DELIMITED BY SIZE INTO WS-ACAO-DETALHE
           PERFORM REGISTA-ACAO-CONTROLO.

       PROCESSA-LINHA.
           IF LINHA-IMPORT = SPACES
               DELIMITED BY SIZE INTO LINHA-REJEICAO
           WRITE LINHA-REJEICAO.

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


       END PROGRAM IMPORTAR-NOTAS.
