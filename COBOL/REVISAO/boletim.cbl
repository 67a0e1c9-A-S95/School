      *          NOTAS.DAT, para o ficheiro de impressao
      *          boletins.txt, com a media da turma para contexto e
      *          quebra de pagina por aluno como no relatorio do
      *          Exercicio4; as medidas de apoio em vigor do aluno
      *          (medidas-apoio.txt) saem numa linha do boletim e a
      *          apreciacao do professor no termo pedido (ENTER =
      *          termo selado em termo-fechado.txt, apreciacoes.txt)
      *          sai por baixo de cada disciplina
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'recurso-notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURSO-STATUS.
           SELECT OPTIONAL FICHEIRO-MEDIDAS
               ASSIGN TO 'medidas-apoio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIDAS-STATUS.
           SELECT OPTIONAL FICHEIRO-APRECIACOES
               ASSIGN TO 'apreciacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRECIACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-FECHO
               ASSIGN TO 'termo-fechado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHO-STATUS.
           SELECT FICHEIRO-BOLETINS ASSIGN TO 'boletins.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 FILLER         PIC X(3).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-RECURSO.
       01 LINHA-RECURSO.
         05 RCU-NUMERO PIC 9(5).
         05 RCU-NOTA   PIC S9(2)V9.
         05 FILLER     PIC X.
         05 RCU-DATA   PIC 9(8).
       FD FICHEIRO-MEDIDAS.
       01 LINHA-MEDIDA.
         05 MAP-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 MAP-MEDIDAS    PIC X(20).
         05 MAP-DATA-INI   PIC 9(8).
         05 FILLER         PIC X.
         05 MAP-DATA-FIM   PIC 9(8).
         05 FILLER         PIC X.
         05 MAP-TECNICO    PIC X(20).
       FD FICHEIRO-APRECIACOES.
       01 LINHA-APRECIACAO.
         05 APR-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 APR-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 APR-TERMO      PIC X(10).
         05 FILLER         PIC X.
         05 APR-FRASE      PIC X(4).
         05 FILLER         PIC X.
         05 APR-TEXTO      PIC X(60).
         05 FILLER         PIC X.
         05 APR-PROFESSOR  PIC X(6).
         05 FILLER         PIC X.
         05 APR-DATA       PIC 9(8).
         05 APR-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 APR-OPERADOR   PIC X(8).
       FD FICHEIRO-FECHO.
       01 LINHA-FECHO.
         05 FEC-TERMO PIC X(10).
         05 FILLER    PIC X.
         05 FEC-DATA  PIC 9(8).
       FD FICHEIRO-BOLETINS.
       01 LINHA-BOLETIM PIC X(80).

         05 ACE-FINALIDADE PIC X(4).
         05 FILLER         PIC X.
         05 ACE-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ACE-ELO        PIC 9(18).

       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
           10 WS-RCU-NUMERO PIC 9(5).
           10 WS-RCU-NOTA   PIC S9(2)V9.
           10 WS-RCU-DATA   PIC 9(8).
       01 WS-MEDIDAS-STATUS PIC XX.
       01 EOF-MEDIDAS PIC X.
       01 WS-TOTAL-MAP PIC 9(3) VALUE 0.
       01 WS-TABELA-MAP.
         05 WS-MAP OCCURS 500 TIMES.
           10 WS-MAP-NUMERO  PIC 9(5).
           10 WS-MAP-MEDIDAS PIC X(20).
           10 WS-MAP-TECNICO PIC X(20).
       01 WS-APRECIACOES-STATUS PIC XX.
       01 WS-FECHO-STATUS PIC XX.
       01 EOF-APRECIACOES PIC X.
       01 WS-TERMO PIC X(10) VALUE SPACES.
       01 WS-TERMO-SELADO PIC X(10) VALUE SPACES.
       01 WS-APR-ACHADA PIC 9(4).
       01 A PIC 9(4).
       01 WS-TOTAL-APR PIC 9(4) VALUE 0.
       01 WS-TABELA-APRECIACOES.
         05 WS-APR OCCURS 5000 TIMES.
           10 WS-APR-NUMERO     PIC 9(5).
           10 WS-APR-DISCIPLINA PIC X(4).
           10 WS-APR-TEXTO      PIC X(60).
       01 WS-TURMAS-STATUS PIC XX.
       01 EOF-TURMAS PIC X.
       01 WS-MENCAO PIC X(12).
           PERFORM LE-OPERADOR-SESSAO
           PERFORM CARREGA-ESCALAS
           PERFORM CARREGA-RECURSOS
           PERFORM CARREGA-MEDIDAS-APOIO
           PERFORM PEDE-TERMO-APRECIACOES
           PERFORM CALCULA-MEDIAS-TURMA
           PERFORM EMITE-BOLETINS
           DISPLAY "Boletins emitidos: " WS-TOTAL-BOLETINS
           MOVE REC-NOME TO ACE-PESSOA
           MOVE 'BOLE' TO ACE-FINALIDADE
           MOVE 'BOLETIM' TO ACE-PROGRAMA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'acessos-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-ACESSO WS-CADEIA-QUANTAS
           WRITE LINHA-ACESSO
           CLOSE FICHEIRO-ACESSOS.

               DELIMITED BY SIZE INTO LINHA-BOLETIM
           WRITE LINHA-BOLETIM
           PERFORM ESCREVE-MENCAO-BOLETIM
           PERFORM ESCREVE-APOIO-BOLETIM
           PERFORM ESCREVE-RECURSO-BOLETIM
           PERFORM ESCREVE-DISCIPLINAS-BOLETIM
           PERFORM ESCREVE-MEDIA-TURMA
               CLOSE FICHEIRO-RECURSO
           END-IF.

       CARREGA-MEDIDAS-APOIO.
      * So as medidas em vigor na data de emissao (fim 0 = sem
      * data de fim)
           MOVE 0 TO WS-TOTAL-MAP
           MOVE 'N' TO EOF-MEDIDAS
           OPEN INPUT FICHEIRO-MEDIDAS
           IF WS-MEDIDAS-STATUS = '00' OR WS-MEDIDAS-STATUS = '05'
               PERFORM UNTIL EOF-MEDIDAS = 'S'
                   READ FICHEIRO-MEDIDAS
                       AT END
                           MOVE 'S' TO EOF-MEDIDAS
                       NOT AT END
                           IF MAP-NUMERO IS NUMERIC AND
                               MAP-DATA-INI IS NUMERIC AND
                               MAP-DATA-FIM IS NUMERIC AND
                               MAP-DATA-INI <= WS-DATA AND
                               (MAP-DATA-FIM = 0 OR
                                MAP-DATA-FIM >= WS-DATA) AND
                               WS-TOTAL-MAP < 500
                               ADD 1 TO WS-TOTAL-MAP
                               MOVE MAP-NUMERO
                                   TO WS-MAP-NUMERO(WS-TOTAL-MAP)
                               MOVE MAP-MEDIDAS
                                   TO WS-MAP-MEDIDAS(WS-TOTAL-MAP)
                               MOVE MAP-TECNICO
                                   TO WS-MAP-TECNICO(WS-TOTAL-MAP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MEDIDAS
           END-IF.

       ESCREVE-APOIO-BOLETIM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MAP
               IF WS-MAP-NUMERO(K) = REC-NUMERO
                   MOVE SPACES TO LINHA-BOLETIM
                   STRING "MEDIDAS DE APOIO : " WS-MAP-MEDIDAS(K)
                       " TECNICO: " WS-MAP-TECNICO(K)
                       DELIMITED BY SIZE INTO LINHA-BOLETIM
                   WRITE LINHA-BOLETIM
               END-IF
           END-PERFORM.

       ESCREVE-RECURSO-BOLETIM.
      * Quando o aluno foi a recurso, o boletim mostra as duas
      * marcas e assinala de onde veio o resultado final
               "  (T " DIS-NOTA-TESTE " P " DIS-NOTA-PRATICA
               " TR " DIS-NOTA-TRAB ")"
               DELIMITED BY SIZE INTO LINHA-BOLETIM
           WRITE LINHA-BOLETIM
           MOVE 0 TO WS-APR-ACHADA
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-APR
               IF WS-APR-NUMERO(A) = DIS-NUMERO AND
                   WS-APR-DISCIPLINA(A) = DIS-DISCIPLINA
                   MOVE A TO WS-APR-ACHADA
               END-IF
           END-PERFORM
           IF WS-APR-ACHADA > 0
               IF WS-APR-TEXTO(WS-APR-ACHADA) NOT = SPACES
                   MOVE SPACES TO LINHA-BOLETIM
                   STRING "       " WS-APR-TEXTO(WS-APR-ACHADA)
                       DELIMITED BY SIZE INTO LINHA-BOLETIM
                   WRITE LINHA-BOLETIM
               END-IF
           END-IF.

       PEDE-TERMO-APRECIACOES.
      * As apreciacoes descritivas sao por termo; por omissao as do
      * termo selado no fecho de pauta, que e quando os boletins
      * saem
           OPEN INPUT FICHEIRO-FECHO
           IF WS-FECHO-STATUS = '00' OR WS-FECHO-STATUS = '05'
               READ FICHEIRO-FECHO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FEC-TERMO)
                           TO WS-TERMO-SELADO
               END-READ
               CLOSE FICHEIRO-FECHO
           END-IF
           IF WS-TERMO-SELADO = SPACES
               DISPLAY "TERMO DAS APRECIACOES (ENTER = sem "
                   "apreciacoes): " WITH NO ADVANCING
           ELSE
               DISPLAY "TERMO DAS APRECIACOES (ENTER = "
                   WS-TERMO-SELADO "): " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-TERMO
           ACCEPT WS-TERMO
           IF WS-TERMO = SPACES
               MOVE WS-TERMO-SELADO TO WS-TERMO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TERMO) TO WS-TERMO
           IF WS-TERMO NOT = SPACES
               PERFORM CARREGA-APRECIACOES
           END-IF.

       CARREGA-APRECIACOES.
      * Vale o ultimo registo de cada aluno e disciplina no termo
           MOVE 0 TO WS-TOTAL-APR
           MOVE 'N' TO EOF-APRECIACOES
           OPEN INPUT FICHEIRO-APRECIACOES
           IF WS-APRECIACOES-STATUS = '00' OR
               WS-APRECIACOES-STATUS = '05'
               PERFORM UNTIL EOF-APRECIACOES = 'S'
                   READ FICHEIRO-APRECIACOES
                       AT END
                           MOVE 'S' TO EOF-APRECIACOES
                       NOT AT END
                           IF APR-NUMERO IS NUMERIC AND
                               APR-TERMO = WS-TERMO
                               PERFORM GUARDA-APRECIACAO-LIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-APRECIACOES
           END-IF.

       GUARDA-APRECIACAO-LIDA.
           MOVE 0 TO WS-APR-ACHADA
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-TOTAL-APR
               IF WS-APR-NUMERO(A) = APR-NUMERO AND
                   WS-APR-DISCIPLINA(A) = APR-DISCIPLINA
                   MOVE A TO WS-APR-ACHADA
               END-IF
           END-PERFORM
           IF WS-APR-ACHADA = 0 AND WS-TOTAL-APR < 5000
               ADD 1 TO WS-TOTAL-APR
               MOVE WS-TOTAL-APR TO WS-APR-ACHADA
               MOVE APR-NUMERO TO WS-APR-NUMERO(WS-APR-ACHADA)
               MOVE APR-DISCIPLINA TO WS-APR-DISCIPLINA(WS-APR-ACHADA)
           END-IF
           IF WS-APR-ACHADA > 0
               MOVE APR-TEXTO TO WS-APR-TEXTO(WS-APR-ACHADA)
           END-IF.

       ESCREVE-MEDIA-TURMA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-TURMAS
