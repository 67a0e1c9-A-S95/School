      * Author:
      * Date:
      * Purpose: Relatorio de fim de dia com a contagem de linhas de
      *          ficheiro0.txt, ficheiro1.txt e ficheiro3.txt; no
      *          fim fica a ancora diaria de cada ficheiro de prova
      *          com cadeia de elos (linhas e ultimo elo), tambem
      *          registada em cadeias-ancoras.txt para a verificacao
      *          das cadeias conferir que nada foi mexido depois
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO 'controlo-execucao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLO-STATUS.
           SELECT OPTIONAL FICHEIRO-CADEIAS
               ASSIGN TO 'cadeias-estado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-ANCORAS
               ASSIGN TO 'cadeias-ancoras.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCORAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 CTL-ESTADO PIC X(10).
         05 FILLER     PIC X.
         05 CTL-RC     PIC 9(2).
       FD FICHEIRO-CADEIAS.
       01 LINHA-CADEIA.
         05 CAD-FICHEIRO PIC X(30).
         05 FILLER       PIC X.
         05 CAD-REGISTOS PIC 9(9).
         05 FILLER       PIC X.
         05 CAD-ULTIMO   PIC 9(18).
         05 FILLER       PIC X.
         05 CAD-BASE     PIC 9(18).
         05 FILLER       PIC X.
         05 CAD-PURGADOS PIC 9(9).
       FD FICHEIRO-ANCORAS.
       01 LINHA-ANCORA.
         05 ANC-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 ANC-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 ANC-TIPO     PIC X(8).
         05 FILLER       PIC X.
         05 ANC-FICHEIRO PIC X(30).
         05 FILLER       PIC X.
         05 ANC-SEQ      PIC 9(9).
         05 FILLER       PIC X.
         05 ANC-ELO      PIC 9(18).
         05 FILLER       PIC X.
         05 ANC-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-FICHEIRO PIC X VALUE 'N'.
       01 WS-CONFIRMA-CTL PIC X.
       01 WS-AGORA-CONTROLO PIC X(21).
       01 WS-DATA-CONTROLO PIC 9(8).
       01 WS-CADEIAS-STATUS PIC XX.
       01 WS-ANCORAS-STATUS PIC XX.
       01 EOF-CADEIAS PIC X.
       01 WS-CADEIA-LINHAS PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       GRAVAR-RESUMO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           STRING "RESUMO FIM DE DIA " WS-DATA "-" WS-HORA
               DELIMITED BY SIZE INTO LINHA-RESUMO
           WRITE LINHA-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           STRING "ficheiro0.txt : " WS-TOTAL-FICHEIRO-0 " linhas"
               DELIMITED BY SIZE INTO LINHA-RESUMO
           WRITE LINHA-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           STRING "ficheiro1.txt : " WS-TOTAL-FICHEIRO-1 " linhas"
               DELIMITED BY SIZE INTO LINHA-RESUMO
           WRITE LINHA-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           STRING "ficheiro3.txt : " WS-TOTAL-FICHEIRO-3 " linhas"
               DELIMITED BY SIZE INTO LINHA-RESUMO
           WRITE LINHA-RESUMO
           MOVE SPACES TO LINHA-RESUMO
           STRING "TOTAL GERAL   : " WS-TOTAL-GERAL " linhas"
               DELIMITED BY SIZE INTO LINHA-RESUMO
           WRITE LINHA-RESUMO
                   DELIMITED BY SIZE INTO LINHA-RESUMO
               WRITE LINHA-RESUMO
           END-PERFORM
           PERFORM ANCORAS-DIARIAS
           CLOSE FICHEIRO-RESUMO
           DISPLAY "Resumo gravado em resumo-fim-de-dia.txt"
           DISPLAY "ficheiro0.txt : " WS-TOTAL-FICHEIRO-0 " linhas"
           DISPLAY "ficheiro3.txt : " WS-TOTAL-FICHEIRO-3 " linhas"
           DISPLAY "TOTAL GERAL   : " WS-TOTAL-GERAL " linhas".

       ANCORAS-DIARIAS.
      * A ancora do dia (linhas desde o inicio da cadeia e ultimo
      * elo) fica impressa no resumo e nas ancoras: quem alterar
      * depois uma linha antiga tem de refazer todos os elos ate
      * ao fim, e a ancora impressa deixa de bater
           MOVE 'N' TO EOF-CADEIAS
           OPEN INPUT FICHEIRO-CADEIAS
           IF WS-CADEIAS-STATUS = '00' OR
               WS-CADEIAS-STATUS = '05'
               OPEN EXTEND FICHEIRO-ANCORAS
               PERFORM UNTIL EOF-CADEIAS = 'S'
                   READ FICHEIRO-CADEIAS
                       AT END
                           MOVE 'S' TO EOF-CADEIAS
                       NOT AT END
                           IF CAD-FICHEIRO NOT = SPACES AND
                               CAD-REGISTOS IS NUMERIC AND
                               CAD-PURGADOS IS NUMERIC
                               PERFORM GRAVA-ANCORA-DIARIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ANCORAS
               CLOSE FICHEIRO-CADEIAS
           END-IF.

       GRAVA-ANCORA-DIARIA.
           COMPUTE WS-CADEIA-LINHAS = CAD-PURGADOS + CAD-REGISTOS
           MOVE SPACES TO LINHA-RESUMO
           STRING "CADEIA " FUNCTION TRIM(CAD-FICHEIRO)
               " REGISTOS=" WS-CADEIA-LINHAS
               " ANCORA=" CAD-ULTIMO
               DELIMITED BY SIZE INTO LINHA-RESUMO
           WRITE LINHA-RESUMO
           MOVE SPACES TO LINHA-ANCORA
           MOVE WS-DATA TO ANC-DATA
           MOVE WS-HORA TO ANC-HORA
           MOVE 'DIARIA' TO ANC-TIPO
           MOVE CAD-FICHEIRO TO ANC-FICHEIRO
           MOVE WS-CADEIA-LINHAS TO ANC-SEQ
           MOVE CAD-ULTIMO TO ANC-ELO
           MOVE 'FIMDIA' TO ANC-OPERADOR
           WRITE LINHA-ANCORA.

       END PROGRAM Exercicio7.
