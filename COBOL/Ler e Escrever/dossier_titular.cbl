         05 REC-PESO-PRATICA PIC 9(3).
         05 REC-PESO-TRAB    PIC 9(3).
       FD FICHEIRO-TEXTO.
       01 LINHA-TEXTO PIC X(240).
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
       01 WS-ACHOU PIC X.
       01 WS-LINHAS-SECCAO PIC 9(4).
       01 WS-LINHAS-TOTAL PIC 9(5).
       01 WS-DOBRA-TEXTO PIC X(240).
       01 WS-DOBRA-POS PIC 9(3).
       01 WS-DOBRA-IND PIC 9(2).
       01 WS-TOTAL-ACENTOS PIC 9(2) VALUE 37.
