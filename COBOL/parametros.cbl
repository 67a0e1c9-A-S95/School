       01 WS-CONHECIDA PIC X.
       01 WS-TOTAL-PARAMETROS PIC 9(2) VALUE 0.
       01 WS-TABELA-PARAMETROS.
         05 WS-PAR OCCURS 60 TIMES.
           10 WS-PAR-CHAVE PIC X(20).
           10 WS-PAR-VALOR PIC 9(5).
      * Chaves que os programas consultam, com os valores de origem;
         05 FILLER PIC X(26) VALUE 'ROSTER-MAX          00020 '.
         05 FILLER PIC X(26) VALUE 'ELEMENTOS-MAX       00050 '.
         05 FILLER PIC X(26) VALUE 'PALAVRAS-TERM-MAX   00010 '.
         05 FILLER PIC X(26) VALUE 'RISCO-JANELA-DIAS   00030 '.
         05 FILLER PIC X(26) VALUE 'RISCO-QUEDA-NOTA    00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-ASSID-PERC    00080 '.
         05 FILLER PIC X(26) VALUE 'RISCO-INJUST-MAX    00003 '.
         05 FILLER PIC X(26) VALUE 'RISCO-OCORR-MAX     00001 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-NOTA     00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-ASSID    00003 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-INJUST   00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-OCORR    00002 '.
         05 FILLER PIC X(26) VALUE 'RISCO-PESO-PREST    00001 '.
         05 FILLER PIC X(26) VALUE 'RISCO-LIMIAR        00003 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-IRMAO    00040 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-NEE      00030 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-RESID    00020 '.
         05 FILLER PIC X(26) VALUE 'ADM-PONTOS-FUNC     00010 '.
         05 FILLER PIC X(26) VALUE 'RENOV-TAXA          00025 '.
         05 FILLER PIC X(26) VALUE 'PREV-CAP-TURMA      00028 '.
         05 FILLER PIC X(26) VALUE 'EXAME-TAXA-INT      00000 '.
         05 FILLER PIC X(26) VALUE 'EXAME-TAXA-EXT      00010 '.
         05 FILLER PIC X(26) VALUE 'TRANSP-DIA-VENC     00008 '.
         05 FILLER PIC X(26) VALUE 'ASE-CANT-PRECO-A    00000 '.
         05 FILLER PIC X(26) VALUE 'ASE-CANT-PRECO-B    00125 '.
         05 FILLER PIC X(26) VALUE 'ASE-PROP-DESC-A     00050 '.
         05 FILLER PIC X(26) VALUE 'ASE-PROP-DESC-B     00025 '.
         05 FILLER PIC X(26) VALUE 'SEPA-COMISSAO-DEV   00000 '.
         05 FILLER PIC X(26) VALUE 'MB-ENTIDADE         00000 '.
         05 FILLER PIC X(26) VALUE 'MB-SUBENTIDADE      00001 '.
         05 FILLER PIC X(26) VALUE 'JUROS-TAXA-ANUAL    00400 '.
         05 FILLER PIC X(26) VALUE 'JUROS-DIAS-CARENCIA 00030 '.
         05 FILLER PIC X(26) VALUE 'JUROS-MINIMO        00100 '.
         05 FILLER PIC X(26) VALUE 'ACORDO-TOLERANCIA   00015 '.
         05 FILLER PIC X(26) VALUE 'ABATE-IDADE-DIAS    00730 '.
         05 FILLER PIC X(26) VALUE 'CARTEIRA-SALDO-MIN  00005 '.
         05 FILLER PIC X(26) VALUE 'PORTARIA-HORA-INI   00830 '.
         05 FILLER PIC X(26) VALUE 'PORTARIA-HORA-FIM   01630 '.
         05 FILLER PIC X(26) VALUE 'EMPRESTIMO-MULTA-DIA00020 '.
         05 FILLER PIC X(26) VALUE 'EMPRESTIMO-MULTA-MAX00500 '.
         05 FILLER PIC X(26) VALUE 'RESERVA-DIAS        00003 '.
         05 FILLER PIC X(26) VALUE 'REUNIAO-MINUTOS     00015 '.
         05 FILLER PIC X(26) VALUE 'COPIA-GERACOES      00007 '.
         05 FILLER PIC X(26) VALUE 'ELEARNING-ESCALA    00020 '.
         05 FILLER PIC X(26) VALUE 'MINUTOS-TEMPO       00060 '.
       01 FILLER REDEFINES WS-CHAVES-CONHECIDAS.
         05 WS-CONHECIDA-ENT OCCURS 50 TIMES.
           10 WS-CON-CHAVE PIC X(20).
           10 WS-CON-VALOR PIC 9(5).
           10 FILLER       PIC X.
      * Valores em vigor: os por omissao, substituidos pelo que
      * estiver gravado em parametros.txt
           MOVE 0 TO WS-TOTAL-PARAMETROS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
               ADD 1 TO WS-TOTAL-PARAMETROS
               MOVE WS-CON-CHAVE(I) TO WS-PAR-CHAVE(I)
               MOVE WS-CON-VALOR(I) TO WS-PAR-VALOR(I)
                   MOVE J TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-PARAMETROS < 60
               ADD 1 TO WS-TOTAL-PARAMETROS
               MOVE WS-TOTAL-PARAMETROS TO WS-ACHADO
               MOVE PAR-CHAVE TO WS-PAR-CHAVE(WS-ACHADO)
               DISPLAY "Nada alterado"
           ELSE
               MOVE 'N' TO WS-CONHECIDA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
                   IF WS-CON-CHAVE(I) = WS-CHAVE
                       MOVE 'S' TO WS-CONHECIDA
                   END-IF
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 AND WS-TOTAL-PARAMETROS < 60
               ADD 1 TO WS-TOTAL-PARAMETROS
               MOVE WS-TOTAL-PARAMETROS TO WS-ACHADO
               MOVE WS-CHAVE TO WS-PAR-CHAVE(WS-ACHADO)
