      *          ficheiro3.txt cujas linhas nao batem com o LINHAS=
      *          do controlo em ficheiro3-log.txt, entradas
      *          PENDENTE no spool e execucoes INICIADO sem
      *          CONCLUIDO no controlo, e cadeias de elos partidas
      *          nos ficheiros de prova - e recusa a cadeia dizendo
      *          exatamente o que falta limpar e por quem; o
      *          controlador corre esta porta como primeiro passo
      * Tectonics: cobc
         05 RCB-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 RCB-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 RCB-ORIGEM   PIC X(4).
       FD FICHEIRO-CAIXA-LOG.
       01 LINHA-CAIXA-LOG PIC X(239).
       FD FICHEIRO-3.
       01 LINHA-FICHEIRO.
         05 TRN-CODIGO    PIC X(4).
         05 TRN-POLO      PIC X(2).
         05 FILLER        PIC X(6).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS PIC XX.
           PERFORM VERIFICA-MOVIMENTOS
           PERFORM VERIFICA-SPOOL
           PERFORM VERIFICA-CONTROLO
           PERFORM VERIFICA-CADEIAS
           IF WS-BLOQUEIOS = 0
               DISPLAY "Porta aberta: nada a limpar"
               MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM.

       VERIFICA-CADEIAS.
      * Um elo partido no diario, no historico ou nos logs quer
      * dizer que alguem mexeu a mao num ficheiro de prova; a
      * verificacao diz qual e a primeira linha partida; sem o
      * modulo de verificacao as cadeias nao ficam provadas e o fim
      * de dia tambem nao corre
           CALL 'VERIFICA-CADEIAS'
               ON EXCEPTION
                   ADD 1 TO WS-BLOQUEIOS
                   DISPLAY "BLOQUEIO: verificacao das cadeias"
                       " indisponivel (modulo VERIFICA-CADEIAS em"
                       " falta); as cadeias nao foram verificadas"
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = 0
                       ADD 1 TO WS-BLOQUEIOS
                       DISPLAY "BLOQUEIO: cadeia de elos partida num"
                           " ficheiro de prova (ver acima); investigar"
                           " antes de correr o fim de dia"
                   END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE.

       ACUMULA-PASSO.
           IF CTL-DATA IS NUMERIC AND CTL-PASSO NOT = SPACES
               MOVE 0 TO WS-ACHADO
