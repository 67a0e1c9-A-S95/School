      *          ficam registadas como FORA-PRAZO e continuam a
      *          contar como injustificadas; o relatorio lista os
      *          alunos que cruzam o limite de faltas injustificadas
      *          para a notificacao obrigatoria as familias, que
      *          pode seguir logo para os encarregados pela caixa de
      *          saida das comunicacoes (REGISTA-MENSAGEM: email ou
      *          SMS, carta a quem nao tem contacto eletronico)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           10 WS-JUS-ESTADO     PIC X(10).
      * Contagem de faltas injustificadas por aluno
       01 WS-TOTAL-CONTAS PIC 9(3) VALUE 0.
       01 WS-RESPOSTA PIC X.
       01 WS-NOTIF-ELETRONICAS PIC 9(3).
       01 WS-NOTIF-CARTAS PIC 9(3).
       01 WS-NOTIF-REPETIDAS PIC 9(3).
       01 WS-NOTIF-SEM-EE PIC 9(3).
      * Mensagem para a caixa de saida das comunicacoes
       01 WS-MSG-ORIGEM PIC X(20) VALUE 'JUSTIFICA-FALTAS'.
       01 WS-MSG-MODELO PIC X(10) VALUE 'FALTAS'.
       01 WS-MSG-MEMBRO PIC X(20) VALUE SPACES.
       01 WS-MSG-ALUNO PIC 9(5).
       01 WS-MSG-TEXTO PIC X(160).
       01 WS-MSG-PAPEL PIC X VALUE 'N'.
       01 WS-MSG-RESULTADO PIC X.
       01 WS-MSG-QUANTOS PIC 9(2).
       01 WS-TABELA-CONTAS.
         05 WS-CON OCCURS 200 TIMES.
           10 WS-CON-NUMERO PIC 9(5).
               END-PERFORM
               IF K = 0
                   DISPLAY "  (nenhum)"
               ELSE
                   DISPLAY "NOTIFICAR OS ENCARREGADOS (S/N)? "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       PERFORM NOTIFICA-ENCARREGADOS
                   END-IF
               END-IF
           END-IF.

       NOTIFICA-ENCARREGADOS.
      * Uma mensagem a cada encarregado ligado ao aluno; correr
      * outra vez com as mesmas contagens nao repete a notificacao
           MOVE 0 TO WS-NOTIF-ELETRONICAS
           MOVE 0 TO WS-NOTIF-CARTAS
           MOVE 0 TO WS-NOTIF-REPETIDAS
           MOVE 0 TO WS-NOTIF-SEM-EE
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-CONTAS
               IF WS-CON-FALTAS(I) >= WS-LIMITE-FALTAS
                   MOVE WS-CON-NUMERO(I) TO WS-MSG-ALUNO
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING "O ALUNO NUMERO " WS-CON-NUMERO(I)
                       " TEM " WS-CON-FALTAS(I)
                       " FALTAS INJUSTIFICADAS (LIMITE "
                       WS-LIMITE-FALTAS "). CONTACTE COM URGENCIA"
                       " O DIRETOR DE TURMA."
                       DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   CALL 'REGISTA-MENSAGEM' USING WS-MSG-ORIGEM
                       WS-MSG-MODELO WS-MSG-MEMBRO WS-MSG-ALUNO
                       WS-MSG-TEXTO WS-MSG-PAPEL WS-MSG-RESULTADO
                       WS-MSG-QUANTOS
                   EVALUATE WS-MSG-RESULTADO
                       WHEN 'S'
                           ADD 1 TO WS-NOTIF-ELETRONICAS
                       WHEN 'C'
                           ADD 1 TO WS-NOTIF-CARTAS
                       WHEN 'D'
                           ADD 1 TO WS-NOTIF-REPETIDAS
                       WHEN OTHER
                           ADD 1 TO WS-NOTIF-SEM-EE
                           DISPLAY "  " WS-CON-NUMERO(I)
                               " sem encarregado em encarregados.txt"
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY WS-NOTIF-ELETRONICAS " aluno(s) notificado(s) por"
               " email/SMS, " WS-NOTIF-CARTAS " por carta, "
               WS-NOTIF-REPETIDAS " ja notificado(s), "
               WS-NOTIF-SEM-EE " sem encarregado".

       CONTA-SE-INJUSTIFICADA.
           MOVE 0 TO WS-ACHADA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-JUS
