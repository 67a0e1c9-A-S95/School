      *          passos ja concluidos hoje, retoma a partir da falha
      *          e para na primeira terminacao com RETURN-CODE
      *          diferente de zero, em vez de se repetir a cadeia
      *          inteira a mao; o penultimo passo envia para a
      *          plataforma de e-learning as mudancas de turmas,
      *          alunos, inscricoes e professores e o ultimo tira a
      *          copia de seguranca de todos os ficheiros de dados,
      *          ja com o dia processado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         05 CTL-RC     PIC 9(2).

       FD FICHEIRO-TREINO.
       01 LINHA-TREINO PIC X(100).

       FD FICHEIRO-CALENDARIO.
       01 LINHA-CALENDARIO.
      * RETURN-CODE diferente de zero trava a cadeia inteira;
      * logo a seguir a promocao dos parametros pendentes poe em
      * vigor os valores com data efetiva chegada, todas as
      * manhas, sem depender de alguem abrir o ecra de parametros;
      * o envio para o e-learning segue depois do Exercicio8, com o
      * dia ja fechado, e a copia de seguranca fecha a cadeia
       01 WS-PASSOS.
         05 FILLER PIC X(24)
             VALUE 'PORTA-FIMDIAPORTA-FIMDIA'.
             VALUE 'EXERCICIO7  Exercicio7  '.
         05 FILLER PIC X(24)
             VALUE 'EXERCICIO8  Exercicio8  '.
         05 FILLER PIC X(24)
             VALUE 'ENVIA-ELEARNENVIA-ELEARN'.
         05 FILLER PIC X(24)
             VALUE 'COPIA-DADOS COPIA-DADOS '.
       01 FILLER REDEFINES WS-PASSOS.
         05 WS-PASSO-ENT OCCURS 9 TIMES.
           10 WS-PASSO-NOME     PIC X(12).
           10 WS-PASSO-PROGRAMA PIC X(12).

           MOVE WS-AGORA(1 : 8) TO WS-DATA-HOJE
           PERFORM MARCA-TIPO-DO-DIA
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               OR WS-PARAR = 'S'
               MOVE WS-PASSO-NOME(I) TO WS-PASSO-ATUAL
               MOVE WS-PASSO-PROGRAMA(I) TO WS-PROGRAMA-ATUAL
