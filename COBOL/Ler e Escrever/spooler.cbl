         05 SES-LINGUA   PIC X(2).

       FD FICHEIRO-TREINO.
       01 LINHA-TREINO PIC X(100).

       FD FICHEIRO-ROTAS.
       01 LINHA-ROTA.
