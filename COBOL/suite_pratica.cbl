         05 FILLER      PIC X.
         05 SL-RC       PIC 9(4).
         05 FILLER      PIC X.
      * Opcao nas colunas de sempre (dezenas e unidades) e o
      * algarismo das centenas a seguir ao programa, para as linhas
      * antigas (em branco ali) se lerem com o mesmo registo
         05 SL-OPCAO    PIC 9(2).
         05 FILLER      PIC X.
         05 SL-PROGRAMA PIC X(22).
         05 SL-OPCAO-CENTENA PIC X.
         05 FILLER      PIC X(24).

       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
       01 LINHA-RECUSA PIC X(80).

       FD FICHEIRO-TREINO.
       01 LINHA-TREINO PIC X(100).

       FD FICHEIRO-AVISOS.
       01 LINHA-AVISO.
           10 SEQ-PROG PIC X(22) OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(3) VALUE 999.
       01 WS-OPERADOR PIC X(8).
       01 WS-PROGRAMA-CHAMADO PIC X(22).
       01 WS-SESLOG-STATUS PIC XX.
               DISPLAY "83 - RETENCAO DE LOGS"
               DISPLAY "84 - DISTRIBUICAO DO SPOOL"
               DISPLAY "85 - CONSULTA DOS MESTRES"
               DISPLAY "86 - HORARIO SEMANAL"
               DISPLAY "87 - PROFESSORES"
               DISPLAY "88 - AUSENCIAS DE PROFESSORES"
               DISPLAY "89 - HORAS DE PROFESSORES"
               DISPLAY "90 - EXAMES DE RECURSO"
               DISPLAY "91 - OCORRENCIAS DISCIPLINARES"
               DISPLAY "92 - MEDIDAS DE APOIO"
               DISPLAY "93 - PERCURSO ESCOLAR"
               DISPLAY "94 - CERTIFICADOS"
               DISPLAY "95 - ALERTA PRECOCE DE ALUNOS EM RISCO"
               DISPLAY "96 - PLANO CURRICULAR"
               DISPLAY "97 - CANDIDATURAS DE ADMISSAO"
               DISPLAY "98 - RENOVACAO DE MATRICULA"
               DISPLAY "99 - ANULACAO DE MATRICULA"
               DISPLAY "100- RENUMERACAO DE ALUNO"
               DISPLAY "101- PREVISAO DE TURMAS"
               DISPLAY "102- APRECIACOES DESCRITIVAS"
               DISPLAY "103- EXAMES NACIONAIS"
               DISPLAY "104- VISITAS DE ESTUDO"
               DISPLAY "105- TRANSPORTES ESCOLARES"
               DISPLAY "106- ESCALOES ASE"
               DISPLAY "107- CREDITOS E REEMBOLSOS"
               DISPLAY "108- DEBITOS DIRETOS SEPA"
               DISPLAY "109- REFERENCIAS MULTIBANCO"
               DISPLAY "110- FATURACAO E SAF-T"
               DISPLAY "111- JUROS DE MORA"
               DISPLAY "112- ACORDOS DE PAGAMENTO"
               DISPLAY "113- ABATE DE DIVIDA INCOBRAVEL"
               DISPLAY "114- DECLARACAO ANUAL IRS (EDUCACAO)"
               DISPLAY "115- FORNECEDORES E CONTAS A PAGAR"
               DISPLAY "116- ATIVOS FIXOS E AMORTIZACOES"
               DISPLAY "117- PAPELARIA (VENDAS E STOCK)"
               DISPLAY "118- CARTEIRA PRE-PAGA"
               DISPLAY "119- CARTOES DE ALUNO E DE MEMBRO"
               DISPLAY "120- PORTARIA (ENTRADAS E SAIDAS)"
               DISPLAY "121- COMUNICACOES AS FAMILIAS"
               DISPLAY "122- REUNIOES COM ENCARREGADOS"
               DISPLAY "123- INDICADORES MENSAIS DA DIRECAO"
               DISPLAY "124- FICHA DO ALUNO (BALCAO)"
               DISPLAY "125- VERIFICAR CADEIAS DE PROVA"
               DISPLAY "126- RECUPERAR LANCAMENTOS"
               DISPLAY "127- CONVERTER RAZAO"
               DISPLAY "128- COPIA DE SEGURANCA"
               DISPLAY "129- REPOR COPIA DE SEGURANCA"
               DISPLAY "130- SEGREGACAO DE FUNCOES"
               DISPLAY "131- ENVIO E-LEARNING"
               DISPLAY "132- PAUTA E-LEARNING"
               DISPLAY "133- RESULTADOS POR POLO"
               DISPLAY "0  - SAIR"
               DISPLAY FUNCTION TRIM(WS-MSG(1))
               ACCEPT WS-OPCAO
                   WHEN 85
                       MOVE "CONSULTA-MESTRES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 86
                       MOVE "GESTAO-HORARIO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 87
                       MOVE "GESTAO-PROFESSORES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 88
                       MOVE "AUSENCIAS-PROFESSORES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 89
                       MOVE "HORAS-PROFESSORES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 90
                       MOVE "EXAMES-RECURSO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 91
                       MOVE "OCORRENCIAS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 92
                       MOVE "MEDIDAS-APOIO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 93
                       MOVE "PERCURSO-ESCOLAR"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 94
                       MOVE "CERTIFICADOS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 95
                       MOVE "ALERTA-RISCO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 96
                       MOVE "PLANO-CURRICULAR"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 97
                       MOVE "CANDIDATURAS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 98
                       MOVE "RENOVACAO-MATRICULA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 99
                       MOVE "ANULACAO-MATRICULA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 100
                       MOVE "RENUMERAR-ALUNO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 101
                       MOVE "PREVISAO-TURMAS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 102
                       MOVE "APRECIACOES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 103
                       MOVE "EXAMES-NACIONAIS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 104
                       MOVE "VISITAS-ESTUDO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 105
                       MOVE "TRANSPORTES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 106
                       MOVE "ESCALOES-ASE"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 107
                       MOVE "NOTAS-CREDITO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 108
                       MOVE "DEBITOS-DIRETOS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 109
                       MOVE "MULTIBANCO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 110
                       MOVE "FATURACAO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 111
                       MOVE "JUROS-MORA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 112
                       MOVE "ACORDOS-PAGAMENTO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 113
                       MOVE "ABATES-DIVIDA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 114
                       MOVE "DECLARACAO-IRS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 115
                       MOVE "FORNECEDORES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 116
                       MOVE "ATIVOS-FIXOS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 117
                       MOVE "PAPELARIA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 118
                       MOVE "CARTEIRA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 119
                       MOVE "CARTOES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 120
                       MOVE "PORTARIA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 121
                       MOVE "COMUNICACOES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 122
                       MOVE "REUNIOES-EE"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 123
                       MOVE "INDICADORES-MES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 124
                       MOVE "FICHA-ALUNO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 125
                       MOVE "VERIFICA-CADEIAS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 126
                       MOVE "RECUPERA-LANCAMENTOS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 127
                       MOVE "CONVERTER-RAZAO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 128
                       MOVE "COPIA-DADOS"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 129
                       MOVE "REPOR-COPIA"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 130
                       MOVE "SEGREGACAO-FUNCOES"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 131
                       MOVE "ENVIA-ELEARN"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 132
                       MOVE "PAUTA-ELEARNING"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 133
                       MOVE "RESULTADOS-POLO"
                           TO WS-PROGRAMA-CHAMADO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER

       VERIFICA-MODO-TREINO.
      * A marca treino-marca.txt so existe na pasta de treino que o
      * treino.sh semeia com a copia anonimizada; na pasta real a
      * pergunta de arranque encaminha o estagiario para o treino
      * em vez de o deixar praticar na producao
           MOVE 'N' TO WS-MODO-TREINO
               ACCEPT WS-QUER-TREINO
               IF FUNCTION UPPER-CASE(WS-QUER-TREINO) = 'S'
                   DISPLAY "Use ./treino.sh: semeia a pasta de"
                       " treino com uma copia anonimizada dos"
                       " dados e corre"
                       " a suite la dentro, longe da producao"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               MOVE WS-RC-CHAMADA TO SL-RC
           END-IF
           MOVE WS-OPCAO TO SL-OPCAO
           MOVE WS-OPCAO(1 : 1) TO SL-OPCAO-CENTENA
           MOVE WS-PROGRAMA-CHAMADO TO SL-PROGRAMA
           WRITE LINHA-SESLOG
           CLOSE FICHEIRO-SESLOG.
