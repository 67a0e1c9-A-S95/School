      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ficheiro mestre de professores (professores.txt:
      *          codigo, nome, disciplinas para que esta habilitado,
      *          tipo de contrato, contactos e o operador da suite
      *          que e este professor, e o valor hora de quem e
      *          pago a hora), com manutencao ao
      *          estilo do mestre de turmas; a conversao passa o
      *          texto livre de turmas.txt, aulas.txt e horario.txt
      *          para o codigo do professor (com a tabela de
      *          correspondencias guardada para poder repetir), e o
      *          relatorio de carga horaria conta por professor as
      *          turmas e as aulas dadas em aulas.txt; acaba com o
      *          "Prof. Silva" / "SILVA" / "A. Silva" a serem tres
      *          pessoas diferentes em todos os relatorios
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-PROFESSORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-PROFESSORES
               ASSIGN TO 'professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSORES-STATUS.
           SELECT OPTIONAL FICHEIRO-CONVERSAO
               ASSIGN TO 'professores-conversao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-DISCIPLINAS
               ASSIGN TO 'disciplinas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIPLINAS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-AULAS ASSIGN TO 'aulas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULAS-STATUS.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT FICHEIRO-TEMP ASSIGN TO 'professores-temp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT FICHEIRO-RELATORIO
               ASSIGN TO 'carga-professores.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-PROFESSORES.
       01 LINHA-PROFESSOR.
         05 PRO-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 PRO-NOME        PIC X(30).
         05 FILLER          PIC X.
         05 PRO-DISCIPLINAS.
           10 PRO-DISC      PIC X(4) OCCURS 6 TIMES.
         05 FILLER          PIC X.
         05 PRO-CONTRATO    PIC X(8).
         05 FILLER          PIC X.
         05 PRO-TELEFONE    PIC X(12).
         05 FILLER          PIC X.
         05 PRO-EMAIL       PIC X(30).
         05 FILLER          PIC X.
         05 PRO-OPERADOR    PIC X(8).
         05 FILLER          PIC X.
         05 PRO-VALOR-HORA  PIC 9(3)V99.
       FD FICHEIRO-CONVERSAO.
       01 LINHA-CONVERSAO.
         05 CNV-TEXTO  PIC X(20).
         05 FILLER     PIC X.
         05 CNV-CODIGO PIC X(6).
       FD FICHEIRO-DISCIPLINAS.
       01 LINHA-DISCIPLINA.
         05 DSC-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 DSC-NOME   PIC X(20).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X.
         05 TUR-NOME       PIC X(20).
         05 FILLER         PIC X.
         05 TUR-ANO        PIC X(9).
         05 FILLER         PIC X.
         05 TUR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X.
         05 TUR-CAPACIDADE PIC 9(3).
         05 FILLER         PIC X.
         05 TUR-ESCALA     PIC X.
         05 TUR-LIM-SUF    PIC 9(2).
         05 TUR-LIM-BOM    PIC 9(2).
         05 TUR-LIM-MB     PIC 9(2).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-AULAS.
       01 LINHA-AULA.
         05 AUL-ID         PIC 9(5).
         05 FILLER         PIC X.
         05 AUL-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 AUL-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 AUL-NUM        PIC 9(2).
         05 FILLER         PIC X.
         05 AUL-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 AUL-SUMARIO    PIC X(30).
         05 FILLER         PIC X.
         05 AUL-PROFESSOR  PIC X(20).
       FD FICHEIRO-HORARIO.
       01 LINHA-HORARIO.
         05 HOR-TURMA      PIC X(6).
         05 FILLER         PIC X.
         05 HOR-DIA        PIC 9.
         05 FILLER         PIC X.
         05 HOR-TEMPO      PIC 9(2).
         05 FILLER         PIC X.
         05 HOR-DISCIPLINA PIC X(4).
         05 FILLER         PIC X.
         05 HOR-PROFESSOR  PIC X(20).
         05 FILLER         PIC X.
         05 HOR-SALA       PIC X(6).
       FD FICHEIRO-TEMP.
       01 LINHA-TEMP PIC X(200).
       FD FICHEIRO-RELATORIO.
       01 LINHA-RELATORIO PIC X(100).
       FD FICHEIRO-SPOOL-IDX.
       01 LINHA-SPOOL.
         05 SPL-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 SPL-TITULO    PIC X(20).
         05 FILLER        PIC X.
         05 SPL-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 SPL-ESTADO    PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-PROFESSORES-STATUS PIC XX.
       01 WS-CONVERSAO-STATUS PIC XX.
       01 WS-DISCIPLINAS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-AULAS-STATUS PIC XX.
       01 WS-HORARIO-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-PROFESSORES PIC X.
       01 EOF-CONVERSAO PIC X.
       01 EOF-DISCIPLINAS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-AULAS PIC X.
       01 EOF-HORARIO PIC X.
       01 EOF-TEMP PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-CODIGO PIC X(6).
       01 WS-NOME PIC X(30).
       01 WS-DISCIPLINA PIC X(4).
       01 WS-CONTRATO PIC X(8).
       01 WS-TELEFONE PIC X(12).
       01 WS-EMAIL PIC X(30).
       01 WS-OPERADOR PIC X(8).
       01 WS-VALOR-TEXTO PIC X(8).
       01 WS-TEXTO PIC X(20).
       01 WS-TEXTO-MAIUSC PIC X(30).
       01 WS-RESPOSTA PIC X(6).
       01 WS-VALIDO PIC X.
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-DE PIC 9(8).
       01 WS-DATA-ATE PIC 9(8).
       01 WS-ALTERADAS PIC 9(5).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 WS-ACHADO PIC 9(3).
       01 WS-TOTAL-PROF PIC 9(3) VALUE 0.
       01 WS-TABELA-PROFESSORES.
         05 WS-PRO OCCURS 150 TIMES.
           10 WS-PRO-CODIGO    PIC X(6).
           10 WS-PRO-NOME      PIC X(30).
           10 WS-PRO-DISC      PIC X(4) OCCURS 6 TIMES.
           10 WS-PRO-CONTRATO  PIC X(8).
           10 WS-PRO-TELEFONE  PIC X(12).
           10 WS-PRO-EMAIL     PIC X(30).
           10 WS-PRO-OPERADOR  PIC X(8).
           10 WS-PRO-VALOR-HORA PIC 9(3)V99.
           10 WS-PRO-AULAS     PIC 9(5).
           10 WS-PRO-TURMAS    PIC 9(3).
       01 WS-TOTAL-CNV PIC 9(3) VALUE 0.
       01 WS-TABELA-CONVERSAO.
         05 WS-CNV OCCURS 300 TIMES.
           10 WS-CNV-TEXTO  PIC X(20).
           10 WS-CNV-CODIGO PIC X(6).
      * Pares professor/turma da carga horaria, com as aulas dadas
       01 WS-TOTAL-PARES PIC 9(3) VALUE 0.
       01 WS-TABELA-PARES.
         05 WS-PAR OCCURS 600 TIMES.
           10 WS-PAR-PROFESSOR PIC X(20).
           10 WS-PAR-TURMA     PIC X(6).
           10 WS-PAR-AULAS     PIC 9(5).
       01 WS-SEM-CODIGO PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "GESTAO DE PROFESSORES (professores.txt)"
               DISPLAY "1 - LISTAR PROFESSORES"
               DISPLAY "2 - CRIAR/ALTERAR PROFESSOR"
               DISPLAY "3 - CONVERTER TEXTO LIVRE PARA CODIGOS"
               DISPLAY "4 - RELATORIO DE CARGA HORARIA"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-PROFESSORES
                   WHEN 2
                       PERFORM ALTERAR-PROFESSOR
                   WHEN 3
                       PERFORM CONVERTER-TEXTO-LIVRE
                   WHEN 4
                       PERFORM RELATORIO-CARGA
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-PROFESSORES.
           MOVE 0 TO WS-TOTAL-PROF
           MOVE 'N' TO EOF-PROFESSORES
           OPEN INPUT FICHEIRO-PROFESSORES
           IF WS-PROFESSORES-STATUS = '00' OR
               WS-PROFESSORES-STATUS = '05'
               PERFORM UNTIL EOF-PROFESSORES = 'S'
                   READ FICHEIRO-PROFESSORES
                       AT END
                           MOVE 'S' TO EOF-PROFESSORES
                       NOT AT END
                           IF PRO-CODIGO NOT = SPACES AND
                               WS-TOTAL-PROF < 150
                               ADD 1 TO WS-TOTAL-PROF
                               PERFORM GUARDA-PROFESSOR-LIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PROFESSORES
           END-IF.

       GUARDA-PROFESSOR-LIDO.
           MOVE PRO-CODIGO TO WS-PRO-CODIGO(WS-TOTAL-PROF)
           MOVE PRO-NOME TO WS-PRO-NOME(WS-TOTAL-PROF)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
               MOVE PRO-DISC(K) TO WS-PRO-DISC(WS-TOTAL-PROF, K)
           END-PERFORM
           MOVE PRO-CONTRATO TO WS-PRO-CONTRATO(WS-TOTAL-PROF)
           MOVE PRO-TELEFONE TO WS-PRO-TELEFONE(WS-TOTAL-PROF)
           MOVE PRO-EMAIL TO WS-PRO-EMAIL(WS-TOTAL-PROF)
           MOVE PRO-OPERADOR TO WS-PRO-OPERADOR(WS-TOTAL-PROF)
           IF PRO-VALOR-HORA IS NUMERIC
               MOVE PRO-VALOR-HORA TO WS-PRO-VALOR-HORA(WS-TOTAL-PROF)
           ELSE
               MOVE 0 TO WS-PRO-VALOR-HORA(WS-TOTAL-PROF)
           END-IF
           MOVE 0 TO WS-PRO-AULAS(WS-TOTAL-PROF)
           MOVE 0 TO WS-PRO-TURMAS(WS-TOTAL-PROF).

       GRAVA-PROFESSORES.
           OPEN OUTPUT FICHEIRO-PROFESSORES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
               MOVE SPACES TO LINHA-PROFESSOR
               MOVE WS-PRO-CODIGO(I) TO PRO-CODIGO
               MOVE WS-PRO-NOME(I) TO PRO-NOME
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                   MOVE WS-PRO-DISC(I, K) TO PRO-DISC(K)
               END-PERFORM
               MOVE WS-PRO-CONTRATO(I) TO PRO-CONTRATO
               MOVE WS-PRO-TELEFONE(I) TO PRO-TELEFONE
               MOVE WS-PRO-EMAIL(I) TO PRO-EMAIL
               MOVE WS-PRO-OPERADOR(I) TO PRO-OPERADOR
               MOVE WS-PRO-VALOR-HORA(I) TO PRO-VALOR-HORA
               WRITE LINHA-PROFESSOR
           END-PERFORM
           CLOSE FICHEIRO-PROFESSORES.

       LISTAR-PROFESSORES.
           PERFORM CARREGA-PROFESSORES
           IF WS-TOTAL-PROF = 0
               DISPLAY "Nenhum professor definido"
           ELSE
               DISPLAY "CODIGO NOME                           "
                   "CONTRATO DISCIPLINAS"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
                   DISPLAY WS-PRO-CODIGO(I) " " WS-PRO-NOME(I) " "
                       WS-PRO-CONTRATO(I) " "
                       WS-PRO-DISC(I, 1) " " WS-PRO-DISC(I, 2) " "
                       WS-PRO-DISC(I, 3) " " WS-PRO-DISC(I, 4) " "
                       WS-PRO-DISC(I, 5) " " WS-PRO-DISC(I, 6)
                   DISPLAY "       TEL " WS-PRO-TELEFONE(I)
                       " EMAIL " WS-PRO-EMAIL(I)
                       " OPERADOR " WS-PRO-OPERADOR(I)
                       " VALOR HORA " WS-PRO-VALOR-HORA(I)
               END-PERFORM
           END-IF.

       ALTERAR-PROFESSOR.
           PERFORM CARREGA-PROFESSORES
           DISPLAY "CODIGO DO PROFESSOR (ex: SILVA1): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "Codigo obrigatorio, nada alterado"
           ELSE
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
                   IF WS-PRO-CODIGO(I) = WS-CODIGO
                       MOVE I TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 0 AND WS-TOTAL-PROF >= 150
                   DISPLAY "Tabela de professores cheia, nada criado"
               ELSE
                   IF WS-ACHADO = 0
                       ADD 1 TO WS-TOTAL-PROF
                       MOVE WS-TOTAL-PROF TO WS-ACHADO
                       MOVE SPACES TO WS-PRO(WS-ACHADO)
                       MOVE WS-CODIGO TO WS-PRO-CODIGO(WS-ACHADO)
                       MOVE 'QUADRO' TO WS-PRO-CONTRATO(WS-ACHADO)
                       MOVE 0 TO WS-PRO-VALOR-HORA(WS-ACHADO)
                       DISPLAY "Professor novo " WS-CODIGO
                   END-IF
                   PERFORM PEDE-DADOS-PROFESSOR
                   PERFORM GRAVA-PROFESSORES
                   DISPLAY "Professor " WS-CODIGO " gravado"
               END-IF
           END-IF.

       PEDE-DADOS-PROFESSOR.
      * ENTER em qualquer campo mantem o valor atual, como na
      * manutencao de turmas
           DISPLAY "Nome atual: " WS-PRO-NOME(WS-ACHADO)
           DISPLAY "Novo nome (ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           IF WS-NOME NOT = SPACES
               MOVE WS-NOME TO WS-PRO-NOME(WS-ACHADO)
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
               DISPLAY "Disciplina " K " atual: "
                   WS-PRO-DISC(WS-ACHADO, K)
               DISPLAY "Nova (ENTER = manter, - = apagar): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DISCIPLINA
               ACCEPT WS-DISCIPLINA
               MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA)
                   TO WS-DISCIPLINA
               IF WS-DISCIPLINA = '-'
                   MOVE SPACES TO WS-PRO-DISC(WS-ACHADO, K)
               ELSE
                   IF WS-DISCIPLINA NOT = SPACES
                       PERFORM VALIDA-DISCIPLINA
                       IF WS-VALIDO = 'S'
                           MOVE WS-DISCIPLINA
                               TO WS-PRO-DISC(WS-ACHADO, K)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Contrato atual: " WS-PRO-CONTRATO(WS-ACHADO)
           DISPLAY "Novo contrato (QUADRO/CONTRATO/HORAS,"
               " ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONTRATO
           ACCEPT WS-CONTRATO
           MOVE FUNCTION UPPER-CASE(WS-CONTRATO) TO WS-CONTRATO
           IF WS-CONTRATO = 'QUADRO' OR WS-CONTRATO = 'CONTRATO'
               OR WS-CONTRATO = 'HORAS'
               MOVE WS-CONTRATO TO WS-PRO-CONTRATO(WS-ACHADO)
           ELSE
               IF WS-CONTRATO NOT = SPACES
                   DISPLAY "Contrato desconhecido, mantido "
                       WS-PRO-CONTRATO(WS-ACHADO)
               END-IF
           END-IF
           DISPLAY "Telefone atual: " WS-PRO-TELEFONE(WS-ACHADO)
           DISPLAY "Novo telefone (ENTER = manter): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TELEFONE
           ACCEPT WS-TELEFONE
           IF WS-TELEFONE NOT = SPACES
               MOVE WS-TELEFONE TO WS-PRO-TELEFONE(WS-ACHADO)
           END-IF
           DISPLAY "Email atual: " WS-PRO-EMAIL(WS-ACHADO)
           DISPLAY "Novo email (ENTER = manter): " WITH NO ADVANCING
           MOVE SPACES TO WS-EMAIL
           ACCEPT WS-EMAIL
           IF WS-EMAIL NOT = SPACES
               MOVE WS-EMAIL TO WS-PRO-EMAIL(WS-ACHADO)
           END-IF
      * O operador ligado fica restrito as turmas e disciplinas deste
      * professor no lancamento de notas
           DISPLAY "Operador atual: " WS-PRO-OPERADOR(WS-ACHADO)
           DISPLAY "Novo operador (ENTER = manter, - = nenhum): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-OPERADOR
           ACCEPT WS-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           IF WS-OPERADOR = '-'
               MOVE SPACES TO WS-PRO-OPERADOR(WS-ACHADO)
           ELSE
               IF WS-OPERADOR NOT = SPACES
                   MOVE WS-OPERADOR TO WS-PRO-OPERADOR(WS-ACHADO)
               END-IF
           END-IF
      * O valor hora so conta para o contrato HORAS (extrato mensal
      * das aulas dadas)
           IF WS-PRO-CONTRATO(WS-ACHADO) = 'HORAS'
               DISPLAY "Valor hora atual: "
                   WS-PRO-VALOR-HORA(WS-ACHADO)
               DISPLAY "Novo valor hora (ex: 18.50, ENTER = manter): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-VALOR-TEXTO
               ACCEPT WS-VALOR-TEXTO
               IF WS-VALOR-TEXTO NOT = SPACES
                   COMPUTE WS-PRO-VALOR-HORA(WS-ACHADO) =
                       FUNCTION NUMVAL(WS-VALOR-TEXTO)
               END-IF
           END-IF.

       VALIDA-DISCIPLINA.
           MOVE 'N' TO WS-VALIDO
           MOVE 'N' TO EOF-DISCIPLINAS
           OPEN INPUT FICHEIRO-DISCIPLINAS
           IF WS-DISCIPLINAS-STATUS = '00' OR
               WS-DISCIPLINAS-STATUS = '05'
               PERFORM UNTIL EOF-DISCIPLINAS = 'S'
                   READ FICHEIRO-DISCIPLINAS
                       AT END
                           MOVE 'S' TO EOF-DISCIPLINAS
                       NOT AT END
                           IF DSC-CODIGO = WS-DISCIPLINA
                               MOVE 'S' TO WS-VALIDO
                               MOVE 'S' TO EOF-DISCIPLINAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISCIPLINAS
           END-IF
           IF WS-VALIDO = 'N'
               DISPLAY "Disciplina " WS-DISCIPLINA
                   " nao existe em disciplinas.txt, ignorada"
           END-IF.

       CARREGA-CONVERSOES.
           MOVE 0 TO WS-TOTAL-CNV
           MOVE 'N' TO EOF-CONVERSAO
           OPEN INPUT FICHEIRO-CONVERSAO
           IF WS-CONVERSAO-STATUS = '00' OR
               WS-CONVERSAO-STATUS = '05'
               PERFORM UNTIL EOF-CONVERSAO = 'S'
                   READ FICHEIRO-CONVERSAO
                       AT END
                           MOVE 'S' TO EOF-CONVERSAO
                       NOT AT END
                           IF CNV-TEXTO NOT = SPACES AND
                               WS-TOTAL-CNV < 300
                               ADD 1 TO WS-TOTAL-CNV
                               MOVE CNV-TEXTO
                                   TO WS-CNV-TEXTO(WS-TOTAL-CNV)
                               MOVE CNV-CODIGO
                                   TO WS-CNV-CODIGO(WS-TOTAL-CNV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CONVERSAO
           END-IF.

       GRAVA-CONVERSOES.
           OPEN OUTPUT FICHEIRO-CONVERSAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CNV
               MOVE SPACES TO LINHA-CONVERSAO
               MOVE WS-CNV-TEXTO(I) TO CNV-TEXTO
               MOVE WS-CNV-CODIGO(I) TO CNV-CODIGO
               WRITE LINHA-CONVERSAO
           END-PERFORM
           CLOSE FICHEIRO-CONVERSAO.

       CONVERTER-TEXTO-LIVRE.
      * Primeiro junta numa tabela de correspondencias cada texto
      * livre diferente que ainda nao e um codigo (tenta o nome do
      * mestre, senao pergunta ao operador); a tabela e gravada
      * antes de se tocar nos ficheiros, por isso uma corrida
      * interrompida repete-se sem voltar a perguntar nada
           PERFORM CARREGA-PROFESSORES
           IF WS-TOTAL-PROF = 0
               DISPLAY "Sem professores em professores.txt; crie o"
                   " mestre antes de converter"
           ELSE
               PERFORM CARREGA-CONVERSOES
               PERFORM RECOLHE-TEXTOS-TURMAS
               PERFORM RECOLHE-TEXTOS-AULAS
               PERFORM RECOLHE-TEXTOS-HORARIO
               PERFORM GRAVA-CONVERSOES
               PERFORM CONVERTE-TURMAS
               PERFORM CONVERTE-AULAS
               PERFORM CONVERTE-HORARIO
           END-IF.

       RECOLHE-TEXTOS-TURMAS.
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           MOVE TUR-PROFESSOR TO WS-TEXTO
                           PERFORM REGISTA-TEXTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       RECOLHE-TEXTOS-AULAS.
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           MOVE AUL-PROFESSOR TO WS-TEXTO
                           PERFORM REGISTA-TEXTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF.

       RECOLHE-TEXTOS-HORARIO.
           MOVE 'N' TO EOF-HORARIO
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00' OR WS-HORARIO-STATUS = '05'
               PERFORM UNTIL EOF-HORARIO = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-HORARIO
                       NOT AT END
                           MOVE HOR-PROFESSOR TO WS-TEXTO
                           PERFORM REGISTA-TEXTO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF.

       REGISTA-TEXTO.
      * Um texto que ja e codigo do mestre ou que ja tem
      * correspondencia nao volta a ser perguntado
           IF WS-TEXTO NOT = SPACES
               PERFORM PROCURA-CODIGO-TEXTO
               IF WS-ACHADO = 0
                   PERFORM PROCURA-CORRESPONDENCIA
                   IF WS-ACHADO = 0 AND WS-TOTAL-CNV < 300
                       PERFORM PERGUNTA-CORRESPONDENCIA
                   END-IF
               END-IF
           END-IF.

       PROCURA-CODIGO-TEXTO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
               IF WS-PRO-CODIGO(I) = WS-TEXTO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       PROCURA-CORRESPONDENCIA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-CNV
               IF WS-CNV-TEXTO(I) = WS-TEXTO
                   MOVE I TO WS-ACHADO
               END-IF
           END-PERFORM.

       PERGUNTA-CORRESPONDENCIA.
      * Sugestao automatica quando o texto e o nome do mestre (sem
      * olhar a maiusculas); senao e o operador que decide, e um
      * ENTER deixa o texto como esta (fica de fora da conversao)
           MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO WS-TEXTO-MAIUSC
           MOVE SPACES TO WS-RESPOSTA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
               IF FUNCTION UPPER-CASE(WS-PRO-NOME(I)) =
                   WS-TEXTO-MAIUSC
                   MOVE WS-PRO-CODIGO(I) TO WS-RESPOSTA
               END-IF
           END-PERFORM
           IF WS-RESPOSTA NOT = SPACES
               DISPLAY "'" WS-TEXTO "' -> " WS-RESPOSTA
                   " (pelo nome)"
           ELSE
               MOVE 'N' TO WS-VALIDO
               PERFORM UNTIL WS-VALIDO = 'S'
                   DISPLAY "CODIGO PARA '" WS-TEXTO
                       "' (ENTER = deixar): " WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
                   MOVE 'S' TO WS-VALIDO
                   IF WS-RESPOSTA NOT = SPACES
                       MOVE 'N' TO WS-VALIDO
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-TOTAL-PROF
                           IF WS-PRO-CODIGO(I) = WS-RESPOSTA
                               MOVE 'S' TO WS-VALIDO
                           END-IF
                       END-PERFORM
                       IF WS-VALIDO = 'N'
                           DISPLAY "Codigo " WS-RESPOSTA
                               " nao existe no mestre"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RESPOSTA NOT = SPACES
               ADD 1 TO WS-TOTAL-CNV
               MOVE WS-TEXTO TO WS-CNV-TEXTO(WS-TOTAL-CNV)
               MOVE WS-RESPOSTA TO WS-CNV-CODIGO(WS-TOTAL-CNV)
           END-IF.

       TRADUZ-TEXTO.
      * WS-TEXTO passa a codigo quando ha correspondencia
           PERFORM PROCURA-CORRESPONDENCIA
           IF WS-ACHADO > 0
               MOVE WS-CNV-CODIGO(WS-ACHADO) TO WS-TEXTO
               ADD 1 TO WS-ALTERADAS
           END-IF.

       CONVERTE-TURMAS.
           MOVE 0 TO WS-ALTERADAS
           MOVE 'N' TO EOF-TURMAS
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00'
               OPEN OUTPUT FICHEIRO-TEMP
               PERFORM UNTIL EOF-TURMAS = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-TURMAS
                       NOT AT END
                           MOVE TUR-PROFESSOR TO WS-TEXTO
                           PERFORM TRADUZ-TEXTO
                           MOVE WS-TEXTO TO TUR-PROFESSOR
                           MOVE LINHA-TURMA TO LINHA-TEMP
                           WRITE LINHA-TEMP
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
               CLOSE FICHEIRO-TEMP
               IF WS-ALTERADAS > 0
                   MOVE 'N' TO EOF-TEMP
                   OPEN INPUT FICHEIRO-TEMP
                   OPEN OUTPUT FICHEIRO-TURMAS
                   PERFORM UNTIL EOF-TEMP = 'S'
                       READ FICHEIRO-TEMP
                           AT END
                               MOVE 'S' TO EOF-TEMP
                           NOT AT END
                               MOVE LINHA-TEMP TO LINHA-TURMA
                               WRITE LINHA-TURMA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-TURMAS
                   CLOSE FICHEIRO-TEMP
               END-IF
           END-IF
           DISPLAY "turmas.txt : " WS-ALTERADAS
               " linha(s) convertida(s)".

       CONVERTE-AULAS.
           MOVE 0 TO WS-ALTERADAS
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00'
               OPEN OUTPUT FICHEIRO-TEMP
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           MOVE AUL-PROFESSOR TO WS-TEXTO
                           PERFORM TRADUZ-TEXTO
                           MOVE WS-TEXTO TO AUL-PROFESSOR
                           MOVE LINHA-AULA TO LINHA-TEMP
                           WRITE LINHA-TEMP
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
               CLOSE FICHEIRO-TEMP
               IF WS-ALTERADAS > 0
                   MOVE 'N' TO EOF-TEMP
                   OPEN INPUT FICHEIRO-TEMP
                   OPEN OUTPUT FICHEIRO-AULAS
                   PERFORM UNTIL EOF-TEMP = 'S'
                       READ FICHEIRO-TEMP
                           AT END
                               MOVE 'S' TO EOF-TEMP
                           NOT AT END
                               MOVE LINHA-TEMP TO LINHA-AULA
                               WRITE LINHA-AULA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-AULAS
                   CLOSE FICHEIRO-TEMP
               END-IF
           END-IF
           DISPLAY "aulas.txt : " WS-ALTERADAS
               " linha(s) convertida(s)".

       CONVERTE-HORARIO.
           MOVE 0 TO WS-ALTERADAS
           MOVE 'N' TO EOF-HORARIO
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00'
               OPEN OUTPUT FICHEIRO-TEMP
               PERFORM UNTIL EOF-HORARIO = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-HORARIO
                       NOT AT END
                           MOVE HOR-PROFESSOR TO WS-TEXTO
                           PERFORM TRADUZ-TEXTO
                           MOVE WS-TEXTO TO HOR-PROFESSOR
                           MOVE LINHA-HORARIO TO LINHA-TEMP
                           WRITE LINHA-TEMP
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
               CLOSE FICHEIRO-TEMP
               IF WS-ALTERADAS > 0
                   MOVE 'N' TO EOF-TEMP
                   OPEN INPUT FICHEIRO-TEMP
                   OPEN OUTPUT FICHEIRO-HORARIO
                   PERFORM UNTIL EOF-TEMP = 'S'
                       READ FICHEIRO-TEMP
                           AT END
                               MOVE 'S' TO EOF-TEMP
                           NOT AT END
                               MOVE LINHA-TEMP TO LINHA-HORARIO
                               WRITE LINHA-HORARIO
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-HORARIO
                   CLOSE FICHEIRO-TEMP
               END-IF
           END-IF
           DISPLAY "horario.txt : " WS-ALTERADAS
               " linha(s) convertida(s)".

       RELATORIO-CARGA.
      * Aulas dadas e turmas por professor, a partir do registo
      * de aulas; aulas com um professor que nao e codigo do
      * mestre ficam contadas a parte para a conversao as apanhar
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM CARREGA-PROFESSORES
           DISPLAY "DESDE (AAAAMMDD, ENTER = sem limite): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE 0 TO WS-DATA-DE
           ELSE
               COMPUTE WS-DATA-DE = FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           DISPLAY "ATE (AAAAMMDD, ENTER = hoje): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO = SPACES
               MOVE WS-DATA TO WS-DATA-ATE
           ELSE
               COMPUTE WS-DATA-ATE = FUNCTION NUMVAL(WS-DATA-TEXTO)
           END-IF
           MOVE 0 TO WS-TOTAL-PARES
           MOVE 0 TO WS-SEM-CODIGO
           MOVE 'N' TO EOF-AULAS
           OPEN INPUT FICHEIRO-AULAS
           IF WS-AULAS-STATUS = '00' OR WS-AULAS-STATUS = '05'
               PERFORM UNTIL EOF-AULAS = 'S'
                   READ FICHEIRO-AULAS
                       AT END
                           MOVE 'S' TO EOF-AULAS
                       NOT AT END
                           IF AUL-DATA IS NUMERIC AND
                               AUL-DATA >= WS-DATA-DE AND
                               AUL-DATA <= WS-DATA-ATE
                               PERFORM ACUMULA-AULA-CARGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AULAS
           END-IF
           PERFORM GRAVA-RELATORIO-CARGA
           PERFORM REGISTA-SPOOL
           DISPLAY "Relatorio em carga-professores.txt".

       ACUMULA-AULA-CARGA.
           MOVE AUL-PROFESSOR TO WS-TEXTO
           PERFORM PROCURA-CODIGO-TEXTO
           IF WS-ACHADO = 0
               ADD 1 TO WS-SEM-CODIGO
           ELSE
               ADD 1 TO WS-PRO-AULAS(WS-ACHADO)
               MOVE 0 TO J
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PARES
                   IF WS-PAR-PROFESSOR(I) = AUL-PROFESSOR AND
                       WS-PAR-TURMA(I) = AUL-TURMA
                       MOVE I TO J
                   END-IF
               END-PERFORM
               IF J = 0 AND WS-TOTAL-PARES < 600
                   ADD 1 TO WS-TOTAL-PARES
                   MOVE WS-TOTAL-PARES TO J
                   MOVE AUL-PROFESSOR TO WS-PAR-PROFESSOR(J)
                   MOVE AUL-TURMA TO WS-PAR-TURMA(J)
                   MOVE 0 TO WS-PAR-AULAS(J)
                   ADD 1 TO WS-PRO-TURMAS(WS-ACHADO)
               END-IF
               IF J > 0
                   ADD 1 TO WS-PAR-AULAS(J)
               END-IF
           END-IF.

       GRAVA-RELATORIO-CARGA.
           OPEN OUTPUT FICHEIRO-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARGA HORARIA DOS PROFESSORES DE " WS-DATA-DE
               " A " WS-DATA-ATE " (EMITIDO EM " WS-DATA ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CODIGO NOME                           CONTRATO"
               " TURMAS AULAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PROF
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-PRO-CODIGO(I) " " WS-PRO-NOME(I) " "
                   WS-PRO-CONTRATO(I) " " WS-PRO-TURMAS(I) "    "
                   WS-PRO-AULAS(I)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PARES
                   IF WS-PAR-PROFESSOR(J) = WS-PRO-CODIGO(I)
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "       TURMA " WS-PAR-TURMA(J)
                           " : " WS-PAR-AULAS(J) " aula(s)"
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SEM-CODIGO > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "AULAS COM PROFESSOR FORA DO MESTRE: "
                   WS-SEM-CODIGO " (correr a conversao)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE FICHEIRO-RELATORIO.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'carga-professores.txt' TO SPL-FICHEIRO
           MOVE 'CARGA HORARIA' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM GESTAO-PROFESSORES.
