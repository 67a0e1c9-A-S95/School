      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ficha do aluno para o balcao da secretaria: um so
      *          ecra, so de leitura, por numero ou por parte do
      *          nome, com identificacao, turma e transferencias,
      *          encarregados e contactos, notas por disciplina,
      *          assiduidade, prestacoes em aberto e em atraso,
      *          marcacoes da cantina da semana, clubes, emprestimos
      *          por devolver e documentos de matricula em falta;
      *          cada consulta fica no registo de acessos com a
      *          finalidade, como no Exercicio0, e dali se salta
      *          para o programa de manutencao de cada area (com a
      *          mesma autorizacao por perfis.txt da suite)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-ALUNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-FICHEIRO-0-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS
               ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'movimentos-turma.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-DISCIPLINAS
               ASSIGN TO 'disciplinas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCIPLINAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESENCAS
               ASSIGN TO 'presencas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-MARCACOES
               ASSIGN TO 'marcacoes-cantina.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-CLUBES
               ASSIGN TO 'clubes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLUBES-STATUS.
           SELECT OPTIONAL FICHEIRO-INSCRICOES
               ASSIGN TO 'clubes-inscricoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSCRICOES-STATUS.
           SELECT OPTIONAL FICHEIRO-EMPRESTIMOS
               ASSIGN TO 'emprestimos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.
           SELECT OPTIONAL FICHEIRO-TIPOS
               ASSIGN TO 'tipos-documento.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOS-STATUS.
           SELECT OPTIONAL FICHEIRO-DOCUMENTOS
               ASSIGN TO 'documentos-alunos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-FINALIDADES
               ASSIGN TO 'finalidades.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINALIDADES-STATUS.
           SELECT OPTIONAL FICHEIRO-ACESSOS
               ASSIGN TO 'acessos-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSOS-STATUS.
           SELECT OPTIONAL FICHEIRO-PERFIS ASSIGN TO 'perfis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECUSAS
               ASSIGN TO 'acessos-recusados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUSAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-NOTAS.
       01 NOTAS-REC.
         05 REC-NUMERO PIC 9(5).
         05 REC-NOME   PIC X(20).
         05 REC-TURMA  PIC X(6).
         05 REC-NOTA   PIC S9(2)V9.
         05 REC-NOTA-TESTE   PIC S9(2)V9.
         05 REC-NOTA-PRATICA PIC S9(2)V9.
         05 REC-NOTA-TRAB    PIC S9(2)V9.
         05 REC-PESO-TESTE   PIC 9(3).
         05 REC-PESO-PRATICA PIC 9(3).
         05 REC-PESO-TRAB    PIC 9(3).
       FD FICHEIRO-DISC.
       01 DISC-REC.
         05 DIS-CHAVE.
           10 DIS-NUMERO     PIC 9(5).
           10 DIS-DISCIPLINA PIC X(4).
         05 DIS-NOTA         PIC S9(2)V9.
         05 DIS-NOTA-TESTE   PIC S9(2)V9.
         05 DIS-NOTA-PRATICA PIC S9(2)V9.
         05 DIS-NOTA-TRAB    PIC S9(2)V9.
         05 DIS-PESO-TESTE   PIC 9(3).
         05 DIS-PESO-PRATICA PIC 9(3).
         05 DIS-PESO-TRAB    PIC 9(3).
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 REG-TELEFONE-0  PIC X(15).
           10 REG-EMAIL-0     PIC X(30).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
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
       FD FICHEIRO-MOVIMENTOS.
       01 LINHA-MOVIMENTO.
         05 MOV-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MOV-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MOV-DE     PIC X(6).
         05 FILLER     PIC X.
         05 MOV-PARA   PIC X(6).
         05 FILLER     PIC X.
         05 MOV-MOTIVO PIC X(30).
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-DISCIPLINAS.
       01 LINHA-DISCIPLINA.
         05 DSC-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 DSC-NOME   PIC X(20).
       FD FICHEIRO-PRESENCAS.
       01 LINHA-PRESENCA.
         05 PRE-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 PRE-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 PRE-ESTADO PIC X.
         05 FILLER     PIC X.
         05 PRE-AULA   PIC 9(5).
       FD FICHEIRO-PRESTACOES.
       01 LINHA-PRESTACAO.
         05 PRS-NUMERO    PIC 9(5).
         05 FILLER        PIC X.
         05 PRS-SEQ       PIC 9(2).
         05 FILLER        PIC X.
         05 PRS-DATA-VENC PIC 9(8).
         05 FILLER        PIC X.
         05 PRS-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-PAGO      PIC 9(7)V99.
         05 FILLER        PIC X.
         05 PRS-ESTADO    PIC X(9).
       FD FICHEIRO-MARCACOES.
       01 LINHA-MARCACAO.
         05 MAR-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 MAR-NUMERO PIC 9(5).
         05 FILLER     PIC X.
         05 MAR-HORA   PIC 9(6).
         05 FILLER     PIC X.
         05 MAR-ESTADO PIC X(9).
       FD FICHEIRO-CLUBES.
       01 LINHA-CLUBE.
         05 CLB-CODIGO PIC X(4).
         05 FILLER     PIC X.
         05 CLB-NOME   PIC X(20).
         05 FILLER     PIC X.
         05 CLB-CAPACIDADE PIC 9(3).
         05 FILLER     PIC X.
         05 CLB-TAXA   PIC 9(5)V99.
       FD FICHEIRO-INSCRICOES.
       01 LINHA-INSCRICAO.
         05 CIN-CLUBE    PIC X(4).
         05 FILLER       PIC X.
         05 CIN-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 CIN-DATA-FIM PIC X(8).
       FD FICHEIRO-EMPRESTIMOS.
       01 LINHA-EMPRESTIMO.
         05 EMP-ITEM         PIC X(6).
         05 FILLER           PIC X.
         05 EMP-MEMBRO       PIC X(20).
         05 FILLER           PIC X.
         05 EMP-DATA-SAIDA   PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-DATA-LIMITE  PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-DATA-ENTREGA PIC 9(8).
         05 FILLER           PIC X.
         05 EMP-ESTADO       PIC X(8).
       FD FICHEIRO-TIPOS.
       01 LINHA-TIPO.
         05 TPD-CODIGO    PIC X(4).
         05 FILLER        PIC X.
         05 TPD-DESCRICAO PIC X(30).
       FD FICHEIRO-DOCUMENTOS.
       01 LINHA-DOCUMENTO.
         05 DOC-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 DOC-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 DOC-DATA     PIC 9(8).
         05 FILLER       PIC X.
         05 DOC-OPERADOR PIC X(8).
       FD FICHEIRO-FINALIDADES.
       01 LINHA-FINALIDADE.
         05 FIN-CODIGO    PIC X(4).
         05 FILLER        PIC X.
         05 FIN-DESCRICAO PIC X(30).
       FD FICHEIRO-ACESSOS.
       01 LINHA-ACESSO.
         05 ACE-DATA       PIC 9(8).
         05 ACE-HORA       PIC 9(6).
         05 FILLER         PIC X.
         05 ACE-OPERADOR   PIC X(8).
         05 FILLER         PIC X.
         05 ACE-PESSOA     PIC X(20).
         05 FILLER         PIC X.
         05 ACE-FINALIDADE PIC X(4).
         05 FILLER         PIC X.
         05 ACE-PROGRAMA   PIC X(20).
         05 FILLER         PIC X.
         05 ACE-ELO        PIC 9(18).
       FD FICHEIRO-PERFIS.
       01 LINHA-PERFIL.
         05 PRF-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 PRF-PROGRAMA PIC X(22).
         05 FILLER       PIC X.
         05 PRF-NIVEL    PIC X.
       FD FICHEIRO-RECUSAS.
       01 LINHA-RECUSA PIC X(80).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-FICHEIRO-0-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-DISCIPLINAS-STATUS PIC XX.
       01 WS-PRESENCAS-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-MARCACOES-STATUS PIC XX.
       01 WS-CLUBES-STATUS PIC XX.
       01 WS-INSCRICOES-STATUS PIC XX.
       01 WS-EMPRESTIMOS-STATUS PIC XX.
       01 WS-TIPOS-STATUS PIC XX.
       01 WS-DOCUMENTOS-STATUS PIC XX.
       01 WS-FINALIDADES-STATUS PIC XX.
       01 WS-ACESSOS-STATUS PIC XX.
       01 WS-PERFIS-STATUS PIC XX.
       01 WS-RECUSAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-NOTAS PIC X.
       01 EOF-DISC PIC X.
       01 EOF-FICHEIRO PIC X.
       01 EOF-FINALIDADES PIC X.
       01 EOF-PERFIS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPCAO-AREA PIC 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-PESQUISA PIC X(20).
       01 WS-PESQUISA-TAM PIC 9(2).
       01 WS-NOME-MAIUSC PIC X(20).
       01 WS-OCORRENCIAS PIC 9(3).
       01 WS-ENCONTRADOS PIC 9(3).
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-ALUNO-OK PIC X.
       01 WS-FINALIDADE PIC X(4).
       01 WS-FINALIDADE-VALIDA PIC X.
       01 WS-TENTATIVAS-FIN PIC 9.
       01 WS-PROGRAMA-CHAMADO PIC X(22).
       01 WS-AUTORIZADO PIC X.
       01 WS-EMP-DA-FAMILIA PIC X.
       01 WS-HOJE-INT PIC 9(8).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-SEGUNDA PIC 9(8).
       01 WS-DOMINGO PIC 9(8).
       01 WS-CONTADOR PIC 9(4).
       01 WS-TOTAL-P PIC 9(5).
       01 WS-TOTAL-A PIC 9(5).
       01 WS-PERCENTAGEM PIC 9(3)V9.
       01 WS-PERC-EDITADA PIC ZZ9.9.
       01 WS-NOTA-EDITADA PIC -Z9.9.
       01 WS-VALOR-EDITADO PIC Z(6)9.99.
       01 WS-FALTA-PRS PIC S9(7)V99.
       01 WS-SALDO PIC 9(7)V99.
       01 WS-SALDO-ATRASO PIC 9(7)V99.
       01 WS-ATRASO-TXT PIC X(9).
       01 WS-DOC-ENTREGUE PIC X.
       01 WS-NOME-DISCIPLINA PIC X(20).
       01 WS-NOME-CLUBE PIC X(20).
       01 I PIC 9(3).
       01 J PIC 9(3).
      * Encarregados do aluno: servem para os contactos e para os
      * emprestimos, que na biblioteca estao em nome do membro
       01 WS-TOTAL-EE PIC 9 VALUE 0.
       01 WS-TABELA-EE.
         05 WS-EE-MEMBRO OCCURS 9 TIMES PIC X(20).
       01 WS-TOTAL-DISCIPLINAS PIC 9(3) VALUE 0.
       01 WS-TABELA-DISCIPLINAS.
         05 WS-DSC OCCURS 50 TIMES.
           10 WS-DSC-CODIGO PIC X(4).
           10 WS-DSC-NOME   PIC X(20).
       01 WS-TOTAL-CLUBES PIC 9(3) VALUE 0.
       01 WS-TABELA-CLUBES.
         05 WS-CLB OCCURS 50 TIMES.
           10 WS-CLB-CODIGO PIC X(4).
           10 WS-CLB-NOME   PIC X(20).
       01 WS-TOTAL-TIPOS PIC 9(2) VALUE 0.
       01 WS-TABELA-TIPOS.
         05 WS-TPD OCCURS 30 TIMES.
           10 WS-TPD-CODIGO    PIC X(4).
           10 WS-TPD-DESCRICAO PIC X(30).
           10 WS-TPD-ENTREGUE  PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM LE-OPERADOR-SESSAO
           PERFORM CARREGA-DISCIPLINAS
           PERFORM CARREGA-CLUBES
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "FICHA DO ALUNO (BALCAO)"
               DISPLAY "1 - CONSULTAR POR NUMERO"
               DISPLAY "2 - CONSULTAR POR NOME"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM PEDE-NUMERO
                       PERFORM CONSULTA-ALUNO
                   WHEN 2
                       PERFORM PROCURA-POR-NOME
                       PERFORM CONSULTA-ALUNO
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LE-OPERADOR-SESSAO.
           OPEN INPUT FICHEIRO-SESSAO
           IF WS-SESSAO-STATUS = '00' OR WS-SESSAO-STATUS = '05'
               READ FICHEIRO-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE FICHEIRO-SESSAO
           END-IF.

       CARREGA-DISCIPLINAS.
           MOVE 0 TO WS-TOTAL-DISCIPLINAS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-DISCIPLINAS
           IF WS-DISCIPLINAS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-DISCIPLINAS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF WS-TOTAL-DISCIPLINAS < 50
                               ADD 1 TO WS-TOTAL-DISCIPLINAS
                               MOVE DSC-CODIGO TO
                                 WS-DSC-CODIGO(WS-TOTAL-DISCIPLINAS)
                               MOVE DSC-NOME TO
                                 WS-DSC-NOME(WS-TOTAL-DISCIPLINAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISCIPLINAS
           END-IF.

       CARREGA-CLUBES.
           MOVE 0 TO WS-TOTAL-CLUBES
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-CLUBES
           IF WS-CLUBES-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-CLUBES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF WS-TOTAL-CLUBES < 50
                               ADD 1 TO WS-TOTAL-CLUBES
                               MOVE CLB-CODIGO TO
                                   WS-CLB-CODIGO(WS-TOTAL-CLUBES)
                               MOVE CLB-NOME TO
                                   WS-CLB-NOME(WS-TOTAL-CLUBES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CLUBES
           END-IF.

       PEDE-NUMERO.
           MOVE 'N' TO WS-ALUNO-OK
           DISPLAY "NUMERO DO ALUNO (5 digitos): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO IS NUMERIC
               MOVE WS-NUM-TEXTO TO WS-NUMERO
               PERFORM LE-ALUNO
           ELSE
               DISPLAY "Numero invalido"
           END-IF.

       LE-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao disponivel"
           ELSE
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       DISPLAY "Aluno " WS-NUMERO " nao existe"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-OK
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       PROCURA-POR-NOME.
      * Ao balcao nem sempre se sabe o numero: lista quem tem o
      * texto no nome e, havendo mais do que um, pede o numero
           MOVE 'N' TO WS-ALUNO-OK
           DISPLAY "PARTE DO NOME: " WITH NO ADVANCING
           MOVE SPACES TO WS-PESQUISA
           ACCEPT WS-PESQUISA
           MOVE FUNCTION UPPER-CASE(WS-PESQUISA) TO WS-PESQUISA
           IF WS-PESQUISA = SPACES
               DISPLAY "Nome vazio"
           ELSE
               COMPUTE WS-PESQUISA-TAM =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PESQUISA))
               MOVE 0 TO WS-ENCONTRADOS
               MOVE 'N' TO EOF-NOTAS
               OPEN INPUT FICHEIRO-NOTAS
               IF WS-NOTAS-STATUS NOT = '00'
                   DISPLAY "NOTAS.DAT nao disponivel"
               ELSE
                   PERFORM UNTIL EOF-NOTAS = 'S'
                       READ FICHEIRO-NOTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO EOF-NOTAS
                           NOT AT END
                               PERFORM COMPARA-NOME
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-NOTAS
                   EVALUATE WS-ENCONTRADOS
                       WHEN 0
                           DISPLAY "Nenhum aluno com '"
                               FUNCTION TRIM(WS-PESQUISA) "'"
                       WHEN 1
                           PERFORM LE-ALUNO
                       WHEN OTHER
                           DISPLAY WS-ENCONTRADOS " alunos encontrados"
                           PERFORM PEDE-NUMERO
                   END-EVALUATE
               END-IF
           END-IF.

       COMPARA-NOME.
           MOVE FUNCTION UPPER-CASE(REC-NOME) TO WS-NOME-MAIUSC
           MOVE 0 TO WS-OCORRENCIAS
           INSPECT WS-NOME-MAIUSC TALLYING WS-OCORRENCIAS
               FOR ALL WS-PESQUISA(1 : WS-PESQUISA-TAM)
           IF WS-OCORRENCIAS > 0
               ADD 1 TO WS-ENCONTRADOS
               MOVE REC-NUMERO TO WS-NUMERO
               DISPLAY "  " REC-NUMERO " " REC-NOME " " REC-TURMA
           END-IF.

       CONSULTA-ALUNO.
           IF WS-ALUNO-OK = 'S'
               PERFORM PEDE-FINALIDADE
               PERFORM MOSTRA-FICHA
               MOVE 9 TO WS-OPCAO-AREA
               PERFORM UNTIL WS-OPCAO-AREA = 0
                   DISPLAY "###################"
                   DISPLAY "IR PARA A MANUTENCAO DE:"
                   DISPLAY "1 - NOTAS"
                   DISPLAY "2 - PRESENCAS"
                   DISPLAY "3 - PROPINAS E PRESTACOES"
                   DISPLAY "4 - ENCARREGADOS"
                   DISPLAY "5 - CANTINA"
                   DISPLAY "6 - CLUBES"
                   DISPLAY "7 - BIBLIOTECA"
                   DISPLAY "8 - DOCUMENTOS DE MATRICULA"
                   DISPLAY "9 - TRANSFERENCIA DE TURMA"
                   DISPLAY "0 - VOLTAR"
                   DISPLAY "###################"
                   DISPLAY "ESCOLHA UMA OPCAO"
                   ACCEPT WS-OPCAO-AREA
                   MOVE SPACES TO WS-PROGRAMA-CHAMADO
                   EVALUATE WS-OPCAO-AREA
                       WHEN 1
                           MOVE 'ARRAY_EX1' TO WS-PROGRAMA-CHAMADO
                       WHEN 2
                           MOVE 'PRESENCAS' TO WS-PROGRAMA-CHAMADO
                       WHEN 3
                           MOVE 'GESTAO-PAGAMENTOS'
                               TO WS-PROGRAMA-CHAMADO
                       WHEN 4
                           MOVE 'GESTAO-ENCARREGADOS'
                               TO WS-PROGRAMA-CHAMADO
                       WHEN 5
                           MOVE 'GESTAO-CANTINA'
                               TO WS-PROGRAMA-CHAMADO
                       WHEN 6
                           MOVE 'GESTAO-CLUBES' TO WS-PROGRAMA-CHAMADO
                       WHEN 7
                           MOVE 'GESTAO-EMPRESTIMOS'
                               TO WS-PROGRAMA-CHAMADO
                       WHEN 8
                           MOVE 'DOCUMENTOS-MATRICULA'
                               TO WS-PROGRAMA-CHAMADO
                       WHEN 9
                           MOVE 'TRANSFERE-ALUNO'
                               TO WS-PROGRAMA-CHAMADO
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcao invalida"
                   END-EVALUATE
                   IF WS-PROGRAMA-CHAMADO NOT = SPACES
                       PERFORM SALTA-PARA-AREA
                   END-IF
               END-PERFORM
           END-IF.

       SALTA-PARA-AREA.
      * A mesma regra da suite: com perfis.txt presente so passa
      * quem tem linha para o programa (ou para *); no regresso a
      * ficha e mostrada outra vez, ja com o que se alterou, e essa
      * nova leitura tambem fica no registo de acessos
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM VERIFICA-AUTORIZACAO
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "Operador " FUNCTION TRIM(WS-OPERADOR)
                   " sem autorizacao para "
                   FUNCTION TRIM(WS-PROGRAMA-CHAMADO)
               PERFORM REGISTA-RECUSA
           ELSE
               CALL WS-PROGRAMA-CHAMADO
                   ON EXCEPTION
                       DISPLAY "Programa "
                           FUNCTION TRIM(WS-PROGRAMA-CHAMADO)
                           " nao disponivel (modulo por compilar?)"
               END-CALL
      * Largar o modulo para que o proximo salto comece do zero
               CANCEL WS-PROGRAMA-CHAMADO
               MOVE 0 TO RETURN-CODE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               PERFORM LE-ALUNO
               IF WS-ALUNO-OK = 'S'
                   PERFORM MOSTRA-FICHA
               ELSE
                   MOVE 0 TO WS-OPCAO-AREA
               END-IF
           END-IF.

       VERIFICA-AUTORIZACAO.
           MOVE 'S' TO WS-AUTORIZADO
           MOVE 'N' TO EOF-PERFIS
           OPEN INPUT FICHEIRO-PERFIS
           IF WS-PERFIS-STATUS = '00'
               MOVE 'N' TO WS-AUTORIZADO
               PERFORM UNTIL EOF-PERFIS = 'S'
                   READ FICHEIRO-PERFIS
                       AT END
                           MOVE 'S' TO EOF-PERFIS
                       NOT AT END
                           IF FUNCTION UPPER-CASE(PRF-OPERADOR) =
                               FUNCTION UPPER-CASE(WS-OPERADOR)
                               AND (PRF-PROGRAMA =
                                   WS-PROGRAMA-CHAMADO OR
                                   PRF-PROGRAMA(1 : 1) = '*')
                               MOVE 'S' TO WS-AUTORIZADO
                               MOVE 'S' TO EOF-PERFIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERFIS
           END-IF.

       REGISTA-RECUSA.
           OPEN EXTEND FICHEIRO-RECUSAS
           MOVE SPACES TO LINHA-RECUSA
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " RECUSADO "
               FUNCTION TRIM(WS-PROGRAMA-CHAMADO)
               DELIMITED BY SIZE INTO LINHA-RECUSA
           WRITE LINHA-RECUSA
           CLOSE FICHEIRO-RECUSAS.

       PEDE-FINALIDADE.
      * Tal como no Exercicio0: a finalidade vem do catalogo
      * finalidades.txt; sem catalogo o codigo e aceite com aviso
           MOVE 'N' TO WS-FINALIDADE-VALIDA
           MOVE 0 TO WS-TENTATIVAS-FIN
           PERFORM UNTIL WS-FINALIDADE-VALIDA = 'S'
               OR WS-TENTATIVAS-FIN >= 3
               ADD 1 TO WS-TENTATIVAS-FIN
               PERFORM MOSTRA-FINALIDADES
               DISPLAY "Finalidade da consulta: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-FINALIDADE
               ACCEPT WS-FINALIDADE
               MOVE FUNCTION UPPER-CASE(WS-FINALIDADE)
                   TO WS-FINALIDADE
               PERFORM VALIDA-FINALIDADE
               IF WS-FINALIDADE-VALIDA NOT = 'S'
                   DISPLAY "Finalidade desconhecida"
               END-IF
           END-PERFORM
           IF WS-FINALIDADE-VALIDA NOT = 'S'
               MOVE '????' TO WS-FINALIDADE
               DISPLAY "Sem finalidade valida, registado como ????"
           END-IF.

       MOSTRA-FINALIDADES.
           MOVE 'N' TO EOF-FINALIDADES
           OPEN INPUT FICHEIRO-FINALIDADES
           IF WS-FINALIDADES-STATUS = '00'
               DISPLAY "Finalidades disponiveis:"
               PERFORM UNTIL EOF-FINALIDADES = 'S'
                   READ FICHEIRO-FINALIDADES
                       AT END
                           MOVE 'S' TO EOF-FINALIDADES
                       NOT AT END
                           DISPLAY "  " FIN-CODIGO " - "
                               FIN-DESCRICAO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FINALIDADES
           END-IF.

       VALIDA-FINALIDADE.
           MOVE 'N' TO WS-FINALIDADE-VALIDA
           IF WS-FINALIDADE = SPACES
               CONTINUE
           ELSE
               MOVE 'N' TO EOF-FINALIDADES
               OPEN INPUT FICHEIRO-FINALIDADES
               IF WS-FINALIDADES-STATUS NOT = '00'
                   DISPLAY "Aviso: finalidades.txt nao encontrado,"
                       " codigo aceite sem validacao"
                   MOVE 'S' TO WS-FINALIDADE-VALIDA
               ELSE
                   PERFORM UNTIL EOF-FINALIDADES = 'S'
                       READ FICHEIRO-FINALIDADES
                           AT END
                               MOVE 'S' TO EOF-FINALIDADES
                           NOT AT END
                               IF FUNCTION UPPER-CASE(FIN-CODIGO)
                                   = WS-FINALIDADE
                                   MOVE 'S'
                                       TO WS-FINALIDADE-VALIDA
                                   MOVE 'S' TO EOF-FINALIDADES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-FINALIDADES
               END-IF
           END-IF.

       REGISTA-ACESSO.
           OPEN EXTEND FICHEIRO-ACESSOS
           MOVE SPACES TO LINHA-ACESSO
           MOVE WS-DATA TO ACE-DATA
           MOVE WS-HORA TO ACE-HORA
           MOVE WS-OPERADOR TO ACE-OPERADOR
           MOVE REC-NOME TO ACE-PESSOA
           MOVE WS-FINALIDADE TO ACE-FINALIDADE
           MOVE 'FICHA-ALUNO' TO ACE-PROGRAMA
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'acessos-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-ACESSO WS-CADEIA-QUANTAS
           WRITE LINHA-ACESSO
           CLOSE FICHEIRO-ACESSOS.

       MOSTRA-FICHA.
           PERFORM REGISTA-ACESSO
           DISPLAY "=================================================="
           DISPLAY "FICHA DO ALUNO " REC-NUMERO " - "
               FUNCTION TRIM(REC-NOME)
           DISPLAY "=================================================="
           PERFORM MOSTRA-TURMA
           PERFORM MOSTRA-ENCARREGADOS
           PERFORM MOSTRA-NOTAS
           PERFORM MOSTRA-ASSIDUIDADE
           PERFORM MOSTRA-PRESTACOES
           PERFORM MOSTRA-CANTINA
           PERFORM MOSTRA-CLUBES
           PERFORM MOSTRA-EMPRESTIMOS
           PERFORM MOSTRA-DOCUMENTOS
           DISPLAY "==================================================".

       MOSTRA-TURMA.
           DISPLAY "TURMA: " REC-TURMA WITH NO ADVANCING
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF TUR-CODIGO = REC-TURMA
                               DISPLAY " " FUNCTION TRIM(TUR-NOME)
                                   " (" FUNCTION TRIM(TUR-ANO)
                                   ") DT: " FUNCTION TRIM(TUR-PROFESSOR)
                                   WITH NO ADVANCING
                               MOVE 'S' TO EOF-FICHEIRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF
           DISPLAY " "
           MOVE 0 TO WS-CONTADOR
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF MOV-NUMERO = REC-NUMERO
                               ADD 1 TO WS-CONTADOR
                               DISPLAY "  TRANSFERENCIA " MOV-DATA
                                   " " MOV-DE " -> " MOV-PARA " "
                                   FUNCTION TRIM(MOV-MOTIVO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF
           IF WS-CONTADOR = 0
               DISPLAY "  Sem transferencias de turma"
           END-IF.

       MOSTRA-ENCARREGADOS.
           DISPLAY "ENCARREGADOS DE EDUCACAO:"
           MOVE 0 TO WS-TOTAL-EE
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-ENCARREGADOS
           IF WS-ENCARREGADOS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-ENCARREGADOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF ENC-NUMERO = REC-NUMERO AND
                               WS-TOTAL-EE < 9
                               ADD 1 TO WS-TOTAL-EE
                               MOVE ENC-MEMBRO TO
                                   WS-EE-MEMBRO(WS-TOTAL-EE)
                               DISPLAY "  " ENC-MEMBRO " ("
                                   FUNCTION TRIM(ENC-PARENTESCO) ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF
           IF WS-TOTAL-EE = 0
               DISPLAY "  Sem encarregado registado"
           ELSE
               OPEN INPUT FICHEIRO-0
               IF WS-FICHEIRO-0-STATUS = '00'
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TOTAL-EE
                       MOVE WS-EE-MEMBRO(I) TO REG-NOME-0
                       READ FICHEIRO-0 KEY IS REG-NOME-0
                           INVALID KEY
                               DISPLAY "    "
                                   FUNCTION TRIM(WS-EE-MEMBRO(I))
                                   ": sem contactos em ficheiro0.txt"
                           NOT INVALID KEY
                               DISPLAY "    "
                                   FUNCTION TRIM(WS-EE-MEMBRO(I))
                                   " TEL: " REG-TELEFONE-0
                                   " EMAIL: "
                                   FUNCTION TRIM(REG-EMAIL-0)
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-0
               END-IF
           END-IF.

       MOSTRA-NOTAS.
           MOVE REC-NOTA TO WS-NOTA-EDITADA
           DISPLAY "NOTAS (media geral " WS-NOTA-EDITADA "):"
           MOVE 0 TO WS-CONTADOR
           OPEN INPUT FICHEIRO-DISC
           IF WS-DISC-STATUS = '00'
               MOVE REC-NUMERO TO DIS-NUMERO
               MOVE LOW-VALUES TO DIS-DISCIPLINA
               MOVE 'N' TO EOF-DISC
               START FICHEIRO-DISC KEY IS >= DIS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO EOF-DISC
               END-START
               PERFORM UNTIL EOF-DISC = 'S'
                   READ FICHEIRO-DISC NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-DISC
                       NOT AT END
                           IF DIS-NUMERO NOT = REC-NUMERO
                               MOVE 'S' TO EOF-DISC
                           ELSE
                               ADD 1 TO WS-CONTADOR
                               PERFORM MOSTRA-NOTA-DISCIPLINA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISC
           END-IF
           IF WS-CONTADOR = 0
               DISPLAY "  Sem notas por disciplina"
           END-IF.

       MOSTRA-NOTA-DISCIPLINA.
           MOVE SPACES TO WS-NOME-DISCIPLINA
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > WS-TOTAL-DISCIPLINAS
               IF WS-DSC-CODIGO(J) = DIS-DISCIPLINA
                   MOVE WS-DSC-NOME(J) TO WS-NOME-DISCIPLINA
               END-IF
           END-PERFORM
           MOVE DIS-NOTA TO WS-NOTA-EDITADA
           DISPLAY "  " DIS-DISCIPLINA " " WS-NOME-DISCIPLINA " "
               WS-NOTA-EDITADA.

       MOSTRA-ASSIDUIDADE.
           MOVE 0 TO WS-TOTAL-P
           MOVE 0 TO WS-TOTAL-A
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-PRESENCAS
           IF WS-PRESENCAS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-PRESENCAS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF PRE-NUMERO = REC-NUMERO
                               EVALUATE PRE-ESTADO
                                   WHEN 'P'
                                       ADD 1 TO WS-TOTAL-P
                                   WHEN 'A'
                                       ADD 1 TO WS-TOTAL-A
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESENCAS
           END-IF
           IF WS-TOTAL-P + WS-TOTAL-A = 0
               DISPLAY "ASSIDUIDADE: sem registos de presenca"
           ELSE
               COMPUTE WS-PERCENTAGEM ROUNDED =
                   WS-TOTAL-P * 100 / (WS-TOTAL-P + WS-TOTAL-A)
               MOVE WS-PERCENTAGEM TO WS-PERC-EDITADA
               DISPLAY "ASSIDUIDADE: " WS-PERC-EDITADA "% ("
                   WS-TOTAL-P " presencas, " WS-TOTAL-A " faltas)"
           END-IF.

       MOSTRA-PRESTACOES.
      * Em aberto sao as que ainda tem valor por pagar e nao estao
      * pagas, anuladas, renegociadas nem dadas como incobraveis
           DISPLAY "PRESTACOES EM ABERTO:"
           MOVE 0 TO WS-SALDO
           MOVE 0 TO WS-SALDO-ATRASO
           MOVE 0 TO WS-CONTADOR
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC AND
                               PRS-NUMERO = REC-NUMERO AND
                               PRS-ESTADO NOT = 'PAGA' AND
                               PRS-ESTADO NOT = 'ANULADA' AND
                               PRS-ESTADO NOT = 'RENEGOC' AND
                               PRS-ESTADO NOT = 'INCOBRAV'
                               PERFORM MOSTRA-PRESTACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF
           IF WS-CONTADOR = 0
               DISPLAY "  Sem prestacoes em aberto"
           ELSE
               MOVE WS-SALDO TO WS-VALOR-EDITADO
               DISPLAY "  SALDO EM DIVIDA:  " WS-VALOR-EDITADO
                   WITH NO ADVANCING
               MOVE WS-SALDO-ATRASO TO WS-VALOR-EDITADO
               DISPLAY "  DO QUAL EM ATRASO: " WS-VALOR-EDITADO
           END-IF.

       MOSTRA-PRESTACAO.
           COMPUTE WS-FALTA-PRS = PRS-VALOR - PRS-PAGO
           IF WS-FALTA-PRS > 0
               ADD 1 TO WS-CONTADOR
               ADD WS-FALTA-PRS TO WS-SALDO
               MOVE SPACES TO WS-ATRASO-TXT
               IF PRS-DATA-VENC < WS-DATA
                   ADD WS-FALTA-PRS TO WS-SALDO-ATRASO
                   MOVE 'EM ATRASO' TO WS-ATRASO-TXT
               END-IF
               MOVE WS-FALTA-PRS TO WS-VALOR-EDITADO
               DISPLAY "  " PRS-SEQ " VENCE " PRS-DATA-VENC
                   " POR PAGAR " WS-VALOR-EDITADO " " WS-ATRASO-TXT
           END-IF.

       MOSTRA-CANTINA.
      * Semana corrente de segunda a domingo (1 = segunda)
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-HOJE-INT, 7)
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           COMPUTE WS-SEGUNDA = FUNCTION DATE-OF-INTEGER(
               WS-HOJE-INT - WS-DIA-SEMANA + 1)
           COMPUTE WS-DOMINGO = FUNCTION DATE-OF-INTEGER(
               WS-HOJE-INT - WS-DIA-SEMANA + 7)
           DISPLAY "CANTINA DE " WS-SEGUNDA " A " WS-DOMINGO ":"
           MOVE 0 TO WS-CONTADOR
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-MARCACOES
           IF WS-MARCACOES-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-MARCACOES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF MAR-NUMERO = REC-NUMERO AND
                               MAR-DATA >= WS-SEGUNDA AND
                               MAR-DATA <= WS-DOMINGO
                               ADD 1 TO WS-CONTADOR
                               DISPLAY "  " MAR-DATA " " MAR-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MARCACOES
           END-IF
           IF WS-CONTADOR = 0
               DISPLAY "  Sem marcacoes esta semana"
           END-IF.

       MOSTRA-CLUBES.
           DISPLAY "CLUBES:"
           MOVE 0 TO WS-CONTADOR
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-INSCRICOES
           IF WS-INSCRICOES-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-INSCRICOES
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF CIN-NUMERO = REC-NUMERO AND
                               CIN-DATA-FIM = SPACES
                               ADD 1 TO WS-CONTADOR
                               PERFORM MOSTRA-CLUBE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INSCRICOES
           END-IF
           IF WS-CONTADOR = 0
               DISPLAY "  Sem inscricao em clubes"
           END-IF.

       MOSTRA-CLUBE.
           MOVE SPACES TO WS-NOME-CLUBE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-CLUBES
               IF WS-CLB-CODIGO(J) = CIN-CLUBE
                   MOVE WS-CLB-NOME(J) TO WS-NOME-CLUBE
               END-IF
           END-PERFORM
           DISPLAY "  " CIN-CLUBE " " WS-NOME-CLUBE.

       MOSTRA-EMPRESTIMOS.
      * A biblioteca empresta em nome do membro: contam os do
      * proprio aluno e os dos encarregados
           DISPLAY "EMPRESTIMOS POR DEVOLVER:"
           MOVE 0 TO WS-CONTADOR
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-EMPRESTIMOS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-EMPRESTIMOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF EMP-ESTADO = 'ABERTO'
                               PERFORM VERIFICA-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF
           IF WS-CONTADOR = 0
               DISPLAY "  Sem emprestimos por devolver"
           END-IF.

       VERIFICA-EMPRESTIMO.
           MOVE 'N' TO WS-EMP-DA-FAMILIA
           IF EMP-MEMBRO = REC-NOME
               MOVE 'S' TO WS-EMP-DA-FAMILIA
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-EE
               IF EMP-MEMBRO = WS-EE-MEMBRO(J)
                   MOVE 'S' TO WS-EMP-DA-FAMILIA
               END-IF
           END-PERFORM
           IF WS-EMP-DA-FAMILIA = 'S'
               ADD 1 TO WS-CONTADOR
               MOVE SPACES TO WS-ATRASO-TXT
               IF EMP-DATA-LIMITE < WS-DATA
                   MOVE 'EM ATRASO' TO WS-ATRASO-TXT
               END-IF
               DISPLAY "  " EMP-ITEM " " EMP-MEMBRO " SAIU "
                   EMP-DATA-SAIDA " LIMITE " EMP-DATA-LIMITE " "
                   WS-ATRASO-TXT
           END-IF.

       MOSTRA-DOCUMENTOS.
           MOVE 0 TO WS-TOTAL-TIPOS
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-TIPOS
           IF WS-TIPOS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-TIPOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF WS-TOTAL-TIPOS < 30
                               ADD 1 TO WS-TOTAL-TIPOS
                               MOVE TPD-CODIGO TO
                                   WS-TPD-CODIGO(WS-TOTAL-TIPOS)
                               MOVE TPD-DESCRICAO TO
                                   WS-TPD-DESCRICAO(WS-TOTAL-TIPOS)
                               MOVE 'N' TO
                                   WS-TPD-ENTREGUE(WS-TOTAL-TIPOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TIPOS
           END-IF
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-DOCUMENTOS
           IF WS-DOCUMENTOS-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-DOCUMENTOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF DOC-NUMERO = REC-NUMERO
                               PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > WS-TOTAL-TIPOS
                                   IF WS-TPD-CODIGO(J) = DOC-TIPO
                                       MOVE 'S' TO WS-TPD-ENTREGUE(J)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DOCUMENTOS
           END-IF
           DISPLAY "DOCUMENTOS DE MATRICULA EM FALTA:"
           MOVE 0 TO WS-CONTADOR
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-TIPOS
               IF WS-TPD-ENTREGUE(J) = 'N'
                   ADD 1 TO WS-CONTADOR
                   DISPLAY "  " WS-TPD-CODIGO(J) " "
                       WS-TPD-DESCRICAO(J)
               END-IF
           END-PERFORM
           IF WS-CONTADOR = 0
               DISPLAY "  Nenhum"
           END-IF.

       END PROGRAM FICHA-ALUNO.
