      ******************************************************************
      * Author:
      * Date:
      * Purpose: Copia de seguranca de todos os ficheiros de dados
      *          num so ponto de sossego: recusa correr com algum
      *          lock detido, segura os locks durante a copia e grava
      *          cada ficheiro da tabela (e os arquivos datados do
      *          indice) num conjunto datado copia-AAAAMMDD-HHMMSS-,
      *          com um manifesto que da as contagens de registos e
      *          a soma de controlo de cada ficheiro; cada copia e
      *          relida e conferida com o manifesto antes de o
      *          conjunto ficar COMPLETO em copias-index.txt; guarda
      *          so os ultimos conjuntos (COPIA-GERACOES em
      *          parametros.txt), esvaziando os mais antigos; corre
      *          como ultimo passo da cadeia de fim de dia; a
      *          reposicao faz-se com REPOR-COPIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA-DADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXADO-STATUS.
           SELECT FICHEIRO-DADOS ASSIGN TO WS-NOME-DADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DADOS-STATUS.
           SELECT FICHEIRO-COPIA ASSIGN TO WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.
           SELECT FICHEIRO-MANIFESTO ASSIGN TO WS-NOME-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.
           SELECT OPTIONAL FICHEIRO-COPIAS
               ASSIGN TO 'copias-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIAS-STATUS.
           SELECT OPTIONAL FICHEIRO-INDICE
               ASSIGN TO 'arquivos-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT FICHEIRO-LOCK ASSIGN TO WS-NOME-LOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL FICHEIRO-LOCK-ALUNOS
               ASSIGN TO 'notas-alunos.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-ALUNOS-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-CONTROLO
               ASSIGN TO 'controlo-execucao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLO-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-0.
       01 LINHA-FICHEIRO-0.
         05 REG-NOME-0  PIC X(20).
         05 REG-RESTO-0.
           10 FILLER          PIC X(45).
           10 REG-DATA-INSC-0 PIC 9(8).
           10 FILLER          PIC X(7).
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
       FD FICHEIRO-RAZAO.
       01 REGISTO-RAZAO.
         05 RAZ-NUMERO      PIC 9(8).
         05 RAZ-DATA-LANC   PIC 9(8).
         05 RAZ-HORA-LANC   PIC 9(6).
         05 RAZ-ALUNO       PIC 9(5).
         05 RAZ-DATA-VALOR  PIC 9(8).
         05 RAZ-DOCUMENTO   PIC X(16).
         05 RAZ-OPERADOR    PIC X(8).
         05 RAZ-LINHA-F3.
           10 RAZ-CODIGO      PIC X(4).
           10 FILLER          PIC X.
           10 RAZ-SINAL       PIC X.
           10 RAZ-VALOR       PIC 9(7)V99.
           10 FILLER          PIC X.
           10 RAZ-DESCRICAO   PIC X(50).
           10 FILLER          PIC X.
           10 RAZ-RUN         PIC 9(4).
           10 FILLER          PIC X.
           10 RAZ-POLO        PIC X(2).
           10 RAZ-LANCAMENTO  PIC X(6).
       FD FICHEIRO-DADOS.
       01 LINHA-DADOS PIC X(400).
       FD FICHEIRO-COPIA.
       01 LINHA-COPIA PIC X(400).
       FD FICHEIRO-MANIFESTO.
       01 LINHA-MANIFESTO.
         05 MAN-FICHEIRO PIC X(40).
         05 FILLER       PIC X.
         05 MAN-TIPO     PIC X.
         05 FILLER       PIC X.
         05 MAN-EXISTE   PIC X.
         05 FILLER       PIC X.
         05 MAN-REGISTOS PIC 9(9).
         05 FILLER       PIC X.
         05 MAN-SOMA     PIC 9(18).
       FD FICHEIRO-COPIAS.
       01 LINHA-COPIAS.
         05 CPI-CONJUNTO  PIC X(15).
         05 FILLER        PIC X.
         05 CPI-ESTADO    PIC X(10).
         05 FILLER        PIC X.
         05 CPI-FICHEIROS PIC 9(4).
         05 FILLER        PIC X.
         05 CPI-REGISTOS  PIC 9(9).
         05 FILLER        PIC X.
         05 CPI-OPERADOR  PIC X(8).
       FD FICHEIRO-INDICE.
       01 LINHA-INDICE.
         05 IDX-NOME PIC X(40).
         05 FILLER   PIC X.
         05 IDX-REGISTOS PIC 9(5).
       FD FICHEIRO-LOCK.
       01 LINHA-LOCK.
         05 LOCK-OPERADOR PIC X(8).
         05 FILLER        PIC X.
         05 LOCK-DATA     PIC 9(8).
         05 LOCK-HORA     PIC 9(6).
       FD FICHEIRO-LOCK-ALUNOS.
       01 LINHA-LOCK-ALUNO.
         05 NLK-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 NLK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 NLK-DATA     PIC 9(8).
         05 NLK-HORA     PIC 9(6).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-CONTROLO.
       01 LINHA-CONTROLO.
         05 CTL-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 CTL-PASSO  PIC X(12).
         05 FILLER     PIC X.
         05 CTL-ESTADO PIC X(10).
         05 FILLER     PIC X.
         05 CTL-RC     PIC 9(2).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-INDEXADO-STATUS PIC XX.
       01 WS-DADOS-STATUS PIC XX.
       01 WS-COPIA-STATUS PIC XX.
       01 WS-MANIFESTO-STATUS PIC XX.
       01 WS-COPIAS-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-LOCK-STATUS PIC XX.
       01 WS-LOCK-ALUNOS-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-CONTROLO-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-FICHEIRO PIC X.
       01 EOF-COPIA PIC X.
       01 EOF-COPIAS PIC X.
       01 EOF-INDICE PIC X.
       01 EOF-LOCK-ALUNOS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 EOF-CONTROLO PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-CONJUNTO PIC X(15).
       01 WS-NOME-DADOS PIC X(40).
       01 WS-TIPO-DADOS PIC X.
       01 WS-NOME-COPIA PIC X(80).
       01 WS-NOME-MANIFESTO PIC X(80).
       01 WS-NOME-LOCK PIC X(40).
       01 WS-ALGUM-BLOQUEADO PIC X VALUE 'N'.
       01 WS-LOCK-INDICE PIC 9.
       01 WS-NOMES-LOCKS.
         05 FILLER PIC X(40) VALUE 'ficheiro0.lock'.
         05 FILLER PIC X(40) VALUE 'ficheiro1.lock'.
         05 FILLER PIC X(40) VALUE 'ficheiro3.lock'.
       01 FILLER REDEFINES WS-NOMES-LOCKS.
         05 WS-NOME-LOCK-TAB PIC X(40) OCCURS 3 TIMES.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
       01 WS-GERACOES PIC 9(2) VALUE 7.
       01 WS-PASSO-NOME PIC X(12) VALUE 'COPIA-DADOS'.
       01 WS-CTL-ESTADO PIC X(10).
       01 WS-CTL-RC PIC 9(2).
       01 WS-RC PIC 9(2) VALUE 0.
       01 WS-PROSSEGUE PIC X.
       01 WS-JA-EXECUTADO PIC X.
       01 WS-CONFIRMA-CTL PIC X.
       01 WS-DATA-CONTROLO PIC 9(8).
       01 WS-EXISTE PIC X.
       01 WS-FICHEIROS PIC 9(4).
       01 WS-FALHAS PIC 9(4).
       01 WS-REGISTOS PIC 9(9).
       01 WS-TOTAL-REGISTOS PIC 9(9).
       01 WS-REGISTOS-COPIA PIC 9(9).
       01 WS-SOMA-COPIA PIC 9(18).
       01 F PIC 9(3).
       01 I PIC 9(3).
       01 K PIC 9(3).
      * Soma de controlo de um ficheiro: as mesmas duas somas
      * polinomiais do elo das cadeias, acumuladas linha a linha
      * do principio ao fim do ficheiro
       01 WS-DADOS PIC X(400).
       01 WS-TAMANHO PIC 9(3).
       01 WS-SOMA-1 PIC 9(12) COMP.
       01 WS-SOMA-2 PIC 9(12) COMP.
       01 WS-CARACTER PIC 9(3) COMP.
       01 WS-POS PIC 9(3) COMP.
       01 WS-SOMA PIC 9(18).
       01 FILLER REDEFINES WS-SOMA.
         05 WS-SOMA-ALTA  PIC 9(9).
         05 WS-SOMA-BAIXA PIC 9(9).
      * Conjuntos registados em copias-index.txt (para a rotacao)
       01 WS-TOTAL-CONJUNTOS PIC 9(3) VALUE 0.
       01 WS-COMPLETOS PIC 9(3).
       01 WS-TABELA-CONJUNTOS.
         05 WS-CNJ OCCURS 200 TIMES.
           10 WS-CNJ-LINHA   PIC X(60).
           10 WS-CNJ-GUARDAR PIC X.
      * Arquivos datados ja copiados (o indice pode repetir nomes)
       01 WS-TOTAL-ARQUIVOS PIC 9(3) VALUE 0.
       01 WS-TABELA-ARQUIVOS.
         05 WS-ARQ-NOME PIC X(40) OCCURS 500 TIMES.
       01 WS-ARQUIVO-REPETIDO PIC X.
      * Ficheiros de dados do sistema: nome e organizacao (I =
      * indexado, copiado registo a registo pela chave principal;
      * L = ficheiro de linhas); os locks, a sessao, os temporarios
      * e os relatorios impressos ficam de fora
       01 WS-TOTAL-FICHEIROS PIC 9(3) VALUE 159.
       01 WS-TABELA-FICHEIROS-VAL.
         05 FILLER PIC X(40) VALUE 'ficheiro0.txt'.
         05 FILLER PIC X(1)  VALUE 'I'.
         05 FILLER PIC X(40) VALUE 'NOTAS.DAT'.
         05 FILLER PIC X(1)  VALUE 'I'.
         05 FILLER PIC X(40) VALUE 'notas-disc.dat'.
         05 FILLER PIC X(1)  VALUE 'I'.
         05 FILLER PIC X(40) VALUE 'RAZAO.DAT'.
         05 FILLER PIC X(1)  VALUE 'I'.
         05 FILLER PIC X(40) VALUE 'ficheiro0.meta'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro0-apagados.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro1.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro1-geracao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro3.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro3-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro3-run.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ficheiro-geral.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'lancamentos-chaves.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'razao-numero.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'arquivos-index.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'parametros.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'parametros-pendentes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'parametros-historia.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'operadores.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'perfis.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'polos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'sequencias.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'mensagens.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'regras-validacao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'finalidades.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'turmas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'disciplinas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'professores.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'horario.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'aulas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'periodos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'plano-curricular.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'calendario-escolar.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'calendario-avaliacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'termo-fechado.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'substituicoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ausencias-professores.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'codigos-razao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'mapa-contas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'tipos-documento.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'series-fiscais.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'empresa-fiscal.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'orcamentos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'saldos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'conciliacao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'extrato-banco.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'fornecedores.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'faturas-fornecedores.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'documentos-fiscais.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ee-faturacao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ativos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'amortizacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'contagens.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'encarregados.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'prestacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'planos-propinas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'planos-alunos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'recibos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'recibos-seq.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'creditos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'notas-credito.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'notas-credito-seq.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'juros.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'acordos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'acordos-linhas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'abates.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'divida-abatida.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'cobranca-historico.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'sepa-credor.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'sepa-mandatos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'sepa-cobrancas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'sepa-lote-seq.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'mb-referencias.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'mb-movimentos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'mb-pagamentos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'mb-seq.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'presencas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'justificacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'notas-historico.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'notas-pendentes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'notas-lote.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'acoes-controlo.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'regras-segregacao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'elearning-retrato.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'elearning-controlo.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'regras-imputacao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'recurso-notas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'recurso-exames.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'recurso-salas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'recurso-vigilancias.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'medidas-apoio.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'apreciacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'frases-apreciacao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ocorrencias.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'movimentos-turma.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'documentos-alunos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'deliberacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'reclamacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'certificados.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'candidaturas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'lista-espera.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'lista-espera-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'renovacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'renovacao-pendentes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'anulacoes-matricula.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'exames-catalogo.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'inscricoes-exames.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'salas-exame.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ementas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'marcacoes-cantina.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'dietas-alunos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'clubes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'clubes-inscricoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'clubes-presencas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'visitas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'visitas-autorizacoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'rotas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'destinatarios.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'transporte-rotas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'transporte-paragens.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'transporte-rota.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'transporte-passes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'transporte-cobrancas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ase-alunos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'ase-beneficios.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'catalogo-itens.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'emprestimos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'reservas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'multas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'produtos-papelaria.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'vendas-papelaria.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'entradas-papelaria.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'carteiras.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'carteira-movimentos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'cartoes.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'portaria-movimentos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'saidas-autorizadas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'caixa-saida.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'reunioes-ee.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'reunioes-familias.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'avisos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'avisos-confirmados.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'gateway-estados.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'horas-extratos.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'indicadores-mensais.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'acessos-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'acessos-recusados.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'fecho-caixa-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'cadeias-estado.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'cadeias-ancoras.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'controlo-execucao.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'dia-tipo-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'spool-index.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'suite-sessao-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'totals-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'comparisons-log.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'alertas.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
         05 FILLER PIC X(40) VALUE 'alertas-centrais.txt'.
         05 FILLER PIC X(1)  VALUE 'L'.
       01 FILLER REDEFINES WS-TABELA-FICHEIROS-VAL.
         05 WS-FIC OCCURS 159 TIMES.
           10 WS-FIC-NOME PIC X(40).
           10 WS-FIC-TIPO PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM VERIFICA-CONTROLO-EXECUCAO
           IF WS-PROSSEGUE = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'INICIADO' TO WS-CTL-ESTADO
               MOVE 0 TO WS-CTL-RC
               PERFORM REGISTA-CONTROLO
               PERFORM PROCESSO-PRINCIPAL
               MOVE 'CONCLUIDO' TO WS-CTL-ESTADO
               MOVE WS-RC TO WS-CTL-RC
               PERFORM REGISTA-CONTROLO
               MOVE WS-RC TO RETURN-CODE
           END-IF
           GOBACK.

       PROCESSO-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE SPACES TO WS-CONJUNTO
           STRING WS-DATA "-" WS-HORA DELIMITED BY SIZE
               INTO WS-CONJUNTO
           MOVE 'COPIA-GERACOES' TO WS-PARAMETRO-CHAVE
           MOVE WS-GERACOES TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           IF WS-PARAMETRO-VALOR >= 1 AND WS-PARAMETRO-VALOR <= 99
               MOVE WS-PARAMETRO-VALOR TO WS-GERACOES
           END-IF
           PERFORM VERIFICA-TODOS-OS-LOCKS
           IF WS-ALGUM-BLOQUEADO = 'S'
               DISPLAY "Ha ficheiros em uso por outro processo;"
                   " copia de seguranca nao efetuada"
               MOVE 8 TO WS-RC
           ELSE
               PERFORM CRIAR-TODOS-OS-LOCKS
               PERFORM COPIA-TODOS-OS-FICHEIROS
               PERFORM REMOVER-TODOS-OS-LOCKS
               PERFORM REGISTA-CONJUNTO
               IF WS-FALHAS = 0
                   DISPLAY "Copia " WS-CONJUNTO " COMPLETA: "
                       WS-FICHEIROS " ficheiro(s), "
                       WS-TOTAL-REGISTOS " registo(s)"
                   PERFORM ROTACAO-CONJUNTOS
                   MOVE 0 TO WS-RC
               ELSE
                   DISPLAY "Copia " WS-CONJUNTO " INCOMPLETA: "
                       WS-FALHAS " ficheiro(s) nao conferem"
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.

       COPIA-TODOS-OS-FICHEIROS.
           MOVE 0 TO WS-FICHEIROS
           MOVE 0 TO WS-FALHAS
           MOVE 0 TO WS-TOTAL-REGISTOS
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING "copia-" WS-CONJUNTO "-manifesto.txt"
               DELIMITED BY SIZE INTO WS-NOME-MANIFESTO
           OPEN OUTPUT FICHEIRO-MANIFESTO
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-TOTAL-FICHEIROS
               MOVE WS-FIC-NOME(F) TO WS-NOME-DADOS
               MOVE WS-FIC-TIPO(F) TO WS-TIPO-DADOS
               PERFORM COPIA-UM-FICHEIRO
           END-PERFORM
           PERFORM COPIA-ARQUIVOS-DATADOS
      * Ultima linha do manifesto: o numero de ficheiros copiados e
      * o total de registos, que a reposicao confere antes de
      * confiar no conjunto
           MOVE SPACES TO LINHA-MANIFESTO
           MOVE '*TOTAL*' TO MAN-FICHEIRO
           MOVE WS-FICHEIROS TO MAN-REGISTOS
           MOVE WS-TOTAL-REGISTOS TO MAN-SOMA
           WRITE LINHA-MANIFESTO
           CLOSE FICHEIRO-MANIFESTO.

       COPIA-ARQUIVOS-DATADOS.
      * Os arquivos datados do Exercicio8 e do fecho do ano so
      * existem fora dos ficheiros vivos: entram no conjunto pelo
      * indice arquivos-index.txt
           MOVE 'N' TO EOF-INDICE
           MOVE 0 TO WS-TOTAL-ARQUIVOS
           OPEN INPUT FICHEIRO-INDICE
           IF WS-INDICE-STATUS = '00' OR WS-INDICE-STATUS = '05'
               PERFORM UNTIL EOF-INDICE = 'S'
                   READ FICHEIRO-INDICE
                       AT END
                           MOVE 'S' TO EOF-INDICE
                       NOT AT END
                           PERFORM VERIFICA-ARQUIVO-REPETIDO
                           IF WS-ARQUIVO-REPETIDO = 'N'
                               MOVE IDX-NOME TO WS-NOME-DADOS
                               MOVE 'L' TO WS-TIPO-DADOS
                               PERFORM COPIA-UM-FICHEIRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-INDICE
           END-IF.

       VERIFICA-ARQUIVO-REPETIDO.
           MOVE 'N' TO WS-ARQUIVO-REPETIDO
           IF IDX-NOME = SPACES
               MOVE 'S' TO WS-ARQUIVO-REPETIDO
           END-IF
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-ARQUIVOS
               IF WS-ARQ-NOME(K) = IDX-NOME
                   MOVE 'S' TO WS-ARQUIVO-REPETIDO
               END-IF
           END-PERFORM
           IF WS-ARQUIVO-REPETIDO = 'N'
               IF WS-TOTAL-ARQUIVOS < 500
                   ADD 1 TO WS-TOTAL-ARQUIVOS
                   MOVE IDX-NOME TO WS-ARQ-NOME(WS-TOTAL-ARQUIVOS)
               ELSE
                   DISPLAY "Demasiados arquivos no indice; "
                       FUNCTION TRIM(IDX-NOME) " fica de fora"
                   MOVE 'S' TO WS-ARQUIVO-REPETIDO
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF.

       COPIA-UM-FICHEIRO.
           MOVE SPACES TO WS-NOME-COPIA
           STRING "copia-" WS-CONJUNTO "-"
               FUNCTION TRIM(WS-NOME-DADOS)
               DELIMITED BY SIZE INTO WS-NOME-COPIA
           MOVE 0 TO WS-REGISTOS
           MOVE 0 TO WS-SOMA-1
           MOVE 0 TO WS-SOMA-2
           MOVE 'S' TO WS-EXISTE
           IF WS-TIPO-DADOS = 'I'
               PERFORM COPIA-INDEXADO
           ELSE
               PERFORM COPIA-SEQUENCIAL
           END-IF
           MOVE SPACES TO LINHA-MANIFESTO
           MOVE WS-NOME-DADOS TO MAN-FICHEIRO
           MOVE WS-TIPO-DADOS TO MAN-TIPO
           MOVE WS-EXISTE TO MAN-EXISTE
           IF WS-EXISTE = 'S'
               ADD 1 TO WS-FICHEIROS
               ADD WS-REGISTOS TO WS-TOTAL-REGISTOS
               MOVE WS-SOMA-1 TO WS-SOMA-ALTA
               MOVE WS-SOMA-2 TO WS-SOMA-BAIXA
               MOVE WS-REGISTOS TO MAN-REGISTOS
               MOVE WS-SOMA TO MAN-SOMA
               PERFORM CONFERE-COPIA
           ELSE
               MOVE 0 TO MAN-REGISTOS
               MOVE 0 TO MAN-SOMA
           END-IF
           WRITE LINHA-MANIFESTO.

       COPIA-SEQUENCIAL.
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-DADOS
           IF WS-DADOS-STATUS NOT = '00'
               MOVE 'N' TO WS-EXISTE
           ELSE
               OPEN OUTPUT FICHEIRO-COPIA
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-DADOS
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-DADOS TO WS-DADOS
                           PERFORM ESCREVE-LINHA-COPIA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DADOS
               CLOSE FICHEIRO-COPIA
           END-IF.

       COPIA-INDEXADO.
      * Os indexados saem pela chave principal, um registo por
      * linha; a reposicao volta a carrega-los pela mesma ordem
           MOVE 'N' TO EOF-FICHEIRO
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   OPEN INPUT FICHEIRO-0
               WHEN 'NOTAS.DAT'
                   OPEN INPUT FICHEIRO-NOTAS
               WHEN 'notas-disc.dat'
                   OPEN INPUT FICHEIRO-DISC
               WHEN OTHER
                   OPEN INPUT FICHEIRO-RAZAO
           END-EVALUATE
           IF WS-INDEXADO-STATUS NOT = '00'
               MOVE 'N' TO WS-EXISTE
           ELSE
               OPEN OUTPUT FICHEIRO-COPIA
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   PERFORM LE-REGISTO-INDEXADO
               END-PERFORM
               CLOSE FICHEIRO-COPIA
               EVALUATE WS-NOME-DADOS
                   WHEN 'ficheiro0.txt'
                       CLOSE FICHEIRO-0
                   WHEN 'NOTAS.DAT'
                       CLOSE FICHEIRO-NOTAS
                   WHEN 'notas-disc.dat'
                       CLOSE FICHEIRO-DISC
                   WHEN OTHER
                       CLOSE FICHEIRO-RAZAO
               END-EVALUATE
           END-IF.

       LE-REGISTO-INDEXADO.
           MOVE SPACES TO WS-DADOS
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   READ FICHEIRO-0 NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-FICHEIRO-0 TO WS-DADOS
                   END-READ
               WHEN 'NOTAS.DAT'
                   READ FICHEIRO-NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE NOTAS-REC TO WS-DADOS
                   END-READ
               WHEN 'notas-disc.dat'
                   READ FICHEIRO-DISC NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE DISC-REC TO WS-DADOS
                   END-READ
               WHEN OTHER
                   READ FICHEIRO-RAZAO NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE REGISTO-RAZAO TO WS-DADOS
                   END-READ
           END-EVALUATE
           IF EOF-FICHEIRO = 'N'
               PERFORM ESCREVE-LINHA-COPIA
           END-IF.

       ESCREVE-LINHA-COPIA.
           PERFORM SOMA-LINHA
           MOVE WS-DADOS TO LINHA-COPIA
           WRITE LINHA-COPIA.

       SOMA-LINHA.
      * Cada caracter entra nas duas somas com a sua posicao; o fim
      * de cada linha mistura as metades, para que trocar linhas de
      * lugar tambem mude a soma
           IF WS-DADOS = SPACES
               MOVE 0 TO WS-TAMANHO
           ELSE
               COMPUTE WS-TAMANHO = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-DADOS TRAILING))
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TAMANHO
               COMPUTE WS-CARACTER =
                   FUNCTION ORD(WS-DADOS(WS-POS : 1))
               COMPUTE WS-SOMA-1 = FUNCTION MOD(
                   WS-SOMA-1 * 257 + WS-CARACTER, 999999937)
               COMPUTE WS-SOMA-2 = FUNCTION MOD(
                   WS-SOMA-2 * 263 + WS-CARACTER + WS-POS,
                   999999929)
           END-PERFORM
           COMPUTE WS-SOMA-1 = FUNCTION MOD(
               WS-SOMA-1 * 31 + WS-SOMA-2, 999999937)
           COMPUTE WS-SOMA-2 = FUNCTION MOD(
               WS-SOMA-2 * 37 + WS-SOMA-1 + WS-TAMANHO, 999999929)
           ADD 1 TO WS-REGISTOS.

       CONFERE-COPIA.
      * A copia acabada de gravar e relida do disco e tem de dar as
      * mesmas contagens e a mesma soma que o original
           MOVE WS-REGISTOS TO WS-REGISTOS-COPIA
           MOVE WS-SOMA TO WS-SOMA-COPIA
           MOVE 0 TO WS-REGISTOS
           MOVE 0 TO WS-SOMA-1
           MOVE 0 TO WS-SOMA-2
           MOVE 'N' TO EOF-COPIA
           OPEN INPUT FICHEIRO-COPIA
           IF WS-COPIA-STATUS = '00'
               PERFORM UNTIL EOF-COPIA = 'S'
                   READ FICHEIRO-COPIA
                       AT END
                           MOVE 'S' TO EOF-COPIA
                       NOT AT END
                           MOVE LINHA-COPIA TO WS-DADOS
                           PERFORM SOMA-LINHA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COPIA
           END-IF
           MOVE WS-SOMA-1 TO WS-SOMA-ALTA
           MOVE WS-SOMA-2 TO WS-SOMA-BAIXA
           IF WS-REGISTOS NOT = WS-REGISTOS-COPIA OR
               WS-SOMA NOT = WS-SOMA-COPIA
               ADD 1 TO WS-FALHAS
               DISPLAY FUNCTION TRIM(WS-NOME-DADOS)
                   ": a copia NAO confere com o original"
           END-IF
           MOVE WS-REGISTOS-COPIA TO WS-REGISTOS
           MOVE WS-SOMA-COPIA TO WS-SOMA.

       REGISTA-CONJUNTO.
           OPEN EXTEND FICHEIRO-COPIAS
           MOVE SPACES TO LINHA-COPIAS
           MOVE WS-CONJUNTO TO CPI-CONJUNTO
           IF WS-FALHAS = 0
               MOVE 'COMPLETA' TO CPI-ESTADO
           ELSE
               MOVE 'INCOMPLETA' TO CPI-ESTADO
           END-IF
           MOVE WS-FICHEIROS TO CPI-FICHEIROS
           MOVE WS-TOTAL-REGISTOS TO CPI-REGISTOS
           MOVE WS-OPERADOR TO CPI-OPERADOR
           WRITE LINHA-COPIAS
           CLOSE FICHEIRO-COPIAS.

       ROTACAO-CONJUNTOS.
      * Ficam as ultimas WS-GERACOES copias COMPLETAS; as mais
      * antigas e as INCOMPLETAS sao esvaziadas (ficheiro a
      * ficheiro, pelo manifesto) e saem do indice
           MOVE 0 TO WS-TOTAL-CONJUNTOS
           MOVE 'N' TO EOF-COPIAS
           OPEN INPUT FICHEIRO-COPIAS
           IF WS-COPIAS-STATUS = '00' OR WS-COPIAS-STATUS = '05'
               PERFORM UNTIL EOF-COPIAS = 'S'
                   READ FICHEIRO-COPIAS
                       AT END
                           MOVE 'S' TO EOF-COPIAS
                       NOT AT END
                           IF WS-TOTAL-CONJUNTOS < 200
                               ADD 1 TO WS-TOTAL-CONJUNTOS
                               MOVE LINHA-COPIAS TO
                                   WS-CNJ-LINHA(WS-TOTAL-CONJUNTOS)
                               MOVE 'S' TO
                                   WS-CNJ-GUARDAR(WS-TOTAL-CONJUNTOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COPIAS
           END-IF
           MOVE 0 TO WS-COMPLETOS
           PERFORM VARYING I FROM WS-TOTAL-CONJUNTOS BY -1
               UNTIL I < 1
               MOVE WS-CNJ-LINHA(I) TO LINHA-COPIAS
               IF CPI-ESTADO = 'COMPLETA' AND
                   WS-COMPLETOS < WS-GERACOES
                   ADD 1 TO WS-COMPLETOS
               ELSE
                   MOVE 'N' TO WS-CNJ-GUARDAR(I)
                   PERFORM ESVAZIA-CONJUNTO
               END-IF
           END-PERFORM
           OPEN OUTPUT FICHEIRO-COPIAS
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOTAL-CONJUNTOS
               IF WS-CNJ-GUARDAR(I) = 'S'
                   MOVE WS-CNJ-LINHA(I) TO LINHA-COPIAS
                   WRITE LINHA-COPIAS
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-COPIAS.

       ESVAZIA-CONJUNTO.
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING "copia-" CPI-CONJUNTO "-manifesto.txt"
               DELIMITED BY SIZE INTO WS-NOME-MANIFESTO
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-MANIFESTO
           IF WS-MANIFESTO-STATUS = '00'
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-MANIFESTO
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           IF MAN-EXISTE = 'S'
                               MOVE SPACES TO WS-NOME-COPIA
                               STRING "copia-" CPI-CONJUNTO "-"
                                   FUNCTION TRIM(MAN-FICHEIRO)
                                   DELIMITED BY SIZE
                                   INTO WS-NOME-COPIA
                               OPEN OUTPUT FICHEIRO-COPIA
                               CLOSE FICHEIRO-COPIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MANIFESTO
               OPEN OUTPUT FICHEIRO-MANIFESTO
               CLOSE FICHEIRO-MANIFESTO
           END-IF
           DISPLAY "Copia " CPI-CONJUNTO " (" FUNCTION TRIM(CPI-ESTADO)
               ") esvaziada pela rotacao".

       VERIFICA-TODOS-OS-LOCKS.
      * Ponto de sossego: nenhum dos locks dos ficheiros de dados
      * nem nenhum aluno em edicao noutra sessao
           MOVE 'N' TO WS-ALGUM-BLOQUEADO
           PERFORM VARYING WS-LOCK-INDICE FROM 1 BY 1
               UNTIL WS-LOCK-INDICE > 3
               MOVE WS-NOME-LOCK-TAB(WS-LOCK-INDICE) TO WS-NOME-LOCK
               OPEN INPUT FICHEIRO-LOCK
               IF WS-LOCK-STATUS = '00'
                   READ FICHEIRO-LOCK
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S' TO WS-ALGUM-BLOQUEADO
                           DISPLAY FUNCTION TRIM(WS-NOME-LOCK)
                               " detido por " LOCK-OPERADOR
                               " desde " LOCK-DATA "-" LOCK-HORA
                   END-READ
                   CLOSE FICHEIRO-LOCK
               END-IF
           END-PERFORM
           MOVE 'N' TO EOF-LOCK-ALUNOS
           OPEN INPUT FICHEIRO-LOCK-ALUNOS
           IF WS-LOCK-ALUNOS-STATUS = '00' OR
               WS-LOCK-ALUNOS-STATUS = '05'
               PERFORM UNTIL EOF-LOCK-ALUNOS = 'S'
                   READ FICHEIRO-LOCK-ALUNOS
                       AT END
                           MOVE 'S' TO EOF-LOCK-ALUNOS
                       NOT AT END
                           IF NLK-NUMERO IS NUMERIC
                               MOVE 'S' TO WS-ALGUM-BLOQUEADO
                               DISPLAY "Aluno " NLK-NUMERO
                                   " em edicao por " NLK-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOCK-ALUNOS
           END-IF.

       CRIAR-TODOS-OS-LOCKS.
           PERFORM VARYING WS-LOCK-INDICE FROM 1 BY 1
               UNTIL WS-LOCK-INDICE > 3
               MOVE WS-NOME-LOCK-TAB(WS-LOCK-INDICE) TO WS-NOME-LOCK
               OPEN OUTPUT FICHEIRO-LOCK
               MOVE SPACES TO LINHA-LOCK
               MOVE WS-OPERADOR TO LOCK-OPERADOR
               MOVE WS-DATA TO LOCK-DATA
               MOVE WS-HORA TO LOCK-HORA
               WRITE LINHA-LOCK
               CLOSE FICHEIRO-LOCK
           END-PERFORM.

       REMOVER-TODOS-OS-LOCKS.
           PERFORM VARYING WS-LOCK-INDICE FROM 1 BY 1
               UNTIL WS-LOCK-INDICE > 3
               MOVE WS-NOME-LOCK-TAB(WS-LOCK-INDICE) TO WS-NOME-LOCK
               OPEN OUTPUT FICHEIRO-LOCK
               CLOSE FICHEIRO-LOCK
           END-PERFORM.

       LE-PARAMETRO.
      * Le um valor de parametros.txt (mantido pelo programa de
      * parametros); sem ficheiro ou sem a chave fica o valor por
      * omissao ja carregado em WS-PARAMETRO-VALOR
           MOVE 'N' TO EOF-PARAMETROS
           OPEN INPUT FICHEIRO-PARAMETROS
           IF WS-PARAMETROS-STATUS = '00'
               PERFORM UNTIL EOF-PARAMETROS = 'S'
                   READ FICHEIRO-PARAMETROS
                       AT END
                           MOVE 'S' TO EOF-PARAMETROS
                       NOT AT END
                           IF PAR-CHAVE = WS-PARAMETRO-CHAVE AND
                               PAR-VALOR IS NUMERIC
                               MOVE PAR-VALOR
                                   TO WS-PARAMETRO-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PARAMETROS
           END-IF.

       VERIFICA-CONTROLO-EXECUCAO.
      * Protecao do encadeamento noturno: se este passo ja tem um
      * CONCLUIDO registado para a data de hoje no ficheiro de
      * controlo, so volta a correr com confirmacao explicita (numa
      * execucao sem terminal a resposta vazia vale como nao)
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DATA TO WS-DATA-CONTROLO
           MOVE 'S' TO WS-PROSSEGUE
           MOVE 'N' TO WS-JA-EXECUTADO
           MOVE 'N' TO EOF-CONTROLO
           OPEN INPUT FICHEIRO-CONTROLO
           IF WS-CONTROLO-STATUS = '00' OR WS-CONTROLO-STATUS = '05'
               PERFORM UNTIL EOF-CONTROLO = 'S'
                   READ FICHEIRO-CONTROLO
                       AT END
                           MOVE 'S' TO EOF-CONTROLO
                       NOT AT END
                           IF CTL-DATA = WS-DATA-CONTROLO AND
                               CTL-PASSO = WS-PASSO-NOME AND
                               CTL-ESTADO = 'CONCLUIDO' AND
                               CTL-RC = 0
                               MOVE 'S' TO WS-JA-EXECUTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CONTROLO
           END-IF
           IF WS-JA-EXECUTADO = 'S'
               DISPLAY FUNCTION TRIM(WS-PASSO-NOME)
                   " ja foi executado hoje. Executar de novo? (S/N)"
               MOVE SPACE TO WS-CONFIRMA-CTL
               ACCEPT WS-CONFIRMA-CTL
               IF FUNCTION UPPER-CASE(WS-CONFIRMA-CTL) NOT = 'S'
                   MOVE 'N' TO WS-PROSSEGUE
                   DISPLAY "Execucao recusada (ja feita hoje)"
               END-IF
           END-IF.

       REGISTA-CONTROLO.
           OPEN EXTEND FICHEIRO-CONTROLO
           MOVE SPACES TO LINHA-CONTROLO
           MOVE WS-DATA-CONTROLO TO CTL-DATA
           MOVE WS-PASSO-NOME TO CTL-PASSO
           MOVE WS-CTL-ESTADO TO CTL-ESTADO
           MOVE WS-CTL-RC TO CTL-RC
           WRITE LINHA-CONTROLO
           CLOSE FICHEIRO-CONTROLO.

       LE-OPERADOR-SESSAO.
      * Identidade assinada no sign-on da suite; sem sessao aberta
      * os registos ficam marcados como N/D
           MOVE 'N/D' TO WS-OPERADOR
           OPEN INPUT FICHEIRO-SESSAO
           IF WS-SESSAO-STATUS = '00'
               OR WS-SESSAO-STATUS = '05'
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

       END PROGRAM COPIA-DADOS.
