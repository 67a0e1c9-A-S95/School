      ******************************************************************
      * Author:
      * Date:
      * Purpose: Copia pseudonimizada dos dados para a pasta de
      *          treino: corre dentro de ./treino (chamado pelo
      *          treino.sh) e le os ficheiros reais da pasta de
      *          cima; nomes, emails, telefones, NIF, IBAN e
      *          moradas sao trocados por valores ficticios
      *          verosimeis, sempre o mesmo ficticio para o mesmo
      *          valor real em todos os ficheiros (o nome de um
      *          aluno bate certo entre NOTAS.DAT, encarregados.txt,
      *          ficheiro0.txt e os diarios), os textos livres sao
      *          omitidos e valores e notas ficam os reais; no fim
      *          as cadeias de elos sao recalculadas e a marca de
      *          treino regista a anonimizacao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-TREINO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-0 ASSIGN TO '../ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NOME-0
               ALTERNATE RECORD KEY IS REG-DATA-INSC-0
                   WITH DUPLICATES
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO '../NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO '../notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT FICHEIRO-RAZAO ASSIGN TO '../RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT TREINO-0 ASSIGN TO 'ficheiro0.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR0-NOME
               ALTERNATE RECORD KEY IS TR0-DATA-INSC
                   WITH DUPLICATES
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT TREINO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-NUMERO
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT TREINO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRD-CHAVE
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT TREINO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRZ-NUMERO
               ALTERNATE RECORD KEY IS TRZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT FICHEIRO-ORIGEM ASSIGN TO WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT FICHEIRO-DESTINO ASSIGN TO WS-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT OPTIONAL FICHEIRO-TREINO
               ASSIGN TO 'treino-marca.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREINO-STATUS.

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
       FD TREINO-0.
       01 LINHA-TREINO-0.
         05 TR0-NOME       PIC X(20).
         05 FILLER         PIC X(45).
         05 TR0-DATA-INSC  PIC 9(8).
         05 FILLER         PIC X(7).
       FD TREINO-NOTAS.
       01 TREINO-NOTAS-REC.
         05 TRN-NUMERO     PIC 9(5).
         05 FILLER         PIC X(47).
       FD TREINO-DISC.
       01 TREINO-DISC-REC.
         05 TRD-CHAVE      PIC X(9).
         05 FILLER         PIC X(21).
       FD TREINO-RAZAO.
       01 TREINO-RAZAO-REC.
         05 TRZ-NUMERO     PIC 9(8).
         05 TRZ-DATA-LANC  PIC 9(8).
         05 FILLER         PIC X(6).
         05 TRZ-ALUNO      PIC 9(5).
         05 FILLER         PIC X(112).
       FD FICHEIRO-ORIGEM.
       01 LINHA-ORIGEM PIC X(400).
       FD FICHEIRO-DESTINO.
       01 LINHA-DESTINO PIC X(400).
       FD FICHEIRO-TREINO.
       01 LINHA-TREINO PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-REGISTO PIC X(240).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-ORIGEM-STATUS PIC XX.
       01 WS-DESTINO-STATUS PIC XX.
       01 WS-TREINO-STATUS PIC XX.
       01 EOF-FICHEIRO PIC X.
       01 WS-RC PIC 9(2) VALUE 0.
       01 WS-MODO-TREINO PIC X VALUE 'N'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(8).
       01 WS-NOME-ORIGEM PIC X(50).
       01 WS-NOME-DESTINO PIC X(40).
       01 WS-NOME-DADOS PIC X(40).
       01 WS-DADOS PIC X(400).
       01 WS-FICHEIROS PIC 9(4) VALUE 0.
       01 WS-REGISTOS PIC 9(9).
       01 WS-REJEITADOS PIC 9(9).
       01 WS-TOTAL-REJEITADOS PIC 9(9) VALUE 0.
       01 WS-SUBST-FICHEIRO PIC 9(9).
       01 WS-SUBSTITUIDOS PIC 9(9) VALUE 0.
       01 F PIC 9(3).
       01 D PIC 9(3).
       01 K PIC 9(4).
       01 P PIC 9(2).
      * Ficheiros de dados, pela mesma lista da copia de seguranca:
      * I = indexado, L = de linhas, V = fica vazio no treino (os
      * arquivos datados e os impressos nao passam para la)
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
         05 FILLER PIC X(1)  VALUE 'V'.
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
         05 FILLER PIC X(1)  VALUE 'V'.
         05 FILLER PIC X(40) VALUE 'elearning-controlo.txt'.
         05 FILLER PIC X(1)  VALUE 'V'.
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
         05 FILLER PIC X(1)  VALUE 'V'.
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
      * Campos pessoais de cada ficheiro: prefixo da linha (quando
      * so algumas linhas tem o registo), tipo, coluna e tamanho.
      * N = nome, E = email, T = telefone, C = contacto (email ou
      * telefone conforme o valor), F = NIF, I = IBAN, M = morada,
      * X = texto livre (omitido)
       01 WS-TABELA-CAMPOS-VAL.
         05 FILLER PIC X(30) VALUE 'ficheiro0.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N001020'.
         05 FILLER PIC X(30) VALUE 'ficheiro0.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'T021015'.
         05 FILLER PIC X(30) VALUE 'ficheiro0.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'E036030'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N027020'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'T047015'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'E062030'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N108020'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'T128015'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'E143030'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-apagados.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N016020'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-apagados.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'T036015'.
         05 FILLER PIC X(30) VALUE 'ficheiro0-apagados.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'E051030'.
         05 FILLER PIC X(30) VALUE 'ficheiro-geral.txt'.
         05 FILLER PIC X(15) VALUE 'ficheiro0.txt: '.
         05 FILLER PIC X(7)  VALUE 'N016020'.
         05 FILLER PIC X(30) VALUE 'ficheiro-geral.txt'.
         05 FILLER PIC X(15) VALUE 'ficheiro0.txt: '.
         05 FILLER PIC X(7)  VALUE 'T036015'.
         05 FILLER PIC X(30) VALUE 'ficheiro-geral.txt'.
         05 FILLER PIC X(15) VALUE 'ficheiro0.txt: '.
         05 FILLER PIC X(7)  VALUE 'E051030'.
         05 FILLER PIC X(30) VALUE 'NOTAS.DAT'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N006020'.
         05 FILLER PIC X(30) VALUE 'notas-historico.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N022020'.
         05 FILLER PIC X(30) VALUE 'encarregados.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N007020'.
         05 FILLER PIC X(30) VALUE 'acessos-log.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N025020'.
         05 FILLER PIC X(30) VALUE 'anulacoes-matricula.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N016020'.
         05 FILLER PIC X(30) VALUE 'candidaturas.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N016020'.
         05 FILLER PIC X(30) VALUE 'candidaturas.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N037020'.
         05 FILLER PIC X(30) VALUE 'certificados.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N032020'.
         05 FILLER PIC X(30) VALUE 'certificados.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N069030'.
         05 FILLER PIC X(30) VALUE 'lista-espera.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N018020'.
         05 FILLER PIC X(30) VALUE 'renovacoes.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N007020'.
         05 FILLER PIC X(30) VALUE 'visitas-autorizacoes.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N012020'.
         05 FILLER PIC X(30) VALUE 'documentos-fiscais.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N033020'.
         05 FILLER PIC X(30) VALUE 'documentos-fiscais.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'F054009'.
         05 FILLER PIC X(30) VALUE 'documentos-fiscais.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N064040'.
         05 FILLER PIC X(30) VALUE 'ee-faturacao.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N001020'.
         05 FILLER PIC X(30) VALUE 'ee-faturacao.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N022040'.
         05 FILLER PIC X(30) VALUE 'ee-faturacao.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'F063009'.
         05 FILLER PIC X(30) VALUE 'ee-faturacao.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'M073040'.
         05 FILLER PIC X(30) VALUE 'sepa-mandatos.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N001020'.
         05 FILLER PIC X(30) VALUE 'sepa-mandatos.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'I022034'.
         05 FILLER PIC X(30) VALUE 'sepa-cobrancas.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N025020'.
         05 FILLER PIC X(30) VALUE 'saidas-autorizadas.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N027020'.
         05 FILLER PIC X(30) VALUE 'cartoes.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N018020'.
         05 FILLER PIC X(30) VALUE 'caixa-saida.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N057020'.
         05 FILLER PIC X(30) VALUE 'caixa-saida.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'C090030'.
         05 FILLER PIC X(30) VALUE 'caixa-saida.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'X171160'.
         05 FILLER PIC X(30) VALUE 'reunioes-ee.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N020020'.
         05 FILLER PIC X(30) VALUE 'reunioes-ee.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'X083060'.
         05 FILLER PIC X(30) VALUE 'reunioes-ee.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'X144060'.
         05 FILLER PIC X(30) VALUE 'emprestimos.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N008020'.
         05 FILLER PIC X(30) VALUE 'acordos.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N015020'.
         05 FILLER PIC X(30) VALUE 'cobranca-historico.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N001020'.
         05 FILLER PIC X(30) VALUE 'multas.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N014020'.
         05 FILLER PIC X(30) VALUE 'reservas.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N014020'.
         05 FILLER PIC X(30) VALUE 'medidas-apoio.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N030020'.
         05 FILLER PIC X(30) VALUE 'professores.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N008030'.
         05 FILLER PIC X(30) VALUE 'professores.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'T073012'.
         05 FILLER PIC X(30) VALUE 'professores.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'E086030'.
         05 FILLER PIC X(30) VALUE 'operadores.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N010030'.
         05 FILLER PIC X(30) VALUE 'destinatarios.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'N010030'.
         05 FILLER PIC X(30) VALUE 'ocorrencias.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'X051040'.
         05 FILLER PIC X(30) VALUE 'dietas-alunos.txt'.
         05 FILLER PIC X(15) VALUE SPACES.
         05 FILLER PIC X(7)  VALUE 'X034030'.
       01 FILLER REDEFINES WS-TABELA-CAMPOS-VAL.
         05 WS-DSC OCCURS 58 TIMES.
           10 WS-DSC-FICHEIRO PIC X(30).
           10 WS-DSC-PREFIXO  PIC X(15).
           10 WS-DSC-TIPO     PIC X.
           10 WS-DSC-INICIO   PIC 9(3).
           10 WS-DSC-TAMANHO  PIC 9(3).
       01 WS-TOTAL-DSC PIC 9(3) VALUE 58.
      * Valores ficticios: nomes proprios e apelidos correntes
       01 WS-PRIMEIROS-VAL.
         05 FILLER PIC X(12) VALUE 'Afonso'.
         05 FILLER PIC X(12) VALUE 'Ana'.
         05 FILLER PIC X(12) VALUE 'Beatriz'.
         05 FILLER PIC X(12) VALUE 'Bernardo'.
         05 FILLER PIC X(12) VALUE 'Carla'.
         05 FILLER PIC X(12) VALUE 'Carlos'.
         05 FILLER PIC X(12) VALUE 'Catarina'.
         05 FILLER PIC X(12) VALUE 'Daniel'.
         05 FILLER PIC X(12) VALUE 'Diana'.
         05 FILLER PIC X(12) VALUE 'Diogo'.
         05 FILLER PIC X(12) VALUE 'Duarte'.
         05 FILLER PIC X(12) VALUE 'Eduardo'.
         05 FILLER PIC X(12) VALUE 'Filipa'.
         05 FILLER PIC X(12) VALUE 'Francisco'.
         05 FILLER PIC X(12) VALUE 'Goncalo'.
         05 FILLER PIC X(12) VALUE 'Helena'.
         05 FILLER PIC X(12) VALUE 'Ines'.
         05 FILLER PIC X(12) VALUE 'Joana'.
         05 FILLER PIC X(12) VALUE 'Joao'.
         05 FILLER PIC X(12) VALUE 'Jorge'.
         05 FILLER PIC X(12) VALUE 'Leonor'.
         05 FILLER PIC X(12) VALUE 'Luis'.
         05 FILLER PIC X(12) VALUE 'Lara'.
         05 FILLER PIC X(12) VALUE 'Manuel'.
         05 FILLER PIC X(12) VALUE 'Margarida'.
         05 FILLER PIC X(12) VALUE 'Maria'.
         05 FILLER PIC X(12) VALUE 'Mariana'.
         05 FILLER PIC X(12) VALUE 'Mateus'.
         05 FILLER PIC X(12) VALUE 'Miguel'.
         05 FILLER PIC X(12) VALUE 'Nuno'.
         05 FILLER PIC X(12) VALUE 'Patricia'.
         05 FILLER PIC X(12) VALUE 'Pedro'.
         05 FILLER PIC X(12) VALUE 'Raquel'.
         05 FILLER PIC X(12) VALUE 'Ricardo'.
         05 FILLER PIC X(12) VALUE 'Rita'.
         05 FILLER PIC X(12) VALUE 'Rodrigo'.
         05 FILLER PIC X(12) VALUE 'Rui'.
         05 FILLER PIC X(12) VALUE 'Sara'.
         05 FILLER PIC X(12) VALUE 'Sofia'.
         05 FILLER PIC X(12) VALUE 'Tiago'.
         05 FILLER PIC X(12) VALUE 'Tomas'.
         05 FILLER PIC X(12) VALUE 'Vasco'.
         05 FILLER PIC X(12) VALUE 'Vera'.
         05 FILLER PIC X(12) VALUE 'Filipe'.
         05 FILLER PIC X(12) VALUE 'Marta'.
         05 FILLER PIC X(12) VALUE 'Andre'.
         05 FILLER PIC X(12) VALUE 'Clara'.
         05 FILLER PIC X(12) VALUE 'Paulo'.
       01 FILLER REDEFINES WS-PRIMEIROS-VAL.
         05 WS-PRIMEIRO PIC X(12) OCCURS 48 TIMES.
       01 WS-APELIDOS-VAL.
         05 FILLER PIC X(12) VALUE 'Almeida'.
         05 FILLER PIC X(12) VALUE 'Alves'.
         05 FILLER PIC X(12) VALUE 'Antunes'.
         05 FILLER PIC X(12) VALUE 'Barros'.
         05 FILLER PIC X(12) VALUE 'Batista'.
         05 FILLER PIC X(12) VALUE 'Borges'.
         05 FILLER PIC X(12) VALUE 'Brito'.
         05 FILLER PIC X(12) VALUE 'Cabral'.
         05 FILLER PIC X(12) VALUE 'Campos'.
         05 FILLER PIC X(12) VALUE 'Cardoso'.
         05 FILLER PIC X(12) VALUE 'Carvalho'.
         05 FILLER PIC X(12) VALUE 'Castro'.
         05 FILLER PIC X(12) VALUE 'Coelho'.
         05 FILLER PIC X(12) VALUE 'Correia'.
         05 FILLER PIC X(12) VALUE 'Costa'.
         05 FILLER PIC X(12) VALUE 'Cruz'.
         05 FILLER PIC X(12) VALUE 'Dias'.
         05 FILLER PIC X(12) VALUE 'Esteves'.
         05 FILLER PIC X(12) VALUE 'Faria'.
         05 FILLER PIC X(12) VALUE 'Fernandes'.
         05 FILLER PIC X(12) VALUE 'Ferreira'.
         05 FILLER PIC X(12) VALUE 'Fonseca'.
         05 FILLER PIC X(12) VALUE 'Freitas'.
         05 FILLER PIC X(12) VALUE 'Gomes'.
         05 FILLER PIC X(12) VALUE 'Goncalves'.
         05 FILLER PIC X(12) VALUE 'Guerreiro'.
         05 FILLER PIC X(12) VALUE 'Leite'.
         05 FILLER PIC X(12) VALUE 'Lopes'.
         05 FILLER PIC X(12) VALUE 'Lourenco'.
         05 FILLER PIC X(12) VALUE 'Machado'.
         05 FILLER PIC X(12) VALUE 'Marques'.
         05 FILLER PIC X(12) VALUE 'Martins'.
         05 FILLER PIC X(12) VALUE 'Matos'.
         05 FILLER PIC X(12) VALUE 'Mendes'.
         05 FILLER PIC X(12) VALUE 'Miranda'.
         05 FILLER PIC X(12) VALUE 'Monteiro'.
         05 FILLER PIC X(12) VALUE 'Moreira'.
         05 FILLER PIC X(12) VALUE 'Morais'.
         05 FILLER PIC X(12) VALUE 'Neves'.
         05 FILLER PIC X(12) VALUE 'Nogueira'.
         05 FILLER PIC X(12) VALUE 'Nunes'.
         05 FILLER PIC X(12) VALUE 'Oliveira'.
         05 FILLER PIC X(12) VALUE 'Pereira'.
         05 FILLER PIC X(12) VALUE 'Pinto'.
         05 FILLER PIC X(12) VALUE 'Ramos'.
         05 FILLER PIC X(12) VALUE 'Reis'.
         05 FILLER PIC X(12) VALUE 'Ribeiro'.
         05 FILLER PIC X(12) VALUE 'Rocha'.
         05 FILLER PIC X(12) VALUE 'Santos'.
         05 FILLER PIC X(12) VALUE 'Silva'.
         05 FILLER PIC X(12) VALUE 'Sousa'.
         05 FILLER PIC X(12) VALUE 'Tavares'.
         05 FILLER PIC X(12) VALUE 'Teixeira'.
         05 FILLER PIC X(12) VALUE 'Vaz'.
         05 FILLER PIC X(12) VALUE 'Vieira'.
         05 FILLER PIC X(12) VALUE 'Xavier'.
       01 FILLER REDEFINES WS-APELIDOS-VAL.
         05 WS-APELIDO PIC X(12) OCCURS 56 TIMES.
      * Mapa real -> ficticio, por classe de valor: o mesmo valor
      * real da sempre o mesmo ficticio durante a copia inteira
       01 WS-TOTAL-MAPA PIC 9(4) VALUE 0.
       01 WS-MAPA-CHEIO PIC X VALUE 'N'.
       01 WS-TABELA-MAPA.
         05 WS-MAP OCCURS 5000 TIMES.
           10 WS-MAP-CLASSE PIC X.
           10 WS-MAP-REAL   PIC X(40).
           10 WS-MAP-FALSO  PIC X(40).
       01 WS-CLASSE PIC X.
       01 WS-VALOR PIC X(160).
       01 WS-CHAVE-REAL PIC X(40).
       01 WS-FALSO PIC X(40).
       01 WS-ENCONTRADO PIC X.
       01 WS-POS-MAPA PIC 9(4).
       01 WS-JA-USADO PIC X.
       01 WS-TENTATIVAS PIC 9(2).
       01 WS-ARROBAS PIC 9(3).
      * Sorteio
       01 WS-SEMENTE PIC 9(9).
       01 WS-ALEATORIO PIC 9V9(8).
       01 WS-LIMITE PIC 9(3).
       01 WS-SORTEIO PIC 9(3).
       01 WS-NOME-1 PIC X(12).
       01 WS-APELIDO-1 PIC X(12).
       01 WS-APELIDO-2 PIC X(12).
       01 WS-REDES PIC X(4) VALUE '1236'.
       01 WS-SETE-DIGITOS PIC 9(7).
       01 WS-DOIS-DIGITOS PIC 9(2).
       01 WS-PORTA PIC ZZ9.
       01 WS-NIF-TEXTO PIC X(9).
       01 FILLER REDEFINES WS-NIF-TEXTO.
         05 WS-NIF-DIGITO PIC 9 OCCURS 9 TIMES.
       01 WS-NIF-SOMA PIC 9(4).
       01 WS-NIF-CONTROLO PIC 9(2).
       01 WS-IBAN-BBAN PIC X(21).
       01 WS-IBAN-CALCULO PIC X(27).
       01 WS-IBAN-RESTO PIC 9(3).
       01 WS-IBAN-CONTROLO PIC 9(2).
       01 WS-IBAN-CAR PIC X.
       01 WS-IBAN-DIGITO REDEFINES WS-IBAN-CAR PIC 9.
      * Ficheiros com cadeia de elos que levam campos pessoais
       01 WS-TABELA-CADEIAS-VAL.
         05 FILLER PIC X(30) VALUE 'ficheiro0-journal.txt'.
         05 FILLER PIC X(30) VALUE 'notas-historico.txt'.
         05 FILLER PIC X(30) VALUE 'acessos-log.txt'.
       01 FILLER REDEFINES WS-TABELA-CADEIAS-VAL.
         05 WS-CAD-FICHEIRO PIC X(30) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * So corre numa pasta marcada como treino: na pasta real o
      * '../' apontaria para fora dos dados e a escrita local
      * apagaria a producao
           PERFORM VERIFICA-PASTA-TREINO
           IF WS-MODO-TREINO = 'N'
               DISPLAY "Esta pasta nao esta marcada como treino;"
                   " use ./treino.sh"
               MOVE 8 TO WS-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               COMPUTE WS-SEMENTE = FUNCTION MOD(WS-HORA, 99999989)
                   + 1
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-SEMENTE)
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > 159
                   PERFORM TRATA-UM-FICHEIRO
               END-PERFORM
               PERFORM RECADEIA-FICHEIROS
               IF WS-MAPA-CHEIO = 'S' OR WS-TOTAL-REJEITADOS > 0
                   MOVE 12 TO WS-RC
                   DISPLAY "Copia de treino INCOMPLETA: mapa de"
                       " valores cheio ou registos rejeitados ("
                       WS-TOTAL-REJEITADOS ")"
               ELSE
                   PERFORM MARCA-ANONIMIZADO
                   DISPLAY "Copia de treino anonimizada: "
                       WS-FICHEIROS " ficheiro(s), "
                       WS-SUBSTITUIDOS " valor(es) substituido(s), "
                       WS-TOTAL-MAPA " valor(es) real(is) distintos"
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           GOBACK.

       VERIFICA-PASTA-TREINO.
           MOVE 'N' TO WS-MODO-TREINO
           OPEN INPUT FICHEIRO-TREINO
           IF WS-TREINO-STATUS = '00'
               READ FICHEIRO-TREINO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-MODO-TREINO
               END-READ
               CLOSE FICHEIRO-TREINO
           END-IF.

       TRATA-UM-FICHEIRO.
           MOVE WS-FIC-NOME(F) TO WS-NOME-DADOS
           MOVE 0 TO WS-REGISTOS
           MOVE 0 TO WS-REJEITADOS
           MOVE 0 TO WS-SUBST-FICHEIRO
           EVALUATE WS-FIC-TIPO(F)
               WHEN 'I'
                   PERFORM TRATA-INDEXADO
               WHEN 'V'
                   MOVE WS-NOME-DADOS TO WS-NOME-DESTINO
                   OPEN OUTPUT FICHEIRO-DESTINO
                   CLOSE FICHEIRO-DESTINO
               WHEN OTHER
                   PERFORM TRATA-SEQUENCIAL
           END-EVALUATE.

       TRATA-SEQUENCIAL.
      * Um ficheiro que ainda nao existe na producao tambem nao
      * existe no treino
           MOVE SPACES TO WS-NOME-ORIGEM
           STRING "../" FUNCTION TRIM(WS-NOME-DADOS)
               DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           MOVE WS-NOME-DADOS TO WS-NOME-DESTINO
           MOVE 'N' TO EOF-FICHEIRO
           OPEN INPUT FICHEIRO-ORIGEM
           IF WS-ORIGEM-STATUS = '00'
               OPEN OUTPUT FICHEIRO-DESTINO
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   READ FICHEIRO-ORIGEM
                       AT END
                           MOVE 'S' TO EOF-FICHEIRO
                       NOT AT END
                           MOVE LINHA-ORIGEM TO WS-DADOS
                           PERFORM ANONIMIZA-LINHA
                           MOVE WS-DADOS TO LINHA-DESTINO
                           WRITE LINHA-DESTINO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ORIGEM
               CLOSE FICHEIRO-DESTINO
               PERFORM MOSTRA-FICHEIRO
           END-IF.

       TRATA-INDEXADO.
      * Os indexados sao regravados por chave: o ficheiro0.txt tem o
      * nome como chave e a ordem muda com os nomes ficticios
           MOVE 'N' TO EOF-FICHEIRO
           PERFORM ABRE-INDEXADO-ORIGEM
           IF WS-ORIGEM-STATUS = '00'
               PERFORM ABRE-INDEXADO-DESTINO
               PERFORM UNTIL EOF-FICHEIRO = 'S'
                   PERFORM LE-REGISTO-INDEXADO
                   IF EOF-FICHEIRO = 'N'
                       PERFORM ANONIMIZA-LINHA
                       PERFORM GRAVA-REGISTO-INDEXADO
                   END-IF
               END-PERFORM
               PERFORM FECHA-INDEXADOS
               ADD WS-REJEITADOS TO WS-TOTAL-REJEITADOS
               PERFORM MOSTRA-FICHEIRO
           END-IF.

       ABRE-INDEXADO-ORIGEM.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   OPEN INPUT FICHEIRO-0
               WHEN 'NOTAS.DAT'
                   OPEN INPUT FICHEIRO-NOTAS
               WHEN 'notas-disc.dat'
                   OPEN INPUT FICHEIRO-DISC
               WHEN OTHER
                   OPEN INPUT FICHEIRO-RAZAO
           END-EVALUATE.

       ABRE-INDEXADO-DESTINO.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   OPEN OUTPUT TREINO-0
               WHEN 'NOTAS.DAT'
                   OPEN OUTPUT TREINO-NOTAS
               WHEN 'notas-disc.dat'
                   OPEN OUTPUT TREINO-DISC
               WHEN OTHER
                   OPEN OUTPUT TREINO-RAZAO
           END-EVALUATE.

       FECHA-INDEXADOS.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   CLOSE FICHEIRO-0
                   CLOSE TREINO-0
               WHEN 'NOTAS.DAT'
                   CLOSE FICHEIRO-NOTAS
                   CLOSE TREINO-NOTAS
               WHEN 'notas-disc.dat'
                   CLOSE FICHEIRO-DISC
                   CLOSE TREINO-DISC
               WHEN OTHER
                   CLOSE FICHEIRO-RAZAO
                   CLOSE TREINO-RAZAO
           END-EVALUATE.

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
           END-EVALUATE.

       GRAVA-REGISTO-INDEXADO.
           EVALUATE WS-NOME-DADOS
               WHEN 'ficheiro0.txt'
                   MOVE WS-DADOS TO LINHA-TREINO-0
                   WRITE LINHA-TREINO-0
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
               WHEN 'NOTAS.DAT'
                   MOVE WS-DADOS TO TREINO-NOTAS-REC
                   WRITE TREINO-NOTAS-REC
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
               WHEN 'notas-disc.dat'
                   MOVE WS-DADOS TO TREINO-DISC-REC
                   WRITE TREINO-DISC-REC
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
               WHEN OTHER
                   MOVE WS-DADOS TO TREINO-RAZAO-REC
                   WRITE TREINO-RAZAO-REC
                       INVALID KEY
                           ADD 1 TO WS-REJEITADOS
                   END-WRITE
           END-EVALUATE.

       MOSTRA-FICHEIRO.
           ADD 1 TO WS-FICHEIROS
           IF WS-REJEITADOS > 0
               DISPLAY FUNCTION TRIM(WS-NOME-DADOS) ": "
                   WS-REGISTOS " registo(s), " WS-SUBST-FICHEIRO
                   " valor(es) substituido(s), " WS-REJEITADOS
                   " REJEITADO(S)"
           ELSE
               IF WS-SUBST-FICHEIRO > 0
                   DISPLAY FUNCTION TRIM(WS-NOME-DADOS) ": "
                       WS-REGISTOS " registo(s), " WS-SUBST-FICHEIRO
                       " valor(es) substituido(s)"
               END-IF
           END-IF.

       ANONIMIZA-LINHA.
           ADD 1 TO WS-REGISTOS
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-TOTAL-DSC
               IF WS-DSC-FICHEIRO(D) = WS-NOME-DADOS
                   IF WS-DSC-PREFIXO(D) = SPACES OR
                       WS-DADOS(1 : 15) = WS-DSC-PREFIXO(D)
                       PERFORM ANONIMIZA-CAMPO
                   END-IF
               END-IF
           END-PERFORM.

       ANONIMIZA-CAMPO.
      * Valores e notas ficam os reais (as contas e as medias batem
      * certo no treino); so sai o que identifica pessoas
           MOVE SPACES TO WS-VALOR
           MOVE WS-DADOS(WS-DSC-INICIO(D) : WS-DSC-TAMANHO(D))
               TO WS-VALOR
           IF WS-VALOR NOT = SPACES
               IF WS-DSC-TIPO(D) = 'X'
                   MOVE "TEXTO OMITIDO NA COPIA DE TREINO"
                       TO WS-DADOS(WS-DSC-INICIO(D) :
                       WS-DSC-TAMANHO(D))
               ELSE
                   MOVE WS-DSC-TIPO(D) TO WS-CLASSE
                   IF WS-CLASSE = 'C'
                       MOVE 0 TO WS-ARROBAS
                       INSPECT WS-VALOR TALLYING WS-ARROBAS
                           FOR ALL '@'
                       IF WS-ARROBAS > 0
                           MOVE 'E' TO WS-CLASSE
                       ELSE
                           MOVE 'T' TO WS-CLASSE
                       END-IF
                   END-IF
                   PERFORM OBTEM-FICTICIO
                   IF (WS-CLASSE = 'N' OR WS-CLASSE = 'M') AND
                       WS-VALOR = FUNCTION UPPER-CASE(WS-VALOR)
                       MOVE FUNCTION UPPER-CASE(WS-FALSO) TO WS-FALSO
                   END-IF
                   MOVE WS-FALSO TO WS-DADOS(WS-DSC-INICIO(D) :
                       WS-DSC-TAMANHO(D))
               END-IF
               ADD 1 TO WS-SUBST-FICHEIRO
               ADD 1 TO WS-SUBSTITUIDOS
           END-IF.

       OBTEM-FICTICIO.
      * Maiusculas e minusculas nao distinguem pessoas: JOAO SILVA
      * e Joao Silva recebem o mesmo ficticio
           MOVE FUNCTION UPPER-CASE(WS-VALOR(1 : 40)) TO WS-CHAVE-REAL
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-MAPA OR WS-ENCONTRADO = 'S'
               IF WS-MAP-CLASSE(K) = WS-CLASSE AND
                   WS-MAP-REAL(K) = WS-CHAVE-REAL
                   MOVE 'S' TO WS-ENCONTRADO
                   MOVE K TO WS-POS-MAPA
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'S'
               MOVE WS-MAP-FALSO(WS-POS-MAPA) TO WS-FALSO
           ELSE
               PERFORM GERA-FICTICIO-NOVO
               IF WS-TOTAL-MAPA < 5000
                   ADD 1 TO WS-TOTAL-MAPA
                   MOVE WS-CLASSE TO WS-MAP-CLASSE(WS-TOTAL-MAPA)
                   MOVE WS-CHAVE-REAL TO WS-MAP-REAL(WS-TOTAL-MAPA)
                   MOVE WS-FALSO TO WS-MAP-FALSO(WS-TOTAL-MAPA)
               ELSE
                   MOVE 'S' TO WS-MAPA-CHEIO
               END-IF
           END-IF.

       GERA-FICTICIO-NOVO.
      * Dois valores reais diferentes nunca partilham o ficticio (o
      * nome e chave do ficheiro0.txt)
           MOVE 'S' TO WS-JA-USADO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM UNTIL WS-JA-USADO = 'N' OR WS-TENTATIVAS > 50
               ADD 1 TO WS-TENTATIVAS
               EVALUATE WS-CLASSE
                   WHEN 'N'
                       PERFORM GERA-NOME
                   WHEN 'E'
                       PERFORM GERA-EMAIL
                   WHEN 'T'
                       PERFORM GERA-TELEFONE
                   WHEN 'F'
                       PERFORM GERA-NIF
                   WHEN 'I'
                       PERFORM GERA-IBAN
                   WHEN OTHER
                       PERFORM GERA-MORADA
               END-EVALUATE
               PERFORM VERIFICA-FICTICIO-USADO
           END-PERFORM
           IF WS-JA-USADO = 'S'
               MOVE 'S' TO WS-MAPA-CHEIO
           END-IF.

       VERIFICA-FICTICIO-USADO.
           MOVE 'N' TO WS-JA-USADO
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-MAPA OR WS-JA-USADO = 'S'
               IF WS-MAP-CLASSE(K) = WS-CLASSE AND
                   WS-MAP-FALSO(K) = WS-FALSO
                   MOVE 'S' TO WS-JA-USADO
               END-IF
           END-PERFORM.

       SORTEIA.
      * Numero ao acaso de 1 a WS-LIMITE
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM
           COMPUTE WS-SORTEIO = WS-ALEATORIO * WS-LIMITE + 1
           IF WS-SORTEIO > WS-LIMITE
               MOVE WS-LIMITE TO WS-SORTEIO
           END-IF.

       SORTEIA-SETE-DIGITOS.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM
           COMPUTE WS-SETE-DIGITOS = WS-ALEATORIO * 10000000.

       SORTEIA-NOMES.
           MOVE 48 TO WS-LIMITE
           PERFORM SORTEIA
           MOVE WS-PRIMEIRO(WS-SORTEIO) TO WS-NOME-1
           MOVE 56 TO WS-LIMITE
           PERFORM SORTEIA
           MOVE WS-APELIDO(WS-SORTEIO) TO WS-APELIDO-1
           PERFORM SORTEIA
           MOVE WS-APELIDO(WS-SORTEIO) TO WS-APELIDO-2.

       GERA-NOME.
      * Nome proprio e dois apelidos, ou um so se nao couber nos
      * 20 caracteres do nome mais curto dos ficheiros
           PERFORM SORTEIA-NOMES
           MOVE SPACES TO WS-FALSO
           STRING FUNCTION TRIM(WS-NOME-1) " "
               FUNCTION TRIM(WS-APELIDO-1) " "
               FUNCTION TRIM(WS-APELIDO-2)
               DELIMITED BY SIZE INTO WS-FALSO
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FALSO)) > 20 OR
               WS-APELIDO-1 = WS-APELIDO-2
               MOVE SPACES TO WS-FALSO
               STRING FUNCTION TRIM(WS-NOME-1) " "
                   FUNCTION TRIM(WS-APELIDO-2)
                   DELIMITED BY SIZE INTO WS-FALSO
           END-IF.

       GERA-EMAIL.
           PERFORM SORTEIA-NOMES
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM
           COMPUTE WS-DOIS-DIGITOS = WS-ALEATORIO * 100
           MOVE SPACES TO WS-FALSO
           STRING FUNCTION LOWER-CASE(FUNCTION TRIM(WS-NOME-1)) "."
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-APELIDO-1))
               WS-DOIS-DIGITOS "@exemplo.pt"
               DELIMITED BY SIZE INTO WS-FALSO.

       GERA-TELEFONE.
      * Telemovel nacional de 9 digitos (91, 92, 93 ou 96)
           MOVE 4 TO WS-LIMITE
           PERFORM SORTEIA
           PERFORM SORTEIA-SETE-DIGITOS
           MOVE SPACES TO WS-FALSO
           STRING "9" WS-REDES(WS-SORTEIO : 1) WS-SETE-DIGITOS
               DELIMITED BY SIZE INTO WS-FALSO.

       GERA-NIF.
      * NIF de pessoa singular com o digito de controlo modulo 11
      * certo, para a faturacao o aceitar como valido
           PERFORM SORTEIA-SETE-DIGITOS
           MOVE SPACES TO WS-NIF-TEXTO
           STRING "2" WS-SETE-DIGITOS "0"
               DELIMITED BY SIZE INTO WS-NIF-TEXTO
           MOVE 0 TO WS-NIF-SOMA
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 8
               COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
                   + WS-NIF-DIGITO(P) * (10 - P)
           END-PERFORM
           COMPUTE WS-NIF-CONTROLO =
               11 - FUNCTION MOD(WS-NIF-SOMA, 11)
           IF WS-NIF-CONTROLO >= 10
               MOVE 0 TO WS-NIF-CONTROLO
           END-IF
           MOVE WS-NIF-CONTROLO TO WS-NIF-DIGITO(9)
           MOVE WS-NIF-TEXTO TO WS-FALSO.

       GERA-IBAN.
      * IBAN portugues com os digitos de controlo (ISO 13616, resto
      * 97) certos, para os mandatos SEPA passarem a conferencia
           MOVE SPACES TO WS-IBAN-BBAN
           PERFORM SORTEIA-SETE-DIGITOS
           MOVE WS-SETE-DIGITOS TO WS-IBAN-BBAN(1 : 7)
           PERFORM SORTEIA-SETE-DIGITOS
           MOVE WS-SETE-DIGITOS TO WS-IBAN-BBAN(8 : 7)
           PERFORM SORTEIA-SETE-DIGITOS
           MOVE WS-SETE-DIGITOS TO WS-IBAN-BBAN(15 : 7)
           MOVE SPACES TO WS-IBAN-CALCULO
           STRING WS-IBAN-BBAN "252900"
               DELIMITED BY SIZE INTO WS-IBAN-CALCULO
           MOVE 0 TO WS-IBAN-RESTO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 27
               MOVE WS-IBAN-CALCULO(P : 1) TO WS-IBAN-CAR
               COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                   WS-IBAN-RESTO * 10 + WS-IBAN-DIGITO, 97)
           END-PERFORM
           COMPUTE WS-IBAN-CONTROLO = 98 - WS-IBAN-RESTO
           MOVE SPACES TO WS-FALSO
           STRING "PT" WS-IBAN-CONTROLO WS-IBAN-BBAN
               DELIMITED BY SIZE INTO WS-FALSO.

       GERA-MORADA.
           PERFORM SORTEIA-NOMES
           MOVE 199 TO WS-LIMITE
           PERFORM SORTEIA
           MOVE WS-SORTEIO TO WS-PORTA
           MOVE SPACES TO WS-FALSO
           STRING "Rua " FUNCTION TRIM(WS-NOME-1) " "
               FUNCTION TRIM(WS-APELIDO-1) ", "
               FUNCTION TRIM(WS-PORTA)
               DELIMITED BY SIZE INTO WS-FALSO.

       RECADEIA-FICHEIROS.
      * Os diarios com nomes trocados ja nao batem com os elos da
      * producao: a cadeia do treino e recalculada sobre a copia
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               MOVE 'R' TO WS-CADEIA-OPERACAO
               MOVE WS-CAD-FICHEIRO(P) TO WS-CADEIA-FICHEIRO
               MOVE SPACES TO WS-CADEIA-REGISTO
               CALL 'ENCADEIA-REGISTO' USING
                   WS-CADEIA-OPERACAO WS-CADEIA-FICHEIRO
                   WS-CADEIA-REGISTO WS-CADEIA-QUANTAS
           END-PERFORM.

       MARCA-ANONIMIZADO.
      * A segunda linha da marca e a prova, para o treino.sh, de
      * que a pasta nao tem dados reais
           OPEN EXTEND FICHEIRO-TREINO
           MOVE SPACES TO LINHA-TREINO
           STRING "DADOS ANONIMIZADOS EM " WS-DATA "-"
               WS-HORA(1 : 6) ": " WS-FICHEIROS " FICHEIROS, "
               WS-SUBSTITUIDOS " VALORES SUBSTITUIDOS"
               DELIMITED BY SIZE INTO LINHA-TREINO
           WRITE LINHA-TREINO
           CLOSE FICHEIRO-TREINO.

       END PROGRAM ANONIMIZA-TREINO.
