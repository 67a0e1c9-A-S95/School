      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correcao do numero de um aluno em todos os ficheiros
      *          que o repetem: dado o numero velho e o novo, confere
      *          que o novo esta livre (em NOTAS.DAT e nos ficheiros
      *          dependentes) ou pede confirmacao expressa para fundir
      *          os dois numeros; troca o numero em NOTAS.DAT, em
      *          notas-disc.dat e em cada ficheiro de linhas da
      *          tabela (com a mesma regravacao por ficheiro
      *          temporario da retencao), e emite um certificado com
      *          as contagens antes e depois por ficheiro; cada passo
      *          fica em renumeracao-controlo.txt, para uma corrida
      *          interrompida ser retomada sem repetir nem perder
      *          nenhum ficheiro; o historico de notas regravado tem
      *          a cadeia de elos recalculada; no razao RAZAO.DAT os
      *          movimentos do aluno mudam de chave por REWRITE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMERAR-ALUNO.
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
           SELECT FICHEIRO-RAZAO ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-NUMERO
               ALTERNATE RECORD KEY IS RAZ-DATA-LANC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RAZ-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-RAZAO-STATUS.
           SELECT FICHEIRO-TEXTO ASSIGN TO WS-NOME-TEXTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXTO-STATUS.
           SELECT FICHEIRO-TEMP ASSIGN TO 'renumeracao-temp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT OPTIONAL FICHEIRO-CONTROLO
               ASSIGN TO 'renumeracao-controlo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLO-STATUS.
           SELECT OPTIONAL FICHEIRO-LOCK-ALUNOS
               ASSIGN TO 'notas-alunos.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-ALUNOS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT FICHEIRO-CERTIFICADO
               ASSIGN TO 'certificado-renumeracao.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD FICHEIRO-TEXTO.
       01 LINHA-TEXTO PIC X(240).
       FD FICHEIRO-TEMP.
       01 LINHA-TEMP PIC X(240).
       FD FICHEIRO-CONTROLO.
       01 LINHA-CONTROLO.
         05 RNC-VELHO        PIC 9(5).
         05 FILLER           PIC X.
         05 RNC-NOVO         PIC 9(5).
         05 FILLER           PIC X.
         05 RNC-PASSO        PIC X(30).
         05 FILLER           PIC X.
         05 RNC-ESTADO       PIC X(10).
         05 FILLER           PIC X.
         05 RNC-FUSAO        PIC X.
         05 FILLER           PIC X.
         05 RNC-ANTES-VELHO  PIC 9(5).
         05 FILLER           PIC X.
         05 RNC-ANTES-NOVO   PIC 9(5).
         05 FILLER           PIC X.
         05 RNC-DEPOIS-VELHO PIC 9(5).
         05 FILLER           PIC X.
         05 RNC-DEPOIS-NOVO  PIC 9(5).
         05 FILLER           PIC X.
         05 RNC-DATA         PIC 9(8).
         05 RNC-HORA         PIC 9(6).
         05 FILLER           PIC X.
         05 RNC-OPERADOR     PIC X(8).
       FD FICHEIRO-LOCK-ALUNOS.
       01 LINHA-LOCK-ALUNO.
         05 NLK-NUMERO   PIC 9(5).
         05 FILLER       PIC X.
         05 NLK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 NLK-DATA     PIC 9(8).
         05 NLK-HORA     PIC 9(6).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-CERTIFICADO.
       01 LINHA-CERTIFICADO PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-RAZAO-STATUS PIC XX.
       01 WS-TEXTO-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-CONTROLO-STATUS PIC XX.
       01 WS-LOCK-ALUNOS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-TEXTO PIC X.
       01 EOF-TEMP PIC X.
       01 EOF-CONTROLO PIC X.
       01 EOF-LOCK-ALUNOS PIC X.
       01 EOF-DISC PIC X.
       01 EOF-RAZAO PIC X.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-NUMERO-TEXTO PIC X(5).
       01 WS-VELHO PIC 9(5).
       01 WS-VELHO-X REDEFINES WS-VELHO PIC X(5).
       01 WS-NOVO PIC 9(5).
       01 WS-NOVO-X REDEFINES WS-NOVO PIC X(5).
       01 WS-NOME-VELHO PIC X(20).
       01 WS-NOME-NOVO PIC X(20).
       01 WS-CONFIRMA PIC X.
       01 WS-FUSAO PIC X VALUE 'N'.
       01 WS-RETOMA PIC X VALUE 'N'.
       01 WS-PODE-CONTINUAR PIC X.
       01 WS-NOVO-EM-NOTAS PIC X.
       01 WS-MODO PIC X.
       01 WS-NOME-TEXTO PIC X(40).
       01 WS-POSICAO PIC 9(3).
       01 WS-POS PIC 9(3).
       01 WS-TEM-VELHO PIC X.
       01 WS-TEM-NOVO PIC X.
       01 WS-ANTES-VELHO PIC 9(5).
       01 WS-ANTES-NOVO PIC 9(5).
       01 WS-DEPOIS-VELHO PIC 9(5).
       01 WS-DEPOIS-NOVO PIC 9(5).
       01 WS-TOTAL-VELHO PIC 9(6).
       01 WS-TOTAL-NOVO PIC 9(6).
       01 WS-CONTA-DISC PIC 9(5).
       01 WS-ESTADO-PASSO PIC X(10).
       01 WS-ESTADO-GRAVAR PIC X(10).
       01 WS-PASSO-ACHADO PIC 9(2).
       01 F PIC 9(2).
       01 I PIC 9(2).
      * Ficheiros de linhas com o numero do aluno: nome e posicao
      * do numero na linha; a posicao 000 quer dizer movimento do
      * ficheiro3, onde o numero vem no texto "ALUNO nnnnn" da
      * descricao (propinas, cantina, clubes, matricula)
       01 WS-TOTAL-FICHEIROS PIC 9(2) VALUE 49.
       01 WS-TABELA-FICHEIROS-VAL.
         05 FILLER PIC X(40) VALUE 'notas-historico.txt'.
         05 FILLER PIC X(3)  VALUE '016'.
         05 FILLER PIC X(40) VALUE 'presencas.txt'.
         05 FILLER PIC X(3)  VALUE '010'.
         05 FILLER PIC X(40) VALUE 'justificacoes.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'prestacoes.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'planos-alunos.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'recibos.txt'.
         05 FILLER PIC X(3)  VALUE '023'.
         05 FILLER PIC X(40) VALUE 'encarregados.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'recurso-notas.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'medidas-apoio.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'marcacoes-cantina.txt'.
         05 FILLER PIC X(3)  VALUE '010'.
         05 FILLER PIC X(40) VALUE 'clubes-inscricoes.txt'.
         05 FILLER PIC X(3)  VALUE '006'.
         05 FILLER PIC X(40) VALUE 'clubes-presencas.txt'.
         05 FILLER PIC X(3)  VALUE '018'.
         05 FILLER PIC X(40) VALUE 'ocorrencias.txt'.
         05 FILLER PIC X(3)  VALUE '007'.
         05 FILLER PIC X(40) VALUE 'movimentos-turma.txt'.
         05 FILLER PIC X(3)  VALUE '010'.
         05 FILLER PIC X(40) VALUE 'documentos-alunos.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'deliberacoes.txt'.
         05 FILLER PIC X(3)  VALUE '008'.
         05 FILLER PIC X(40) VALUE 'reclamacoes.txt'.
         05 FILLER PIC X(3)  VALUE '006'.
         05 FILLER PIC X(40) VALUE 'certificados.txt'.
         05 FILLER PIC X(3)  VALUE '026'.
         05 FILLER PIC X(40) VALUE 'candidaturas.txt'.
         05 FILLER PIC X(3)  VALUE '082'.
         05 FILLER PIC X(40) VALUE 'lista-espera.txt'.
         05 FILLER PIC X(3)  VALUE '012'.
         05 FILLER PIC X(40) VALUE 'renovacoes.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'anulacoes-matricula.txt'.
         05 FILLER PIC X(3)  VALUE '010'.
         05 FILLER PIC X(40) VALUE 'notas-pendentes.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'apreciacoes.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'inscricoes-exames.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'visitas-autorizacoes.txt'.
         05 FILLER PIC X(3)  VALUE '006'.
         05 FILLER PIC X(40) VALUE 'transporte-passes.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'transporte-cobrancas.txt'.
         05 FILLER PIC X(3)  VALUE '008'.
         05 FILLER PIC X(40) VALUE 'ase-alunos.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'ase-beneficios.txt'.
         05 FILLER PIC X(3)  VALUE '010'.
         05 FILLER PIC X(40) VALUE 'creditos.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'notas-credito.txt'.
         05 FILLER PIC X(3)  VALUE '013'.
         05 FILLER PIC X(40) VALUE 'sepa-cobrancas.txt'.
         05 FILLER PIC X(3)  VALUE '006'.
         05 FILLER PIC X(40) VALUE 'mb-referencias.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'mb-movimentos.txt'.
         05 FILLER PIC X(3)  VALUE '097'.
         05 FILLER PIC X(40) VALUE 'juros.txt'.
         05 FILLER PIC X(3)  VALUE '008'.
         05 FILLER PIC X(40) VALUE 'acordos.txt'.
         05 FILLER PIC X(3)  VALUE '009'.
         05 FILLER PIC X(40) VALUE 'acordos-linhas.txt'.
         05 FILLER PIC X(3)  VALUE '009'.
         05 FILLER PIC X(40) VALUE 'abates.txt'.
         05 FILLER PIC X(3)  VALUE '007'.
         05 FILLER PIC X(40) VALUE 'vendas-papelaria.txt'.
         05 FILLER PIC X(3)  VALUE '017'.
         05 FILLER PIC X(40) VALUE 'carteiras.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'carteira-movimentos.txt'.
         05 FILLER PIC X(3)  VALUE '017'.
         05 FILLER PIC X(40) VALUE 'cartoes.txt'.
         05 FILLER PIC X(3)  VALUE '012'.
         05 FILLER PIC X(40) VALUE 'portaria-movimentos.txt'.
         05 FILLER PIC X(3)  VALUE '017'.
         05 FILLER PIC X(40) VALUE 'saidas-autorizadas.txt'.
         05 FILLER PIC X(3)  VALUE '007'.
         05 FILLER PIC X(40) VALUE 'dietas-alunos.txt'.
         05 FILLER PIC X(3)  VALUE '001'.
         05 FILLER PIC X(40) VALUE 'caixa-saida.txt'.
         05 FILLER PIC X(3)  VALUE '078'.
         05 FILLER PIC X(40) VALUE 'reunioes-ee.txt'.
         05 FILLER PIC X(3)  VALUE '014'.
         05 FILLER PIC X(40) VALUE 'ficheiro3.txt'.
         05 FILLER PIC X(3)  VALUE '000'.
       01 FILLER REDEFINES WS-TABELA-FICHEIROS-VAL.
         05 WS-FIC OCCURS 49 TIMES.
           10 WS-FIC-NOME    PIC X(40).
           10 WS-FIC-POSICAO PIC 9(3).
      * Passos desta renumeracao ja gravados no controlo (com as
      * contagens, que servem tambem ao certificado)
       01 WS-TOTAL-PASSOS PIC 9(2) VALUE 0.
       01 WS-TABELA-PASSOS.
         05 WS-PAS OCCURS 60 TIMES.
           10 WS-PAS-NOME         PIC X(30).
           10 WS-PAS-ESTADO       PIC X(10).
           10 WS-PAS-ANTES-VELHO  PIC 9(5).
           10 WS-PAS-ANTES-NOVO   PIC 9(5).
           10 WS-PAS-DEPOIS-VELHO PIC 9(5).
           10 WS-PAS-DEPOIS-NOVO  PIC 9(5).
      * Disciplinas do numero velho em notas-disc.dat
       01 WS-TOTAL-DISC PIC 9(2).
       01 WS-TABELA-DISC.
         05 WS-DISC-REC PIC X(30) OCCURS 60 TIMES.
      * Movimentos do razao de um numero (por numero de movimento);
      * se forem mais do que cabem, a troca repete-se ate nao sobrar
      * nenhum com o numero velho
       01 WS-RAZAO-PROCURA PIC 9(5).
       01 WS-CONTA-RAZAO PIC 9(5).
       01 WS-RAZAO-VOLTAS PIC 9(2).
       01 WS-TOTAL-MOV-RAZAO PIC 9(4).
       01 WS-TABELA-MOV-RAZAO.
         05 WS-MOV-RAZAO PIC 9(8) OCCURS 2000 TIMES.
       01 R PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RENUMERACAO DE ALUNO EM TODOS OS FICHEIROS"
           PERFORM LE-OPERADOR-SESSAO
           PERFORM CARREGA-CONTROLO
           IF WS-RETOMA = 'S'
               DISPLAY "Renumeracao " WS-VELHO " -> " WS-NOVO
                   " interrompida a meio (" WS-TOTAL-PASSOS
                   " passo(s) gravado(s))"
               DISPLAY "Retomar agora? (S/N)"
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                   PERFORM EXECUTA-RENUMERACAO
               ELSE
                   DISPLAY "Nada feito; a renumeracao pendente tem"
                       " de ser concluida antes de outra"
               END-IF
           ELSE
               PERFORM PEDE-NUMEROS
               IF WS-PODE-CONTINUAR = 'S'
                   PERFORM EXECUTA-RENUMERACAO
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       PEDE-NUMEROS.
           MOVE 'N' TO WS-PODE-CONTINUAR
           DISPLAY "NUMERO ERRADO (VELHO): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUMERO-TEXTO
           ACCEPT WS-NUMERO-TEXTO
           COMPUTE WS-VELHO = FUNCTION NUMVAL(WS-NUMERO-TEXTO)
           DISPLAY "NUMERO CERTO (NOVO): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUMERO-TEXTO
           ACCEPT WS-NUMERO-TEXTO
           COMPUTE WS-NOVO = FUNCTION NUMVAL(WS-NUMERO-TEXTO)
           EVALUATE TRUE
               WHEN WS-VELHO = 0 OR WS-NOVO = 0
                   DISPLAY "Numeros invalidos, nada feito"
               WHEN WS-VELHO = WS-NOVO
                   DISPLAY "O numero novo e igual ao velho,"
                       " nada feito"
               WHEN OTHER
                   PERFORM VERIFICA-NUMEROS
           END-EVALUATE.

       VERIFICA-NUMEROS.
           PERFORM VERIFICA-LOCKS
           IF WS-PODE-CONTINUAR = 'S'
               PERFORM LE-ALUNOS-NOTAS
           END-IF
           IF WS-PODE-CONTINUAR = 'S'
      * Primeira passagem so a contar: o numero novo so esta livre
      * se nao aparecer em nenhum ficheiro, nao apenas em NOTAS.DAT
               MOVE 'M' TO WS-MODO
               MOVE 0 TO WS-TOTAL-VELHO
               MOVE 0 TO WS-TOTAL-NOVO
               DISPLAY "FICHEIRO                    VELHO   NOVO"
               PERFORM TRATA-NOTAS
               PERFORM TRATA-DISCIPLINAS
               PERFORM TRATA-RAZAO
               PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > WS-TOTAL-FICHEIROS
                   MOVE WS-FIC-NOME(F) TO WS-NOME-TEXTO
                   MOVE WS-FIC-POSICAO(F) TO WS-POSICAO
                   PERFORM TRATA-FICHEIRO-TEXTO
               END-PERFORM
               DISPLAY "TOTAL                      " WS-TOTAL-VELHO
                   " " WS-TOTAL-NOVO
               MOVE 'N' TO WS-PODE-CONTINUAR
               MOVE 'N' TO WS-FUSAO
               IF WS-TOTAL-NOVO > 0
                   DISPLAY "O numero " WS-NOVO " JA ESTA EM USO"
                   IF WS-NOVO-EM-NOTAS = 'S'
                       DISPLAY "  em NOTAS.DAT: " WS-NOME-NOVO
                   END-IF
                   DISPLAY "  a renumerar:  " WS-NOME-VELHO
                   DISPLAY "FUNDIR o aluno " WS-VELHO " no aluno "
                       WS-NOVO "? Escreva F para confirmar a fusao"
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'F'
                       MOVE 'S' TO WS-FUSAO
                       MOVE 'S' TO WS-PODE-CONTINUAR
                   ELSE
                       DISPLAY "Fusao nao confirmada, nada feito"
                   END-IF
               ELSE
                   DISPLAY "Renumerar " WS-VELHO " " WS-NOME-VELHO
                       " para " WS-NOVO "? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                       MOVE 'S' TO WS-PODE-CONTINUAR
                   ELSE
                       DISPLAY "Renumeracao cancelada"
                   END-IF
               END-IF
           END-IF.

       VERIFICA-LOCKS.
      * Com qualquer dos dois numeros em edicao noutra sessao a
      * renumeracao nao arranca
           MOVE 'S' TO WS-PODE-CONTINUAR
           MOVE 'N' TO EOF-LOCK-ALUNOS
           OPEN INPUT FICHEIRO-LOCK-ALUNOS
           IF WS-LOCK-ALUNOS-STATUS = '00' OR
               WS-LOCK-ALUNOS-STATUS = '05'
               PERFORM UNTIL EOF-LOCK-ALUNOS = 'S'
                   READ FICHEIRO-LOCK-ALUNOS
                       AT END
                           MOVE 'S' TO EOF-LOCK-ALUNOS
                       NOT AT END
                           IF NLK-NUMERO IS NUMERIC AND
                               (NLK-NUMERO = WS-VELHO OR
                                NLK-NUMERO = WS-NOVO)
                               MOVE 'N' TO WS-PODE-CONTINUAR
                               DISPLAY "Aluno " NLK-NUMERO
                                   " em edicao por " NLK-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOCK-ALUNOS
           END-IF
           IF WS-PODE-CONTINUAR = 'N'
               DISPLAY "Renumeracao recusada"
           END-IF.

       LE-ALUNOS-NOTAS.
           MOVE 'N' TO WS-NOVO-EM-NOTAS
           MOVE SPACES TO WS-NOME-VELHO
           MOVE SPACES TO WS-NOME-NOVO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado"
               MOVE 'N' TO WS-PODE-CONTINUAR
           ELSE
               MOVE WS-VELHO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       DISPLAY "Aluno " WS-VELHO
                           " nao existe em NOTAS.DAT"
                       MOVE 'N' TO WS-PODE-CONTINUAR
                   NOT INVALID KEY
                       MOVE REC-NOME TO WS-NOME-VELHO
               END-READ
               MOVE WS-NOVO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-NOVO-EM-NOTAS
                       MOVE REC-NOME TO WS-NOME-NOVO
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       EXECUTA-RENUMERACAO.
      * Cada passo concluido fica no controlo; numa retoma os passos
      * ja CONCLUIDOS sao saltados e um ficheiro deixado com o
      * temporario completo e reposto a partir dele
           MOVE 'A' TO WS-MODO
           IF WS-RETOMA = 'N'
               MOVE 'RENUMERACAO' TO WS-NOME-TEXTO
               MOVE 'INICIADO' TO WS-ESTADO-PASSO
               MOVE 0 TO WS-ANTES-VELHO
               MOVE 0 TO WS-ANTES-NOVO
               MOVE 0 TO WS-DEPOIS-VELHO
               MOVE 0 TO WS-DEPOIS-NOVO
               PERFORM GRAVA-CONTROLO
           END-IF
           PERFORM TRATA-NOTAS
           PERFORM TRATA-DISCIPLINAS
           PERFORM TRATA-RAZAO
           PERFORM VARYING F FROM 1 BY 1
               UNTIL F > WS-TOTAL-FICHEIROS
               MOVE WS-FIC-NOME(F) TO WS-NOME-TEXTO
               MOVE WS-FIC-POSICAO(F) TO WS-POSICAO
               PERFORM TRATA-FICHEIRO-TEXTO
           END-PERFORM
           PERFORM ESCREVE-CERTIFICADO
           MOVE 'RENUMERACAO' TO WS-NOME-TEXTO
           MOVE 'CONCLUIDO' TO WS-ESTADO-PASSO
           MOVE 0 TO WS-ANTES-VELHO
           MOVE 0 TO WS-ANTES-NOVO
           MOVE 0 TO WS-DEPOIS-VELHO
           MOVE 0 TO WS-DEPOIS-NOVO
           PERFORM GRAVA-CONTROLO
           DISPLAY "Aluno " WS-VELHO " renumerado para " WS-NOVO
               "; certificado em certificado-renumeracao.txt".

       TRATA-NOTAS.
           MOVE 'NOTAS.DAT' TO WS-NOME-TEXTO
           PERFORM PROCURA-PASSO
           IF WS-MODO = 'A' AND WS-ESTADO-PASSO = 'CONCLUIDO'
               CONTINUE
           ELSE
               MOVE 0 TO WS-ANTES-VELHO
               MOVE 0 TO WS-ANTES-NOVO
               OPEN I-O FICHEIRO-NOTAS
               IF WS-NOTAS-STATUS = '00'
                   MOVE WS-NOVO TO REC-NUMERO
                   READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-ANTES-NOVO
                   END-READ
                   MOVE WS-VELHO TO REC-NUMERO
                   READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-ANTES-VELHO
                   END-READ
                   IF WS-MODO = 'A' AND WS-ANTES-VELHO = 1
                       PERFORM MUDA-ALUNO-NOTAS
                   END-IF
                   CLOSE FICHEIRO-NOTAS
               END-IF
               PERFORM FECHA-PASSO-INDEXADO
           END-IF.

       MUDA-ALUNO-NOTAS.
      * Numa fusao fica o registo do numero novo; sem fusao o
      * registo passa para a chave nova. Se uma corrida anterior
      * parou entre o WRITE e o DELETE, o novo ja existe e o velho
      * e so apagado
           IF WS-ANTES-NOVO = 0
               MOVE WS-NOVO TO REC-NUMERO
               WRITE NOTAS-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           MOVE WS-VELHO TO REC-NUMERO
           DELETE FICHEIRO-NOTAS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       TRATA-DISCIPLINAS.
           MOVE 'notas-disc.dat' TO WS-NOME-TEXTO
           PERFORM PROCURA-PASSO
           IF WS-MODO = 'A' AND WS-ESTADO-PASSO = 'CONCLUIDO'
               CONTINUE
           ELSE
               MOVE 0 TO WS-ANTES-VELHO
               MOVE 0 TO WS-ANTES-NOVO
               OPEN I-O FICHEIRO-DISC
               IF WS-DISC-STATUS = '00'
                   MOVE WS-NOVO TO DIS-NUMERO
                   PERFORM CONTA-DISCIPLINAS
                   MOVE WS-CONTA-DISC TO WS-ANTES-NOVO
                   MOVE WS-VELHO TO DIS-NUMERO
                   PERFORM CONTA-DISCIPLINAS
                   MOVE WS-CONTA-DISC TO WS-ANTES-VELHO
                   IF WS-MODO = 'A' AND WS-ANTES-VELHO > 0
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-TOTAL-DISC
                           PERFORM MUDA-UMA-DISCIPLINA
                       END-PERFORM
                   END-IF
                   CLOSE FICHEIRO-DISC
               END-IF
               PERFORM FECHA-PASSO-INDEXADO
           END-IF.

       CONTA-DISCIPLINAS.
      * Conta (e guarda) os registos de um numero: a chave comeca
      * pelo numero, por isso basta posicionar no primeiro
           MOVE 0 TO WS-CONTA-DISC
           MOVE 0 TO WS-TOTAL-DISC
           MOVE LOW-VALUES TO DIS-DISCIPLINA
           MOVE 'N' TO EOF-DISC
           MOVE DIS-NUMERO TO WS-NUMERO-TEXTO
           START FICHEIRO-DISC KEY IS NOT LESS THAN DIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO EOF-DISC
           END-START
           PERFORM UNTIL EOF-DISC = 'S'
               READ FICHEIRO-DISC NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-DISC
                   NOT AT END
                       IF DIS-NUMERO NOT = WS-NUMERO-TEXTO
                           MOVE 'S' TO EOF-DISC
                       ELSE
                           ADD 1 TO WS-CONTA-DISC
                           IF WS-TOTAL-DISC < 60
                               ADD 1 TO WS-TOTAL-DISC
                               MOVE DISC-REC
                                   TO WS-DISC-REC(WS-TOTAL-DISC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MUDA-UMA-DISCIPLINA.
      * Disciplina que o numero novo ja tem (fusao) fica como esta
           MOVE WS-DISC-REC(I) TO DISC-REC
           MOVE WS-NOVO TO DIS-NUMERO
           WRITE DISC-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-DISC-REC(I) TO DISC-REC
           DELETE FICHEIRO-DISC RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       FECHA-PASSO-INDEXADO.
           IF WS-MODO = 'M'
               ADD WS-ANTES-VELHO TO WS-TOTAL-VELHO
               ADD WS-ANTES-NOVO TO WS-TOTAL-NOVO
               DISPLAY WS-NOME-TEXTO(1 : 27) WS-ANTES-VELHO
                   "  " WS-ANTES-NOVO
           ELSE
               MOVE 0 TO WS-DEPOIS-VELHO
               IF WS-ANTES-VELHO > 0 OR WS-ANTES-NOVO > 0
                   MOVE 1 TO WS-DEPOIS-NOVO
               ELSE
                   MOVE 0 TO WS-DEPOIS-NOVO
               END-IF
               IF WS-NOME-TEXTO = 'notas-disc.dat'
                   PERFORM RECONTA-DISCIPLINAS
               END-IF
               IF WS-NOME-TEXTO = 'RAZAO.DAT'
                   PERFORM RECONTA-RAZAO
               END-IF
               MOVE 'CONCLUIDO' TO WS-ESTADO-PASSO
               PERFORM GRAVA-CONTROLO
           END-IF.

       RECONTA-DISCIPLINAS.
           OPEN INPUT FICHEIRO-DISC
           IF WS-DISC-STATUS = '00'
               MOVE WS-VELHO TO DIS-NUMERO
               PERFORM CONTA-DISCIPLINAS
               MOVE WS-CONTA-DISC TO WS-DEPOIS-VELHO
               MOVE WS-NOVO TO DIS-NUMERO
               PERFORM CONTA-DISCIPLINAS
               MOVE WS-CONTA-DISC TO WS-DEPOIS-NOVO
               CLOSE FICHEIRO-DISC
           ELSE
               MOVE 0 TO WS-DEPOIS-NOVO
           END-IF.

       TRATA-RAZAO.
           MOVE 'RAZAO.DAT' TO WS-NOME-TEXTO
           PERFORM PROCURA-PASSO
           IF WS-MODO = 'A' AND WS-ESTADO-PASSO = 'CONCLUIDO'
               CONTINUE
           ELSE
               MOVE 0 TO WS-ANTES-VELHO
               MOVE 0 TO WS-ANTES-NOVO
               OPEN I-O FICHEIRO-RAZAO
               IF WS-RAZAO-STATUS = '00'
                   MOVE WS-NOVO TO WS-RAZAO-PROCURA
                   PERFORM CONTA-RAZAO
                   MOVE WS-CONTA-RAZAO TO WS-ANTES-NOVO
                   MOVE WS-VELHO TO WS-RAZAO-PROCURA
                   PERFORM CONTA-RAZAO
                   MOVE WS-CONTA-RAZAO TO WS-ANTES-VELHO
                   IF WS-MODO = 'A'
                       MOVE 0 TO WS-RAZAO-VOLTAS
                       PERFORM UNTIL WS-CONTA-RAZAO = 0
                           OR WS-RAZAO-VOLTAS > 50
                           ADD 1 TO WS-RAZAO-VOLTAS
                           PERFORM VARYING R FROM 1 BY 1
                               UNTIL R > WS-TOTAL-MOV-RAZAO
                               PERFORM MUDA-UM-MOVIMENTO-RAZAO
                           END-PERFORM
                           PERFORM CONTA-RAZAO
                       END-PERFORM
                   END-IF
                   CLOSE FICHEIRO-RAZAO
               END-IF
               PERFORM FECHA-PASSO-INDEXADO
           END-IF.

       CONTA-RAZAO.
      * Conta os movimentos do numero em WS-RAZAO-PROCURA pela chave
      * alternativa do aluno e guarda os numeros de movimento
           MOVE 0 TO WS-CONTA-RAZAO
           MOVE 0 TO WS-TOTAL-MOV-RAZAO
           MOVE 'N' TO EOF-RAZAO
           MOVE WS-RAZAO-PROCURA TO RAZ-ALUNO
           START FICHEIRO-RAZAO KEY IS = RAZ-ALUNO
               INVALID KEY
                   MOVE 'S' TO EOF-RAZAO
           END-START
           PERFORM UNTIL EOF-RAZAO = 'S'
               READ FICHEIRO-RAZAO NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-RAZAO
                   NOT AT END
                       IF RAZ-ALUNO NOT = WS-RAZAO-PROCURA
                           MOVE 'S' TO EOF-RAZAO
                       ELSE
                           ADD 1 TO WS-CONTA-RAZAO
                           IF WS-TOTAL-MOV-RAZAO < 2000
                               ADD 1 TO WS-TOTAL-MOV-RAZAO
                               MOVE RAZ-NUMERO TO
                                   WS-MOV-RAZAO(WS-TOTAL-MOV-RAZAO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MUDA-UM-MOVIMENTO-RAZAO.
      * O texto "ALUNO nnnnn" da descricao acompanha a chave, como
      * no ficheiro3
           MOVE WS-MOV-RAZAO(R) TO RAZ-NUMERO
           READ FICHEIRO-RAZAO KEY IS RAZ-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NOVO TO RAZ-ALUNO
                   PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 40
                       IF RAZ-DESCRICAO(WS-POS : 6) = 'ALUNO ' AND
                           RAZ-DESCRICAO(WS-POS + 6 : 5) = WS-VELHO-X
                           MOVE WS-NOVO-X
                               TO RAZ-DESCRICAO(WS-POS + 6 : 5)
                       END-IF
                   END-PERFORM
                   REWRITE REGISTO-RAZAO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       RECONTA-RAZAO.
           OPEN INPUT FICHEIRO-RAZAO
           IF WS-RAZAO-STATUS = '00'
               MOVE WS-VELHO TO WS-RAZAO-PROCURA
               PERFORM CONTA-RAZAO
               MOVE WS-CONTA-RAZAO TO WS-DEPOIS-VELHO
               MOVE WS-NOVO TO WS-RAZAO-PROCURA
               PERFORM CONTA-RAZAO
               MOVE WS-CONTA-RAZAO TO WS-DEPOIS-NOVO
               CLOSE FICHEIRO-RAZAO
           ELSE
               MOVE 0 TO WS-DEPOIS-NOVO
           END-IF.

       TRATA-FICHEIRO-TEXTO.
           PERFORM PROCURA-PASSO
           EVALUATE TRUE
               WHEN WS-MODO = 'A' AND WS-ESTADO-PASSO = 'CONCLUIDO'
                   CONTINUE
               WHEN WS-MODO = 'A' AND WS-ESTADO-PASSO = 'TEMPORARIO'
      * O temporario ficou completo antes da paragem: so falta
      * copia-lo de volta
                   MOVE WS-PAS-ANTES-VELHO(WS-PASSO-ACHADO)
                       TO WS-ANTES-VELHO
                   MOVE WS-PAS-ANTES-NOVO(WS-PASSO-ACHADO)
                       TO WS-ANTES-NOVO
                   MOVE WS-PAS-DEPOIS-VELHO(WS-PASSO-ACHADO)
                       TO WS-DEPOIS-VELHO
                   MOVE WS-PAS-DEPOIS-NOVO(WS-PASSO-ACHADO)
                       TO WS-DEPOIS-NOVO
                   PERFORM REPOE-DO-TEMPORARIO
                   MOVE 'CONCLUIDO' TO WS-ESTADO-PASSO
                   PERFORM GRAVA-CONTROLO
               WHEN OTHER
                   PERFORM PERCORRE-FICHEIRO-TEXTO
           END-EVALUATE.

       PERCORRE-FICHEIRO-TEXTO.
      * O ficheiro vivo so e regravado depois de o temporario estar
      * completo e registado no controlo: uma falha a meio nunca
      * deixa um ficheiro perdido
           MOVE 0 TO WS-ANTES-VELHO
           MOVE 0 TO WS-ANTES-NOVO
           MOVE 0 TO WS-DEPOIS-VELHO
           MOVE 0 TO WS-DEPOIS-NOVO
           MOVE 'N' TO EOF-TEXTO
           OPEN INPUT FICHEIRO-TEXTO
           IF WS-TEXTO-STATUS = '00'
               IF WS-MODO = 'A'
                   OPEN OUTPUT FICHEIRO-TEMP
               END-IF
               PERFORM UNTIL EOF-TEXTO = 'S'
                   READ FICHEIRO-TEXTO
                       AT END
                           MOVE 'S' TO EOF-TEXTO
                       NOT AT END
                           PERFORM TROCA-NUMERO-LINHA
                           IF WS-MODO = 'A'
                               MOVE LINHA-TEXTO TO LINHA-TEMP
                               WRITE LINHA-TEMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TEXTO
               IF WS-MODO = 'A'
                   CLOSE FICHEIRO-TEMP
               END-IF
           END-IF
           IF WS-MODO = 'M'
               ADD WS-ANTES-VELHO TO WS-TOTAL-VELHO
               ADD WS-ANTES-NOVO TO WS-TOTAL-NOVO
               DISPLAY WS-NOME-TEXTO(1 : 27) WS-ANTES-VELHO
                   "  " WS-ANTES-NOVO
           ELSE
               IF WS-ANTES-VELHO > 0
                   MOVE 'TEMPORARIO' TO WS-ESTADO-PASSO
                   PERFORM GRAVA-CONTROLO
                   PERFORM REPOE-DO-TEMPORARIO
               END-IF
               MOVE 'CONCLUIDO' TO WS-ESTADO-PASSO
               PERFORM GRAVA-CONTROLO
           END-IF.

       TROCA-NUMERO-LINHA.
           PERFORM TESTA-NUMEROS-LINHA
           IF WS-TEM-VELHO = 'S'
               ADD 1 TO WS-ANTES-VELHO
           END-IF
           IF WS-TEM-NOVO = 'S'
               ADD 1 TO WS-ANTES-NOVO
           END-IF
           IF WS-TEM-VELHO = 'S'
               IF WS-POSICAO > 0
                   MOVE WS-NOVO-X TO LINHA-TEXTO(WS-POSICAO : 5)
               ELSE
                   PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 190
                       IF LINHA-TEXTO(WS-POS : 6) = 'ALUNO ' AND
                           LINHA-TEXTO(WS-POS + 6 : 5) = WS-VELHO-X
                           MOVE WS-NOVO-X
                               TO LINHA-TEXTO(WS-POS + 6 : 5)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM TESTA-NUMEROS-LINHA
           END-IF
           IF WS-TEM-VELHO = 'S'
               ADD 1 TO WS-DEPOIS-VELHO
           END-IF
           IF WS-TEM-NOVO = 'S'
               ADD 1 TO WS-DEPOIS-NOVO
           END-IF.

       TESTA-NUMEROS-LINHA.
           MOVE 'N' TO WS-TEM-VELHO
           MOVE 'N' TO WS-TEM-NOVO
           IF WS-POSICAO > 0
               IF LINHA-TEXTO(WS-POSICAO : 5) = WS-VELHO-X
                   MOVE 'S' TO WS-TEM-VELHO
               END-IF
               IF LINHA-TEXTO(WS-POSICAO : 5) = WS-NOVO-X
                   MOVE 'S' TO WS-TEM-NOVO
               END-IF
           ELSE
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 190
                   IF LINHA-TEXTO(WS-POS : 6) = 'ALUNO '
                       IF LINHA-TEXTO(WS-POS + 6 : 5) = WS-VELHO-X
                           MOVE 'S' TO WS-TEM-VELHO
                       END-IF
                       IF LINHA-TEXTO(WS-POS + 6 : 5) = WS-NOVO-X
                           MOVE 'S' TO WS-TEM-NOVO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       REPOE-DO-TEMPORARIO.
           MOVE 'N' TO EOF-TEMP
           OPEN INPUT FICHEIRO-TEMP
           OPEN OUTPUT FICHEIRO-TEXTO
           PERFORM UNTIL EOF-TEMP = 'S'
               READ FICHEIRO-TEMP
                   AT END
                       MOVE 'S' TO EOF-TEMP
                   NOT AT END
                       MOVE LINHA-TEMP TO LINHA-TEXTO
                       WRITE LINHA-TEXTO
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-TEXTO
           CLOSE FICHEIRO-TEMP
      * O historico de notas tem cadeia de elos: a regravacao
      * autorizada recalcula-a e fica registada nas ancoras (os
      * ficheiros sem cadeia sao ignorados pelo modulo)
           MOVE 'R' TO WS-CADEIA-OPERACAO
           MOVE WS-NOME-TEXTO TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-TEXTO WS-CADEIA-QUANTAS.

       CARREGA-CONTROLO.
      * Uma renumeracao INICIADA sem a linha CONCLUIDO a seguir
      * esta pendente; os passos gravados depois dela sao os que
      * ja nao se repetem
           MOVE 'N' TO WS-RETOMA
           MOVE 0 TO WS-TOTAL-PASSOS
           MOVE 'N' TO EOF-CONTROLO
           OPEN INPUT FICHEIRO-CONTROLO
           IF WS-CONTROLO-STATUS = '00' OR
               WS-CONTROLO-STATUS = '05'
               PERFORM UNTIL EOF-CONTROLO = 'S'
                   READ FICHEIRO-CONTROLO
                       AT END
                           MOVE 'S' TO EOF-CONTROLO
                       NOT AT END
                           PERFORM TRATA-LINHA-CONTROLO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CONTROLO
           END-IF.

       TRATA-LINHA-CONTROLO.
           IF RNC-PASSO = 'RENUMERACAO'
               IF RNC-ESTADO = 'INICIADO'
                   MOVE 'S' TO WS-RETOMA
                   MOVE RNC-VELHO TO WS-VELHO
                   MOVE RNC-NOVO TO WS-NOVO
                   MOVE RNC-FUSAO TO WS-FUSAO
                   MOVE 0 TO WS-TOTAL-PASSOS
               ELSE
                   MOVE 'N' TO WS-RETOMA
                   MOVE 0 TO WS-TOTAL-PASSOS
               END-IF
           ELSE
               IF WS-RETOMA = 'S' AND RNC-VELHO = WS-VELHO AND
                   RNC-NOVO = WS-NOVO
                   MOVE RNC-PASSO TO WS-NOME-TEXTO
                   MOVE RNC-ESTADO TO WS-ESTADO-GRAVAR
                   MOVE RNC-ANTES-VELHO TO WS-ANTES-VELHO
                   MOVE RNC-ANTES-NOVO TO WS-ANTES-NOVO
                   MOVE RNC-DEPOIS-VELHO TO WS-DEPOIS-VELHO
                   MOVE RNC-DEPOIS-NOVO TO WS-DEPOIS-NOVO
                   PERFORM GUARDA-PASSO
               END-IF
           END-IF.

       PROCURA-PASSO.
           MOVE 0 TO WS-PASSO-ACHADO
           MOVE SPACES TO WS-ESTADO-PASSO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PASSOS
               IF WS-PAS-NOME(I) = WS-NOME-TEXTO
                   MOVE I TO WS-PASSO-ACHADO
                   MOVE WS-PAS-ESTADO(I) TO WS-ESTADO-PASSO
               END-IF
           END-PERFORM.

       GUARDA-PASSO.
      * Um passo aparece na tabela uma vez, com o ultimo estado
           PERFORM PROCURA-PASSO
           IF WS-PASSO-ACHADO = 0 AND WS-TOTAL-PASSOS < 60
               ADD 1 TO WS-TOTAL-PASSOS
               MOVE WS-TOTAL-PASSOS TO WS-PASSO-ACHADO
           END-IF
           IF WS-PASSO-ACHADO > 0
               MOVE WS-NOME-TEXTO TO WS-PAS-NOME(WS-PASSO-ACHADO)
               MOVE WS-ESTADO-GRAVAR
                   TO WS-PAS-ESTADO(WS-PASSO-ACHADO)
               MOVE WS-ANTES-VELHO
                   TO WS-PAS-ANTES-VELHO(WS-PASSO-ACHADO)
               MOVE WS-ANTES-NOVO
                   TO WS-PAS-ANTES-NOVO(WS-PASSO-ACHADO)
               MOVE WS-DEPOIS-VELHO
                   TO WS-PAS-DEPOIS-VELHO(WS-PASSO-ACHADO)
               MOVE WS-DEPOIS-NOVO
                   TO WS-PAS-DEPOIS-NOVO(WS-PASSO-ACHADO)
           END-IF.

       GRAVA-CONTROLO.
      * WS-NOME-TEXTO e WS-ESTADO-PASSO vem preenchidos; a linha e
      * acrescentada e fechada logo, para sobreviver a uma paragem
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-CONTROLO
           MOVE SPACES TO LINHA-CONTROLO
           MOVE WS-VELHO TO RNC-VELHO
           MOVE WS-NOVO TO RNC-NOVO
           MOVE WS-NOME-TEXTO TO RNC-PASSO
           MOVE WS-ESTADO-PASSO TO RNC-ESTADO
           MOVE WS-FUSAO TO RNC-FUSAO
           MOVE WS-ANTES-VELHO TO RNC-ANTES-VELHO
           MOVE WS-ANTES-NOVO TO RNC-ANTES-NOVO
           MOVE WS-DEPOIS-VELHO TO RNC-DEPOIS-VELHO
           MOVE WS-DEPOIS-NOVO TO RNC-DEPOIS-NOVO
           MOVE WS-DATA TO RNC-DATA
           MOVE WS-HORA TO RNC-HORA
           MOVE WS-OPERADOR TO RNC-OPERADOR
           WRITE LINHA-CONTROLO
           CLOSE FICHEIRO-CONTROLO
           IF WS-NOME-TEXTO NOT = 'RENUMERACAO'
               MOVE WS-ESTADO-PASSO TO WS-ESTADO-GRAVAR
               PERFORM GUARDA-PASSO
           END-IF.

       ESCREVE-CERTIFICADO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN OUTPUT FICHEIRO-CERTIFICADO
           MOVE "CERTIFICADO DE RENUMERACAO DE ALUNO"
               TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING "NUMERO VELHO " WS-VELHO "  NUMERO NOVO " WS-NOVO
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           IF WS-FUSAO = 'S'
               MOVE "FUSAO CONFIRMADA: o numero velho foi juntado"
                   & " ao novo" TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF
           IF WS-RETOMA = 'S'
               MOVE "CORRIDA RETOMADA apos interrupcao"
                   TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING "EXECUTADO EM " WS-DATA "-" WS-HORA
               " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE ALL "-" TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE "FICHEIRO                     ANTES:VELHO  NOVO"
               & "   DEPOIS:VELHO  NOVO" TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PASSOS
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING WS-PAS-NOME(I) "       "
                   WS-PAS-ANTES-VELHO(I) " "
                   WS-PAS-ANTES-NOVO(I) "         "
                   WS-PAS-DEPOIS-VELHO(I) " "
                   WS-PAS-DEPOIS-NOVO(I)
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-PERFORM
           MOVE ALL "-" TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACES TO LINHA-CERTIFICADO
           STRING "FICHEIROS VERIFICADOS: " WS-TOTAL-PASSOS
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           CLOSE FICHEIRO-CERTIFICADO.

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

       END PROGRAM RENUMERAR-ALUNO.
