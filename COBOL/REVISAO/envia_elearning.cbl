      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envio diario para a plataforma de e-learning so do
      *          que mudou desde o ultimo envio: turmas de
      *          turmas.txt, alunos e a sua turma de NOTAS.DAT,
      *          inscricoes nas disciplinas de notas-disc.dat e
      *          professores atribuidos (o titular de turmas.txt e
      *          os do horario.txt por turma e disciplina); o estado
      *          atual e comparado (verbo SORT) com o retrato do
      *          ultimo envio concluido em elearning-retrato.txt, e
      *          cada registo criado, alterado, transferido (com a
      *          data e o motivo de movimentos-turma.txt), saido ou
      *          removido vai para um ficheiro numerado
      *          elearning-envio-NNNNNN.txt com cabecalho, detalhe
      *          e trailer de controlo; elearning-controlo.txt guarda
      *          cada envio concluido, e como a comparacao e sempre
      *          com o ultimo envio concluido um dia falhado fica
      *          apanhado no envio seguinte; sem retrato o envio e
      *          completo; corre como passo do fim de dia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIA-ELEARN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-DISC ASSIGN TO 'notas-disc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS WS-DISC-STATUS.
           SELECT OPTIONAL FICHEIRO-HORARIO ASSIGN TO 'horario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT OPTIONAL FICHEIRO-MOVIMENTOS
               ASSIGN TO 'movimentos-turma.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-RETRATO
               ASSIGN TO 'elearning-retrato.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRATO-STATUS.
           SELECT FICHEIRO-RETRATO-NOVO
               ASSIGN TO 'elearning-retrato.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRATO-NOVO-STATUS.
           SELECT FICHEIRO-SORT ASSIGN TO 'elearning-sort.tmp'.
           SELECT FICHEIRO-ENVIO ASSIGN TO WS-NOME-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIO-STATUS.
           SELECT OPTIONAL FICHEIRO-ELC
               ASSIGN TO 'elearning-controlo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELC-STATUS.
           SELECT OPTIONAL FICHEIRO-CONTROLO
               ASSIGN TO 'controlo-execucao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * Retrato: 1 = turma, 2 = aluno, 3 = inscricao numa
      * disciplina, 4 = professor atribuido; a chave identifica o
      * registo na plataforma e os dados sao o que se compara
       FD FICHEIRO-RETRATO.
       01 LINHA-RETRATO.
         05 RET-TIPO  PIC 9.
         05 FILLER    PIC X.
         05 RET-CHAVE PIC X(30).
         05 FILLER    PIC X.
         05 RET-DADOS PIC X(60).
       FD FICHEIRO-RETRATO-NOVO.
       01 LINHA-RETRATO-NOVO PIC X(93).
       SD FICHEIRO-SORT.
       01 SORT-REC.
         05 SRT-TIPO   PIC 9.
         05 SRT-CHAVE  PIC X(30).
         05 SRT-ORIGEM PIC X.
         05 SRT-DADOS  PIC X(60).
       FD FICHEIRO-ENVIO.
       01 LINHA-ENVIO PIC X(150).
       01 REGISTO-CABECALHO REDEFINES LINHA-ENVIO.
         05 CAB-TIPO    PIC X.
         05 CAB-ENVIO   PIC 9(6).
         05 CAB-DATA    PIC 9(8).
         05 CAB-HORA    PIC 9(6).
         05 CAB-DESDE   PIC 9(8).
         05 CAB-MODO    PIC X(8).
         05 FILLER      PIC X(113).
       01 REGISTO-DETALHE REDEFINES LINHA-ENVIO.
         05 DET-TIPO           PIC X.
         05 DET-ENTIDADE       PIC X(10).
         05 DET-OPERACAO       PIC X(10).
         05 DET-TURMA          PIC X(6).
         05 DET-NUMERO         PIC 9(5).
         05 DET-DISCIPLINA     PIC X(4).
         05 DET-PROFESSOR      PIC X(20).
         05 DET-NOME           PIC X(20).
         05 DET-ANO            PIC X(9).
         05 DET-TURMA-ANTERIOR PIC X(6).
         05 DET-DATA-MOV       PIC 9(8).
         05 DET-MOTIVO         PIC X(30).
         05 FILLER             PIC X(21).
       01 REGISTO-TRAILER REDEFINES LINHA-ENVIO.
         05 TRL-TIPO      PIC X.
         05 TRL-CONTAGEM  PIC 9(6).
         05 TRL-HASH      PIC 9(10).
         05 FILLER        PIC X(133).
       FD FICHEIRO-ELC.
       01 LINHA-ELC.
         05 ELC-ENVIO     PIC 9(6).
         05 FILLER        PIC X.
         05 ELC-DATA      PIC 9(8).
         05 FILLER        PIC X.
         05 ELC-HORA      PIC 9(6).
         05 FILLER        PIC X.
         05 ELC-DESDE     PIC 9(8).
         05 FILLER        PIC X.
         05 ELC-MODO      PIC X(8).
         05 FILLER        PIC X.
         05 ELC-REGISTOS  PIC 9(6).
         05 FILLER        PIC X.
         05 ELC-FICHEIRO  PIC X(30).
         05 FILLER        PIC X.
         05 ELC-ESTADO    PIC X(9).
       FD FICHEIRO-CONTROLO.
       01 LINHA-CONTROLO.
         05 CTL-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 CTL-PASSO  PIC X(12).
         05 FILLER     PIC X.
         05 CTL-ESTADO PIC X(10).
         05 FILLER     PIC X.
         05 CTL-RC     PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DISC-STATUS PIC XX.
       01 WS-HORARIO-STATUS PIC XX.
       01 WS-MOVIMENTOS-STATUS PIC XX.
       01 WS-RETRATO-STATUS PIC XX.
       01 WS-RETRATO-NOVO-STATUS PIC XX.
       01 WS-ENVIO-STATUS PIC XX.
       01 WS-ELC-STATUS PIC XX.
       01 WS-CONTROLO-STATUS PIC XX.
       01 EOF-FONTE PIC X.
       01 EOF-SORT PIC X.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-PASSO-NOME PIC X(12) VALUE 'ENVIA-ELEARN'.
       01 WS-CTL-ESTADO PIC X(10).
       01 WS-CTL-RC PIC 9(2).
       01 WS-RC PIC 9(2) VALUE 0.
      * Ultimo envio concluido
       01 WS-ULTIMO-ENVIO PIC 9(6) VALUE 0.
       01 WS-ULTIMA-DATA PIC 9(8) VALUE 0.
       01 WS-ENVIO PIC 9(6).
       01 WS-MODO PIC X(8).
       01 WS-NOME-ENVIO PIC X(30).
       01 WS-TEM-RETRATO PIC X.
      * Alunos de NOTAS.DAT, pela ordem da chave, para dar a turma
      * as inscricoes de notas-disc.dat (lido pela mesma ordem)
       01 WS-TOTAL-ALUNOS PIC 9(5) VALUE 0.
       01 WS-ALUNOS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-ALUNOS.
         05 WS-ALU OCCURS 5000 TIMES.
           10 WS-ALU-NUMERO PIC 9(5).
           10 WS-ALU-TURMA  PIC X(6).
       01 WS-ALU-I PIC 9(5).
      * Ultimo movimento de turma de cada aluno desde o ultimo envio
       01 WS-TOTAL-MOV PIC 9(4) VALUE 0.
       01 WS-TABELA-MOV.
         05 WS-MOV OCCURS 3000 TIMES.
           10 WS-MOV-NUMERO PIC 9(5).
           10 WS-MOV-DATA   PIC 9(8).
           10 WS-MOV-MOTIVO PIC X(30).
       01 WS-MOV-PROCURA PIC 9(5).
       01 WS-MOV-ACHADO PIC 9(4).
       01 K PIC 9(4).
      * Quebra por tipo e chave na saida do SORT
       01 WS-GRUPO-ATIVO PIC X.
       01 WS-GRUPO-TIPO PIC 9.
       01 WS-GRUPO-CHAVE PIC X(30).
       01 WS-TEM-ANTIGO PIC X.
       01 WS-TEM-NOVO PIC X.
       01 WS-DADOS-ANTIGO PIC X(60).
       01 WS-DADOS-NOVO PIC X(60).
       01 WS-OPERACAO PIC X(10).
       01 WS-DADOS-ESCRITOS PIC X(60).
      * Contagens
       01 WS-REGISTOS-ENVIO PIC 9(6) VALUE 0.
       01 WS-HASH-ENVIO PIC 9(10) VALUE 0.
       01 WS-CONTA-CRIA PIC 9(6) VALUE 0.
       01 WS-CONTA-ALTERA PIC 9(6) VALUE 0.
       01 WS-CONTA-TRANSFERE PIC 9(6) VALUE 0.
       01 WS-CONTA-SAIDA PIC 9(6) VALUE 0.
       01 WS-CONTA-REMOVE PIC 9(6) VALUE 0.
       01 WS-NOMES-ENTIDADES.
         05 FILLER PIC X(10) VALUE 'TURMA'.
         05 FILLER PIC X(10) VALUE 'ALUNO'.
         05 FILLER PIC X(10) VALUE 'INSCRICAO'.
         05 FILLER PIC X(10) VALUE 'PROFESSOR'.
       01 FILLER REDEFINES WS-NOMES-ENTIDADES.
         05 WS-NOME-ENTIDADE PIC X(10) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 'INICIADO' TO WS-CTL-ESTADO
           MOVE 0 TO WS-CTL-RC
           PERFORM REGISTA-CONTROLO
           PERFORM PROCESSO-PRINCIPAL
           MOVE 'CONCLUIDO' TO WS-CTL-ESTADO
           MOVE WS-RC TO WS-CTL-RC
           PERFORM REGISTA-CONTROLO
           MOVE WS-RC TO RETURN-CODE
           GOBACK.

       PROCESSO-PRINCIPAL.
           PERFORM LE-ULTIMO-ENVIO
           PERFORM VERIFICA-RETRATO
           COMPUTE WS-ENVIO = WS-ULTIMO-ENVIO + 1
           MOVE SPACES TO WS-NOME-ENVIO
           STRING "elearning-envio-" WS-ENVIO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ENVIO
      * Sem retrato nao ha com que comparar: vai tudo, e o lado de
      * la trata os CRIA de registos que ja tenha como atualizacao
           IF WS-TEM-RETRATO = 'S'
               MOVE 'DELTA' TO WS-MODO
           ELSE
               MOVE 'COMPLETO' TO WS-MODO
               MOVE 0 TO WS-ULTIMA-DATA
           END-IF
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY "NOTAS.DAT nao encontrado, envio nao gerado"
               MOVE 8 TO WS-RC
           ELSE
               CLOSE FICHEIRO-NOTAS
               PERFORM CARREGA-MOVIMENTOS
               OPEN OUTPUT FICHEIRO-ENVIO
               MOVE SPACES TO LINHA-ENVIO
               MOVE 'H' TO CAB-TIPO
               MOVE WS-ENVIO TO CAB-ENVIO
               MOVE WS-DATA TO CAB-DATA
               MOVE WS-HORA TO CAB-HORA
               MOVE WS-ULTIMA-DATA TO CAB-DESDE
               MOVE WS-MODO TO CAB-MODO
               WRITE LINHA-ENVIO
               OPEN OUTPUT FICHEIRO-RETRATO-NOVO
               SORT FICHEIRO-SORT
                   ON ASCENDING KEY SRT-TIPO SRT-CHAVE SRT-ORIGEM
                   INPUT PROCEDURE IS CARREGA-ESTADOS
                   OUTPUT PROCEDURE IS COMPARA-ESTADOS
               CLOSE FICHEIRO-RETRATO-NOVO
               MOVE SPACES TO LINHA-ENVIO
               MOVE 'T' TO TRL-TIPO
               MOVE WS-REGISTOS-ENVIO TO TRL-CONTAGEM
               MOVE WS-HASH-ENVIO TO TRL-HASH
               WRITE LINHA-ENVIO
               CLOSE FICHEIRO-ENVIO
               IF WS-ALUNOS-CHEIA = 'S'
                   DISPLAY "Mais de 5000 alunos em NOTAS.DAT: envio"
                       " nao concluido"
                   MOVE 12 TO WS-RC
               ELSE
      * O envio fica concluido antes de o retrato passar a ser o
      * novo: uma falha entre os dois so repete mudancas no envio
      * seguinte, nunca as perde
                   PERFORM REGISTA-ENVIO
                   PERFORM SUBSTITUI-RETRATO
                   DISPLAY "Envio " WS-ENVIO " (" FUNCTION TRIM(WS-MODO)
                       ") em " FUNCTION TRIM(WS-NOME-ENVIO) ": "
                       WS-REGISTOS-ENVIO " registo(s)"
                   DISPLAY "  criados " WS-CONTA-CRIA
                       "  alterados " WS-CONTA-ALTERA
                       "  transferidos " WS-CONTA-TRANSFERE
                   DISPLAY "  saidas " WS-CONTA-SAIDA
                       "  removidos " WS-CONTA-REMOVE
                   MOVE 0 TO WS-RC
               END-IF
           END-IF.

       LE-ULTIMO-ENVIO.
           MOVE 0 TO WS-ULTIMO-ENVIO
           MOVE 0 TO WS-ULTIMA-DATA
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-ELC
           IF WS-ELC-STATUS = '00' OR WS-ELC-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-ELC
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF ELC-ENVIO IS NUMERIC AND
                               ELC-ESTADO = 'CONCLUIDO'
                               MOVE ELC-ENVIO TO WS-ULTIMO-ENVIO
                               MOVE ELC-DATA TO WS-ULTIMA-DATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ELC
           END-IF.

       VERIFICA-RETRATO.
           MOVE 'N' TO WS-TEM-RETRATO
           OPEN INPUT FICHEIRO-RETRATO
           IF WS-RETRATO-STATUS = '00' OR WS-RETRATO-STATUS = '05'
               READ FICHEIRO-RETRATO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-TEM-RETRATO
               END-READ
               CLOSE FICHEIRO-RETRATO
           END-IF
           IF WS-TEM-RETRATO = 'N' AND WS-ULTIMO-ENVIO > 0
               DISPLAY "AVISO: elearning-retrato.txt em falta apos "
                   "o envio " WS-ULTIMO-ENVIO "; segue envio completo"
           END-IF.

       CARREGA-MOVIMENTOS.
      * Guarda o ultimo movimento de cada aluno desde o dia do
      * ultimo envio (inclusive: o que entrou depois da hora do
      * envio nesse dia tambem conta)
           MOVE 0 TO WS-TOTAL-MOV
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-MOVIMENTOS-STATUS = '00' OR
               WS-MOVIMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-MOVIMENTOS
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF MOV-DATA IS NUMERIC AND
                               MOV-NUMERO IS NUMERIC AND
                               MOV-DATA >= WS-ULTIMA-DATA
                               PERFORM GUARDA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MOVIMENTOS
           END-IF.

       GUARDA-MOVIMENTO.
           MOVE MOV-NUMERO TO WS-MOV-PROCURA
           PERFORM PROCURA-MOVIMENTO
           IF WS-MOV-ACHADO = 0 AND WS-TOTAL-MOV < 3000
               ADD 1 TO WS-TOTAL-MOV
               MOVE WS-TOTAL-MOV TO WS-MOV-ACHADO
           END-IF
           IF WS-MOV-ACHADO > 0
               MOVE MOV-NUMERO TO WS-MOV-NUMERO(WS-MOV-ACHADO)
               MOVE MOV-DATA TO WS-MOV-DATA(WS-MOV-ACHADO)
               MOVE MOV-MOTIVO TO WS-MOV-MOTIVO(WS-MOV-ACHADO)
           END-IF.

       PROCURA-MOVIMENTO.
           MOVE 0 TO WS-MOV-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MOV
               IF WS-MOV-NUMERO(K) = WS-MOV-PROCURA
                   MOVE K TO WS-MOV-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Entrada do SORT: o retrato anterior (A) e o estado atual (N)
      ******************************************************************
       CARREGA-ESTADOS.
           PERFORM CARREGA-RETRATO-ANTERIOR
           PERFORM CARREGA-TURMAS
           PERFORM CARREGA-ALUNOS
           PERFORM CARREGA-INSCRICOES
           PERFORM CARREGA-HORARIO.

       CARREGA-RETRATO-ANTERIOR.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-RETRATO
           IF WS-RETRATO-STATUS = '00' OR WS-RETRATO-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-RETRATO
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF RET-TIPO IS NUMERIC
                               MOVE RET-TIPO TO SRT-TIPO
                               MOVE RET-CHAVE TO SRT-CHAVE
                               MOVE 'A' TO SRT-ORIGEM
                               MOVE RET-DADOS TO SRT-DADOS
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RETRATO
           END-IF.

       CARREGA-TURMAS.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-TURMAS
           IF WS-TURMAS-STATUS = '00' OR WS-TURMAS-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-TURMAS
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF TUR-CODIGO NOT = SPACES
                               MOVE SPACES TO SORT-REC
                               MOVE 1 TO SRT-TIPO
                               MOVE TUR-CODIGO TO SRT-CHAVE
                               MOVE 'N' TO SRT-ORIGEM
                               MOVE TUR-NOME TO SRT-DADOS(1 : 20)
                               MOVE TUR-ANO TO SRT-DADOS(21 : 9)
                               RELEASE SORT-REC
      * O professor titular entra como atribuicao 'TIT'
                               IF TUR-PROFESSOR NOT = SPACES
                                   MOVE SPACES TO SORT-REC
                                   MOVE 4 TO SRT-TIPO
                                   MOVE TUR-CODIGO TO SRT-CHAVE(1 : 6)
                                   MOVE 'TIT' TO SRT-CHAVE(7 : 4)
                                   MOVE TUR-PROFESSOR TO
                                       SRT-CHAVE(11 : 20)
                                   MOVE 'N' TO SRT-ORIGEM
                                   RELEASE SORT-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-TURMAS
           END-IF.

       CARREGA-ALUNOS.
      * Os alunos saidos (turma SAIDA) entram com essa turma, para a
      * plataforma receber a SAIDA; as suas inscricoes ja nao
           MOVE 0 TO WS-TOTAL-ALUNOS
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-NOTAS
           PERFORM UNTIL EOF-FONTE = 'S'
               READ FICHEIRO-NOTAS
                   AT END
                       MOVE 'S' TO EOF-FONTE
                   NOT AT END
                       MOVE SPACES TO SORT-REC
                       MOVE 2 TO SRT-TIPO
                       MOVE REC-NUMERO TO SRT-CHAVE(1 : 5)
                       MOVE 'N' TO SRT-ORIGEM
                       MOVE REC-NOME TO SRT-DADOS(1 : 20)
                       MOVE REC-TURMA TO SRT-DADOS(21 : 6)
                       RELEASE SORT-REC
                       IF WS-TOTAL-ALUNOS < 5000
                           ADD 1 TO WS-TOTAL-ALUNOS
                           MOVE REC-NUMERO TO
                               WS-ALU-NUMERO(WS-TOTAL-ALUNOS)
                           MOVE REC-TURMA TO
                               WS-ALU-TURMA(WS-TOTAL-ALUNOS)
                       ELSE
                           MOVE 'S' TO WS-ALUNOS-CHEIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-NOTAS.

       CARREGA-INSCRICOES.
      * notas-disc.dat e a tabela de alunos estao ambos pela ordem
      * do numero: o indice dos alunos so avanca
           MOVE 1 TO WS-ALU-I
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-DISC
           IF WS-DISC-STATUS = '00'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-DISC
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           PERFORM UNTIL WS-ALU-I > WS-TOTAL-ALUNOS
                               OR WS-ALU-NUMERO(WS-ALU-I) >= DIS-NUMERO
                               ADD 1 TO WS-ALU-I
                           END-PERFORM
                           IF WS-ALU-I <= WS-TOTAL-ALUNOS
                               IF WS-ALU-NUMERO(WS-ALU-I) = DIS-NUMERO
                                   AND WS-ALU-TURMA(WS-ALU-I)
                                       NOT = 'SAIDA'
                                   MOVE SPACES TO SORT-REC
                                   MOVE 3 TO SRT-TIPO
                                   MOVE DIS-NUMERO TO SRT-CHAVE(1 : 5)
                                   MOVE DIS-DISCIPLINA TO
                                       SRT-CHAVE(6 : 4)
                                   MOVE 'N' TO SRT-ORIGEM
                                   MOVE WS-ALU-TURMA(WS-ALU-I) TO
                                       SRT-DADOS(1 : 6)
                                   RELEASE SORT-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DISC
           END-IF.

       CARREGA-HORARIO.
      * Um professor por turma e disciplina em cada linha do
      * horario; as linhas repetidas (um tempo por linha) juntam-se
      * na saida do SORT
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-HORARIO
           IF WS-HORARIO-STATUS = '00' OR WS-HORARIO-STATUS = '05'
               PERFORM UNTIL EOF-FONTE = 'S'
                   READ FICHEIRO-HORARIO
                       AT END
                           MOVE 'S' TO EOF-FONTE
                       NOT AT END
                           IF HOR-TURMA NOT = SPACES AND
                               HOR-DISCIPLINA NOT = SPACES AND
                               HOR-PROFESSOR NOT = SPACES
                               MOVE SPACES TO SORT-REC
                               MOVE 4 TO SRT-TIPO
                               MOVE HOR-TURMA TO SRT-CHAVE(1 : 6)
                               MOVE HOR-DISCIPLINA TO SRT-CHAVE(7 : 4)
                               MOVE HOR-PROFESSOR TO SRT-CHAVE(11 : 20)
                               MOVE 'N' TO SRT-ORIGEM
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HORARIO
           END-IF.

      ******************************************************************
      * Saida do SORT: cada chave com o antes (A) e o agora (N)
      ******************************************************************
       COMPARA-ESTADOS.
           MOVE 'N' TO WS-GRUPO-ATIVO
           MOVE 'N' TO EOF-SORT
           PERFORM UNTIL EOF-SORT = 'S'
               RETURN FICHEIRO-SORT
                   AT END
                       MOVE 'S' TO EOF-SORT
                   NOT AT END
                       IF WS-GRUPO-ATIVO = 'S' AND
                           (SRT-TIPO NOT = WS-GRUPO-TIPO OR
                           SRT-CHAVE NOT = WS-GRUPO-CHAVE)
                           PERFORM FECHA-GRUPO
                       END-IF
                       IF WS-GRUPO-ATIVO = 'N'
                           MOVE 'S' TO WS-GRUPO-ATIVO
                           MOVE SRT-TIPO TO WS-GRUPO-TIPO
                           MOVE SRT-CHAVE TO WS-GRUPO-CHAVE
                           MOVE 'N' TO WS-TEM-ANTIGO
                           MOVE 'N' TO WS-TEM-NOVO
                       END-IF
                       IF SRT-ORIGEM = 'A'
                           MOVE 'S' TO WS-TEM-ANTIGO
                           MOVE SRT-DADOS TO WS-DADOS-ANTIGO
                       ELSE
                           IF WS-TEM-NOVO = 'N'
                               MOVE 'S' TO WS-TEM-NOVO
                               MOVE SRT-DADOS TO WS-DADOS-NOVO
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-GRUPO-ATIVO = 'S'
               PERFORM FECHA-GRUPO
           END-IF.

       FECHA-GRUPO.
           MOVE 'N' TO WS-GRUPO-ATIVO
           IF WS-TEM-NOVO = 'S'
               MOVE SPACES TO LINHA-RETRATO-NOVO
               MOVE WS-GRUPO-TIPO TO LINHA-RETRATO-NOVO(1 : 1)
               MOVE WS-GRUPO-CHAVE TO LINHA-RETRATO-NOVO(3 : 30)
               MOVE WS-DADOS-NOVO TO LINHA-RETRATO-NOVO(34 : 60)
               WRITE LINHA-RETRATO-NOVO
           END-IF
           MOVE SPACES TO WS-OPERACAO
           MOVE WS-DADOS-NOVO TO WS-DADOS-ESCRITOS
           EVALUATE TRUE
               WHEN WS-TEM-NOVO = 'S' AND WS-TEM-ANTIGO = 'N'
      * Um aluno que ja chega saido nunca esteve na plataforma
                   IF WS-GRUPO-TIPO NOT = 2 OR
                       WS-DADOS-NOVO(21 : 6) NOT = 'SAIDA'
                       MOVE 'CRIA' TO WS-OPERACAO
                   END-IF
               WHEN WS-TEM-NOVO = 'N' AND WS-TEM-ANTIGO = 'S'
                   MOVE WS-DADOS-ANTIGO TO WS-DADOS-ESCRITOS
                   IF WS-GRUPO-TIPO NOT = 2 OR
                       WS-DADOS-ANTIGO(21 : 6) NOT = 'SAIDA'
                       MOVE 'REMOVE' TO WS-OPERACAO
                   END-IF
               WHEN WS-DADOS-NOVO = WS-DADOS-ANTIGO
                   CONTINUE
               WHEN WS-GRUPO-TIPO = 2 AND
                   WS-DADOS-NOVO(21 : 6) = 'SAIDA'
                   MOVE 'SAIDA' TO WS-OPERACAO
               WHEN WS-GRUPO-TIPO = 2 AND
                   WS-DADOS-ANTIGO(21 : 6) = 'SAIDA'
                   MOVE 'REENTRA' TO WS-OPERACAO
               WHEN WS-GRUPO-TIPO = 2 AND
                   WS-DADOS-NOVO(21 : 6) NOT =
                   WS-DADOS-ANTIGO(21 : 6)
                   MOVE 'TRANSFERE' TO WS-OPERACAO
               WHEN OTHER
                   MOVE 'ALTERA' TO WS-OPERACAO
           END-EVALUATE
           IF WS-OPERACAO NOT = SPACES
               PERFORM ESCREVE-DETALHE
           END-IF.

       ESCREVE-DETALHE.
           MOVE SPACES TO LINHA-ENVIO
           MOVE 'D' TO DET-TIPO
           MOVE WS-NOME-ENTIDADE(WS-GRUPO-TIPO) TO DET-ENTIDADE
           MOVE WS-OPERACAO TO DET-OPERACAO
           MOVE 0 TO DET-NUMERO
           MOVE 0 TO DET-DATA-MOV
           EVALUATE WS-GRUPO-TIPO
               WHEN 1
                   MOVE WS-GRUPO-CHAVE(1 : 6) TO DET-TURMA
                   MOVE WS-DADOS-ESCRITOS(1 : 20) TO DET-NOME
                   MOVE WS-DADOS-ESCRITOS(21 : 9) TO DET-ANO
               WHEN 2
                   MOVE WS-GRUPO-CHAVE(1 : 5) TO DET-NUMERO
                   MOVE WS-DADOS-ESCRITOS(1 : 20) TO DET-NOME
                   MOVE WS-DADOS-ESCRITOS(21 : 6) TO DET-TURMA
                   IF WS-TEM-ANTIGO = 'S' AND WS-TEM-NOVO = 'S'
                       MOVE WS-DADOS-ANTIGO(21 : 6) TO
                           DET-TURMA-ANTERIOR
                   END-IF
                   IF WS-OPERACAO = 'TRANSFERE' OR
                       WS-OPERACAO = 'SAIDA' OR
                       WS-OPERACAO = 'REENTRA'
                       MOVE DET-NUMERO TO WS-MOV-PROCURA
                       PERFORM PROCURA-MOVIMENTO
                       IF WS-MOV-ACHADO > 0
                           MOVE WS-MOV-DATA(WS-MOV-ACHADO) TO
                               DET-DATA-MOV
                           MOVE WS-MOV-MOTIVO(WS-MOV-ACHADO) TO
                               DET-MOTIVO
                       END-IF
                   END-IF
               WHEN 3
                   MOVE WS-GRUPO-CHAVE(1 : 5) TO DET-NUMERO
                   MOVE WS-GRUPO-CHAVE(6 : 4) TO DET-DISCIPLINA
                   MOVE WS-DADOS-ESCRITOS(1 : 6) TO DET-TURMA
                   IF WS-TEM-ANTIGO = 'S' AND WS-TEM-NOVO = 'S'
                       MOVE WS-DADOS-ANTIGO(1 : 6) TO
                           DET-TURMA-ANTERIOR
                   END-IF
               WHEN 4
                   MOVE WS-GRUPO-CHAVE(1 : 6) TO DET-TURMA
                   MOVE WS-GRUPO-CHAVE(7 : 4) TO DET-DISCIPLINA
                   MOVE WS-GRUPO-CHAVE(11 : 20) TO DET-PROFESSOR
           END-EVALUATE
           WRITE LINHA-ENVIO
           ADD 1 TO WS-REGISTOS-ENVIO
           ADD DET-NUMERO TO WS-HASH-ENVIO
           EVALUATE WS-OPERACAO
               WHEN 'CRIA'
               WHEN 'REENTRA'
                   ADD 1 TO WS-CONTA-CRIA
               WHEN 'ALTERA'
                   ADD 1 TO WS-CONTA-ALTERA
               WHEN 'TRANSFERE'
                   ADD 1 TO WS-CONTA-TRANSFERE
               WHEN 'SAIDA'
                   ADD 1 TO WS-CONTA-SAIDA
               WHEN OTHER
                   ADD 1 TO WS-CONTA-REMOVE
           END-EVALUATE.

      ******************************************************************
      * Fecho do envio
      ******************************************************************
       REGISTA-ENVIO.
           OPEN EXTEND FICHEIRO-ELC
           MOVE SPACES TO LINHA-ELC
           MOVE WS-ENVIO TO ELC-ENVIO
           MOVE WS-DATA TO ELC-DATA
           MOVE WS-HORA TO ELC-HORA
           MOVE WS-ULTIMA-DATA TO ELC-DESDE
           MOVE WS-MODO TO ELC-MODO
           MOVE WS-REGISTOS-ENVIO TO ELC-REGISTOS
           MOVE WS-NOME-ENVIO TO ELC-FICHEIRO
           MOVE 'CONCLUIDO' TO ELC-ESTADO
           WRITE LINHA-ELC
           CLOSE FICHEIRO-ELC.

       SUBSTITUI-RETRATO.
           MOVE 'N' TO EOF-FONTE
           OPEN INPUT FICHEIRO-RETRATO-NOVO
           OPEN OUTPUT FICHEIRO-RETRATO
           PERFORM UNTIL EOF-FONTE = 'S'
               READ FICHEIRO-RETRATO-NOVO
                   AT END
                       MOVE 'S' TO EOF-FONTE
                   NOT AT END
                       MOVE LINHA-RETRATO-NOVO TO LINHA-RETRATO
                       WRITE LINHA-RETRATO
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-RETRATO
           CLOSE FICHEIRO-RETRATO-NOVO
           OPEN OUTPUT FICHEIRO-RETRATO-NOVO
           CLOSE FICHEIRO-RETRATO-NOVO.

       REGISTA-CONTROLO.
           OPEN EXTEND FICHEIRO-CONTROLO
           MOVE SPACES TO LINHA-CONTROLO
           MOVE WS-DATA TO CTL-DATA
           MOVE WS-PASSO-NOME TO CTL-PASSO
           MOVE WS-CTL-ESTADO TO CTL-ESTADO
           MOVE WS-CTL-RC TO CTL-RC
           WRITE LINHA-CONTROLO
           CLOSE FICHEIRO-CONTROLO.

       END PROGRAM ENVIA-ELEARN.
