      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobranca de prestacoes por debito direto SEPA: um
      *          mandato por encarregado (IBAN conferido pelo digito
      *          de controlo, referencia unica e data de assinatura)
      *          em sepa-mandatos.txt; o ficheiro de cobranca do
      *          banco (pain.008, sepa-cobranca.xml) junta as
      *          prestacoes em aberto com vencimento na janela
      *          escolhida dos alunos com mandato ativo, num lote
      *          numerado, e cada debito fica em sepa-cobrancas.txt;
      *          o lote cobrado entra como os pagamentos do balcao
      *          (PROP em ficheiro3.txt, abate nas prestacoes,
      *          recibo do tipo SDD, sobra em credito do aluno) e o
      *          ficheiro de devolucoes do banco reabre a
      *          prestacao, lanca o estorno (DEVD) e a comissao
      *          bancaria (COMB) e deixa o debito DEVOLVIDO para as
      *          cartas de cobranca comecarem a escalada; cada
      *          movimento leva a chave de CHAVE-LANCAMENTO (a
      *          referencia ponta-a-ponta e a data de cobranca, com
      *          DEVD/COMB a frente nas devolucoes) e cada debito
      *          fica gravado logo que tratado, para uma corrida
      *          repetida depois de uma falha nao lancar, passar
      *          recibo nem guardar a sobra em credito duas vezes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITOS-DIRETOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-MANDATOS
               ASSIGN TO 'sepa-mandatos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATOS-STATUS.
           SELECT OPTIONAL FICHEIRO-CREDOR
               ASSIGN TO 'sepa-credor.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDOR-STATUS.
           SELECT OPTIONAL FICHEIRO-COBRANCAS
               ASSIGN TO 'sepa-cobrancas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRANCAS-STATUS.
           SELECT OPTIONAL FICHEIRO-LOTE-SEQ
               ASSIGN TO 'sepa-lote-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-SEQ-STATUS.
           SELECT FICHEIRO-SEPA ASSIGN TO 'sepa-cobranca.xml'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-RETORNO
               ASSIGN TO 'sepa-retorno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT OPTIONAL FICHEIRO-PRESTACOES
               ASSIGN TO 'prestacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTACOES-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT FICHEIRO-NOTAS ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT FICHEIRO-3 ASSIGN TO 'ficheiro3.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHEIRO-3-STATUS.
           SELECT FICHEIRO-LOCK-F3 ASSIGN TO 'ficheiro3.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-RUN-F3
               ASSIGN TO 'ficheiro3-run.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-LOG-F3
               ASSIGN TO 'ficheiro3-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-F3-STATUS.
           SELECT OPTIONAL FICHEIRO-PERIODOS
               ASSIGN TO 'periodos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT OPTIONAL FICHEIRO-TURMAS ASSIGN TO 'turmas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAS-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
           SELECT OPTIONAL FICHEIRO-PARAMETROS
               ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS-SEQ
               ASSIGN TO 'recibos-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-SEQ-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBOS
               ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT OPTIONAL FICHEIRO-RECIBO-IMP
               ASSIGN TO 'recibos-impressao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBO-IMP-STATUS.
           SELECT OPTIONAL FICHEIRO-CREDITOS
               ASSIGN TO 'creditos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-MANDATOS.
       01 LINHA-MANDATO.
         05 MDT-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 MDT-IBAN        PIC X(34).
         05 FILLER          PIC X.
         05 MDT-REFERENCIA  PIC X(35).
         05 FILLER          PIC X.
         05 MDT-DATA-ASSIN  PIC 9(8).
         05 FILLER          PIC X.
         05 MDT-ESTADO      PIC X(8).
         05 FILLER          PIC X.
         05 MDT-DATA-FIM    PIC 9(8).
         05 FILLER          PIC X.
         05 MDT-JA-USADO    PIC X.
         05 FILLER          PIC X.
         05 MDT-OPERADOR    PIC X(8).
       FD FICHEIRO-CREDOR.
       01 LINHA-CREDOR.
         05 CRE-ID          PIC X(20).
         05 FILLER          PIC X.
         05 CRE-IBAN        PIC X(34).
         05 FILLER          PIC X.
         05 CRE-BIC         PIC X(11).
         05 FILLER          PIC X.
         05 CRE-NOME        PIC X(40).
       FD FICHEIRO-COBRANCAS.
       01 LINHA-COBRANCA.
         05 SDD-LOTE        PIC 9(4).
         05 FILLER          PIC X.
         05 SDD-NUMERO      PIC 9(5).
         05 FILLER          PIC X.
         05 SDD-SEQ         PIC 9(2).
         05 FILLER          PIC X.
         05 SDD-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 SDD-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 SDD-MANDATO     PIC X(35).
         05 FILLER          PIC X.
         05 SDD-DATA-COBR   PIC 9(8).
         05 FILLER          PIC X.
         05 SDD-E2E         PIC X(20).
         05 FILLER          PIC X.
         05 SDD-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 SDD-RECIBO      PIC 9(6).
         05 FILLER          PIC X.
         05 SDD-MOTIVO      PIC X(4).
         05 FILLER          PIC X.
         05 SDD-DATA-ESTADO PIC 9(8).
       FD FICHEIRO-LOTE-SEQ.
       01 LINHA-LOTE-SEQ PIC 9(4).
       FD FICHEIRO-SEPA.
       01 LINHA-SEPA PIC X(160).
       FD FICHEIRO-RETORNO.
       01 LINHA-RETORNO.
         05 RET-E2E         PIC X(20).
         05 FILLER          PIC X.
         05 RET-MOTIVO      PIC X(4).
         05 FILLER          PIC X.
         05 RET-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 RET-COMISSAO    PIC 9(5)V99.
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
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
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
       FD FICHEIRO-3.
       01 LINHA-FICHEIRO.
         05 TRN-CODIGO    PIC X(4).
         05 FILLER        PIC X.
         05 TRN-SINAL     PIC X.
         05 TRN-VALOR     PIC 9(7)V99.
         05 FILLER        PIC X.
         05 TRN-DESCRICAO PIC X(50).
         05 FILLER        PIC X.
         05 TRN-RUN       PIC 9(4).
         05 FILLER        PIC X.
         05 TRN-POLO      PIC X(2).
         05 FILLER        PIC X(6).
       FD FICHEIRO-LOCK-F3.
       01 LINHA-LOCK-F3.
         05 LCK-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 LCK-DATA     PIC 9(8).
         05 LCK-HORA     PIC 9(6).
       FD FICHEIRO-RUN-F3.
       01 LINHA-RUN-F3 PIC 9(4).
       FD FICHEIRO-LOG-F3.
       01 LINHA-LOG-F3 PIC X(139).
       FD FICHEIRO-PERIODOS.
       01 LINHA-PERIODO.
         05 PER-MES        PIC 9(6).
         05 FILLER         PIC X.
         05 PER-ESTADO     PIC X(8).
         05 FILLER         PIC X.
         05 PER-DATA-FECHO PIC 9(8).
       FD FICHEIRO-TURMAS.
       01 LINHA-TURMA.
         05 TUR-CODIGO     PIC X(6).
         05 FILLER         PIC X(64).
         05 TUR-POLO       PIC X(2).
         05 FILLER         PIC X(1).
         05 TUR-NIVEL      PIC 9(2).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).
       FD FICHEIRO-PARAMETROS.
       01 LINHA-PARAMETRO.
         05 PAR-CHAVE PIC X(20).
         05 FILLER    PIC X.
         05 PAR-VALOR PIC 9(5).
       FD FICHEIRO-RECIBOS-SEQ.
       01 LINHA-RECIBO-SEQ PIC 9(6).
       FD FICHEIRO-RECIBOS.
       01 LINHA-RECIBO.
         05 RCB-NUMERO   PIC 9(6).
         05 FILLER       PIC X.
         05 RCB-DATA     PIC 9(8).
         05 RCB-HORA     PIC 9(6).
         05 FILLER       PIC X.
         05 RCB-ALUNO    PIC 9(5).
         05 FILLER       PIC X.
         05 RCB-VALOR    PIC 9(7)V99.
         05 FILLER       PIC X.
         05 RCB-TIPO     PIC X(4).
         05 FILLER       PIC X.
         05 RCB-OPERADOR PIC X(8).
         05 FILLER       PIC X.
         05 RCB-ORIGEM   PIC X(4).
       FD FICHEIRO-RECIBO-IMP.
       01 LINHA-RECIBO-IMP PIC X(60).
       FD FICHEIRO-CREDITOS.
       01 LINHA-CREDITO.
         05 CRD-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 CRD-DATA       PIC 9(8).
         05 FILLER         PIC X.
         05 CRD-SINAL      PIC X.
         05 FILLER         PIC X.
         05 CRD-VALOR      PIC 9(7)V99.
         05 FILLER         PIC X.
         05 CRD-ORIGEM     PIC X(4).
         05 FILLER         PIC X.
         05 CRD-REFERENCIA PIC X(20).
         05 FILLER         PIC X.
         05 CRD-OPERADOR   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CADEIA-OPERACAO PIC X.
       01 WS-CADEIA-FICHEIRO PIC X(30).
       01 WS-CADEIA-QUANTAS PIC 9(9).
       01 WS-MANDATOS-STATUS PIC XX.
       01 WS-CREDOR-STATUS PIC XX.
       01 WS-COBRANCAS-STATUS PIC XX.
       01 WS-LOTE-SEQ-STATUS PIC XX.
       01 WS-RETORNO-STATUS PIC XX.
       01 WS-PRESTACOES-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-FICHEIRO-3-STATUS PIC XX.
       01 WS-LOCK-F3-STATUS PIC XX.
       01 WS-RUN-F3-STATUS PIC XX.
       01 WS-LOG-F3-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-TURMAS-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-RECIBOS-SEQ-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-RECIBO-IMP-STATUS PIC XX.
       01 WS-CREDITOS-STATUS PIC XX.
       01 EOF-MANDATOS PIC X.
       01 EOF-COBRANCAS PIC X.
       01 EOF-RETORNO PIC X.
       01 EOF-PRESTACOES PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-PERIODOS PIC X.
       01 EOF-TURMAS PIC X.
       01 EOF-PARAMETROS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-NUM-TEXTO PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-TURMA-ALUNO PIC X(6).
       01 WS-MEMBRO PIC X(20).
       01 WS-IBAN PIC X(34).
       01 WS-REFERENCIA PIC X(35).
       01 WS-DATA-ASSIN PIC 9(8).
       01 WS-CONFIRMA PIC X.
       01 WS-PARAMETRO-CHAVE PIC X(20).
       01 WS-PARAMETRO-VALOR PIC 9(5).
      * Conferencia do IBAN (ISO 13616, resto 97)
       01 WS-IBAN-VALIDO PIC X.
       01 WS-IBAN-TAM PIC 9(2).
       01 WS-IBAN-REORD PIC X(34).
       01 WS-IBAN-RESTO PIC 9(4).
       01 WS-IBAN-CAR PIC X.
       01 WS-IBAN-DIGITO REDEFINES WS-IBAN-CAR PIC 9.
       01 WS-IBAN-LETRA PIC 9(2).
       01 WS-ALFABETO PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 P PIC 9(2).
      * Janela e lote de cobranca
       01 WS-JANELA-INI PIC 9(8).
       01 WS-JANELA-FIM PIC 9(8).
       01 WS-DATA-COBR PIC 9(8).
       01 WS-LOTE PIC 9(4).
       01 WS-LOTE-TEXTO PIC X(4).
       01 WS-DATA-ISO PIC X(10).
       01 WS-VALOR-XML PIC X(12).
       01 WS-SEQTP PIC X(4).
       01 WS-BLOCO-CONTA PIC 9(4).
       01 WS-BLOCO-SOMA PIC 9(8)V99.
       01 WS-TOTAL-SOMA PIC 9(8)V99.
       01 WS-SOMA-ED PIC Z(7)9.99.
       01 WS-CONTA-ED PIC Z(3)9.
       01 WS-FALTA-PRS PIC 9(7)V99.
       01 WS-RESTO PIC 9(7)V99.
       01 WS-ABATE PIC 9(7)V99.
       01 WS-SOBRA PIC 9(7)V99.
       01 WS-VALOR-PAGAMENTO PIC 9(7)V99.
       01 WS-RECIBO-NUMERO PIC 9(6).
       01 WS-COMISSAO PIC 9(5)V99.
       01 WS-COMISSAO-PADRAO PIC 9(5)V99.
       01 WS-CODIGO-DEV PIC X(4).
       01 WS-ESTORNOS PIC 9(4).
       01 WS-DEVOLVIDOS PIC 9(4).
       01 WS-DESCONHECIDOS PIC 9(4).
       01 WS-LANCADOS PIC 9(4).
       01 WS-JA-LANCADOS PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 L PIC 9(4).
       01 N PIC 9(4).
       01 WS-ACHADO PIC 9(4).
       01 WS-MANDATO-ACHADO PIC 9(4).
       01 WS-MAIS-ANTIGA PIC 9(4).
       01 WS-JA-EM-COBRANCA PIC X.
       01 WS-VALOR-ED PIC Z(6)9.99.
      * Campos do lancamento em ficheiro3 (mesmo protocolo do
      * Exercicio3 e do registo de pagamentos)
       01 WS-MES-ATUAL PIC 9(6).
       01 WS-PERIODO-FECHADO PIC X.
       01 WS-F3-BLOQUEADO PIC X.
       01 WS-LOCK-F3-DONO PIC X(8).
       01 WS-LOCK-F3-DESDE PIC X(15).
       01 WS-RUN-F3 PIC 9(4).
       01 WS-LINHAS-F3 PIC 9(3).
       01 WS-RAZAO-F3 PIC X(4).
      * Chave unica de cada movimento (CHAVE-LANCAMENTO)
       01 WS-CHAVE-OPERACAO PIC X.
       01 WS-CHAVE-PROGRAMA PIC X(16) VALUE 'DEBITOS-DIRETOS'.
       01 WS-CHAVE-REGISTO PIC X(20).
       01 WS-CHAVE-DATA PIC 9(8).
       01 WS-CHAVE-RESULTADO PIC X.
      * Campos do movimento no razao indexado (a zeros/espacos
      * sao tirados da descricao da linha)
       01 WS-RAZAO-ALUNO PIC 9(5) VALUE 0.
       01 WS-RAZAO-DATA-LANC PIC 9(8) VALUE 0.
       01 WS-RAZAO-DATA-VALOR PIC 9(8) VALUE 0.
       01 WS-RAZAO-DOCUMENTO PIC X(16) VALUE SPACES.
       01 WS-RAZAO-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-RAZAO-NUMERO PIC 9(8) VALUE 0.
       01 WS-COMPLEMENTO-F3 PIC X(30).
       01 WS-POLO-F3 PIC X(2).
      * Credor (a escola)
       01 WS-CREDOR.
         05 WS-CRE-ID   PIC X(20) VALUE SPACES.
         05 WS-CRE-IBAN PIC X(34) VALUE SPACES.
         05 WS-CRE-BIC  PIC X(11) VALUE SPACES.
         05 WS-CRE-NOME PIC X(40) VALUE SPACES.
      * Mandatos
       01 WS-TOTAL-MDT PIC 9(4) VALUE 0.
       01 WS-MDT-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-MANDATOS.
         05 WS-MDT OCCURS 200 TIMES.
           10 WS-MDT-MEMBRO     PIC X(20).
           10 WS-MDT-IBAN       PIC X(34).
           10 WS-MDT-REFERENCIA PIC X(35).
           10 WS-MDT-DATA-ASSIN PIC 9(8).
           10 WS-MDT-ESTADO     PIC X(8).
           10 WS-MDT-DATA-FIM   PIC 9(8).
           10 WS-MDT-JA-USADO   PIC X.
           10 WS-MDT-OPERADOR   PIC X(8).
      * Ligacoes aluno - encarregado
       01 WS-TOTAL-LIGACOES PIC 9(4) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 200 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).
      * Debitos ja enviados ao banco
       01 WS-TOTAL-SDD PIC 9(4) VALUE 0.
       01 WS-SDD-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-COBRANCAS.
         05 WS-SDD OCCURS 1000 TIMES.
           10 WS-SDD-LOTE        PIC 9(4).
           10 WS-SDD-NUMERO      PIC 9(5).
           10 WS-SDD-SEQ         PIC 9(2).
           10 WS-SDD-VALOR       PIC 9(7)V99.
           10 WS-SDD-MEMBRO      PIC X(20).
           10 WS-SDD-MANDATO     PIC X(35).
           10 WS-SDD-DATA-COBR   PIC 9(8).
           10 WS-SDD-E2E         PIC X(20).
           10 WS-SDD-ESTADO      PIC X(9).
           10 WS-SDD-RECIBO      PIC 9(6).
           10 WS-SDD-MOTIVO      PIC X(4).
           10 WS-SDD-DATA-ESTADO PIC 9(8).
      * Debitos escolhidos para o lote novo
       01 WS-TOTAL-SEL PIC 9(4) VALUE 0.
       01 WS-TABELA-SEL.
         05 WS-SEL OCCURS 500 TIMES.
           10 WS-SEL-PRS     PIC 9(4).
           10 WS-SEL-MDT     PIC 9(4).
           10 WS-SEL-VALOR   PIC 9(7)V99.
           10 WS-SEL-SEQTP   PIC X(4).
      * Devolucoes lidas do ficheiro do banco
       01 WS-TOTAL-RET PIC 9(4) VALUE 0.
       01 WS-TABELA-RETORNOS.
         05 WS-RET OCCURS 500 TIMES.
           10 WS-RET-SDD      PIC 9(4).
           10 WS-RET-MOTIVO   PIC X(4).
           10 WS-RET-COMISSAO PIC 9(5)V99.
      * Prestacoes (mesma tabela do registo de pagamentos)
       01 WS-TOTAL-PRS PIC 9(4) VALUE 0.
       01 WS-PRS-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-PRS.
         05 WS-PRS OCCURS 500 TIMES.
           10 WS-PRS-NUMERO    PIC 9(5).
           10 WS-PRS-SEQ       PIC 9(2).
           10 WS-PRS-DATA-VENC PIC 9(8).
           10 WS-PRS-VALOR     PIC 9(7)V99.
           10 WS-PRS-PAGO      PIC 9(7)V99.
           10 WS-PRS-ESTADO    PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "DEBITOS DIRETOS SEPA"
               DISPLAY "1 - LISTAR MANDATOS"
               DISPLAY "2 - REGISTAR MANDATO"
               DISPLAY "3 - REVOGAR MANDATO"
               DISPLAY "4 - DADOS DO CREDOR (ESCOLA)"
               DISPLAY "5 - GERAR FICHEIRO DE COBRANCA"
               DISPLAY "6 - LANCAR LOTE COBRADO"
               DISPLAY "7 - PROCESSAR DEVOLUCOES DO BANCO"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-MANDATOS
                   WHEN 2
                       PERFORM REGISTAR-MANDATO
                   WHEN 3
                       PERFORM REVOGAR-MANDATO
                   WHEN 4
                       PERFORM DADOS-DO-CREDOR
                   WHEN 5
                       PERFORM GERAR-COBRANCA
                   WHEN 6
                       PERFORM LANCAR-LOTE-COBRADO
                   WHEN 7
                       PERFORM PROCESSAR-DEVOLUCOES
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

      ******************************************************************
      * Mandatos
      ******************************************************************
       CARREGA-MANDATOS.
           MOVE 0 TO WS-TOTAL-MDT
           MOVE 'N' TO WS-MDT-CHEIA
           MOVE 'N' TO EOF-MANDATOS
           OPEN INPUT FICHEIRO-MANDATOS
           IF WS-MANDATOS-STATUS = '00' OR
               WS-MANDATOS-STATUS = '05'
               PERFORM UNTIL EOF-MANDATOS = 'S'
                   READ FICHEIRO-MANDATOS
                       AT END
                           MOVE 'S' TO EOF-MANDATOS
                       NOT AT END
                           IF MDT-MEMBRO NOT = SPACES
                               IF WS-TOTAL-MDT < 200
                                   ADD 1 TO WS-TOTAL-MDT
                                   PERFORM GUARDA-MANDATO-LIDO
                               ELSE
                                   MOVE 'S' TO WS-MDT-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MANDATOS
           END-IF
           IF WS-MDT-CHEIA = 'S'
               DISPLAY "AVISO: sepa-mandatos.txt excede a tabela de"
                   " 200 registos; regravacao bloqueada"
           END-IF.

       GUARDA-MANDATO-LIDO.
           MOVE MDT-MEMBRO TO WS-MDT-MEMBRO(WS-TOTAL-MDT)
           MOVE MDT-IBAN TO WS-MDT-IBAN(WS-TOTAL-MDT)
           MOVE MDT-REFERENCIA TO WS-MDT-REFERENCIA(WS-TOTAL-MDT)
           MOVE MDT-DATA-ASSIN TO WS-MDT-DATA-ASSIN(WS-TOTAL-MDT)
           MOVE MDT-ESTADO TO WS-MDT-ESTADO(WS-TOTAL-MDT)
           MOVE MDT-DATA-FIM TO WS-MDT-DATA-FIM(WS-TOTAL-MDT)
           MOVE MDT-JA-USADO TO WS-MDT-JA-USADO(WS-TOTAL-MDT)
           MOVE MDT-OPERADOR TO WS-MDT-OPERADOR(WS-TOTAL-MDT).

       GRAVA-MANDATOS.
           OPEN OUTPUT FICHEIRO-MANDATOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MDT
               MOVE SPACES TO LINHA-MANDATO
               MOVE WS-MDT-MEMBRO(K) TO MDT-MEMBRO
               MOVE WS-MDT-IBAN(K) TO MDT-IBAN
               MOVE WS-MDT-REFERENCIA(K) TO MDT-REFERENCIA
               MOVE WS-MDT-DATA-ASSIN(K) TO MDT-DATA-ASSIN
               MOVE WS-MDT-ESTADO(K) TO MDT-ESTADO
               MOVE WS-MDT-DATA-FIM(K) TO MDT-DATA-FIM
               MOVE WS-MDT-JA-USADO(K) TO MDT-JA-USADO
               MOVE WS-MDT-OPERADOR(K) TO MDT-OPERADOR
               WRITE LINHA-MANDATO
           END-PERFORM
           CLOSE FICHEIRO-MANDATOS.

       LISTAR-MANDATOS.
           PERFORM CARREGA-MANDATOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MDT
               DISPLAY WS-MDT-MEMBRO(K) " " WS-MDT-ESTADO(K) " "
                   WS-MDT-IBAN(K)
               DISPLAY "     REF " WS-MDT-REFERENCIA(K)
                   " ASSINADO " WS-MDT-DATA-ASSIN(K)
                   " FIM " WS-MDT-DATA-FIM(K)
           END-PERFORM
           DISPLAY WS-TOTAL-MDT " mandato(s)".

       PROCURA-MANDATO-ATIVO.
      * Mandato ativo de WS-MEMBRO (so ha um de cada vez)
           MOVE 0 TO WS-MANDATO-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MDT
               IF WS-MDT-MEMBRO(K) = WS-MEMBRO AND
                   WS-MDT-ESTADO(K) = 'ATIVO'
                   MOVE K TO WS-MANDATO-ACHADO
               END-IF
           END-PERFORM.

       REGISTAR-MANDATO.
           PERFORM CARREGA-MANDATOS
           PERFORM CARREGA-LIGACOES
           DISPLAY "ENCARREGADO (nome do membro): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-TOTAL-LIGACOES
               IF WS-LIG-MEMBRO(K) = WS-MEMBRO
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           PERFORM PROCURA-MANDATO-ATIVO
           EVALUATE TRUE
               WHEN WS-MDT-CHEIA = 'S' OR WS-TOTAL-MDT >= 200
                   DISPLAY "Tabela de mandatos cheia, nada gravado"
               WHEN WS-ACHADO = 0
                   DISPLAY "O membro nao e encarregado de nenhum"
                       " aluno"
               WHEN WS-MANDATO-ACHADO > 0
                   DISPLAY "Ja tem o mandato ativo "
                       WS-MDT-REFERENCIA(WS-MANDATO-ACHADO)
                   DISPLAY "Revogue-o primeiro para mudar de conta"
               WHEN OTHER
                   PERFORM PEDE-DADOS-MANDATO
           END-EVALUATE.

       PEDE-DADOS-MANDATO.
           DISPLAY "IBAN (sem espacos): " WITH NO ADVANCING
           MOVE SPACES TO WS-IBAN
           ACCEPT WS-IBAN
           MOVE FUNCTION UPPER-CASE(WS-IBAN) TO WS-IBAN
           PERFORM VALIDA-IBAN
           DISPLAY "REFERENCIA DO MANDATO: " WITH NO ADVANCING
           MOVE SPACES TO WS-REFERENCIA
           ACCEPT WS-REFERENCIA
           MOVE FUNCTION UPPER-CASE(WS-REFERENCIA) TO WS-REFERENCIA
           DISPLAY "DATA DE ASSINATURA (AAAAMMDD): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           IF WS-DATA-TEXTO IS NUMERIC
               MOVE WS-DATA-TEXTO TO WS-DATA-ASSIN
           ELSE
               MOVE 0 TO WS-DATA-ASSIN
           END-IF
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-MDT
               IF WS-MDT-REFERENCIA(K) = WS-REFERENCIA
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IBAN-VALIDO = 'N'
                   DISPLAY "IBAN invalido (digitos de controlo)"
               WHEN WS-REFERENCIA = SPACES
                   DISPLAY "Referencia obrigatoria"
               WHEN WS-ACHADO > 0
                   DISPLAY "Referencia ja usada por "
                       WS-MDT-MEMBRO(WS-ACHADO)
               WHEN WS-DATA-ASSIN < 20000101 OR
                   WS-DATA-ASSIN > WS-DATA
                   DISPLAY "Data de assinatura invalida"
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-MDT
                   MOVE WS-MEMBRO TO WS-MDT-MEMBRO(WS-TOTAL-MDT)
                   MOVE WS-IBAN TO WS-MDT-IBAN(WS-TOTAL-MDT)
                   MOVE WS-REFERENCIA
                       TO WS-MDT-REFERENCIA(WS-TOTAL-MDT)
                   MOVE WS-DATA-ASSIN
                       TO WS-MDT-DATA-ASSIN(WS-TOTAL-MDT)
                   MOVE 'ATIVO' TO WS-MDT-ESTADO(WS-TOTAL-MDT)
                   MOVE 0 TO WS-MDT-DATA-FIM(WS-TOTAL-MDT)
                   MOVE 'N' TO WS-MDT-JA-USADO(WS-TOTAL-MDT)
                   MOVE WS-OPERADOR
                       TO WS-MDT-OPERADOR(WS-TOTAL-MDT)
                   PERFORM GRAVA-MANDATOS
                   DISPLAY "Mandato " WS-REFERENCIA " registado"
           END-EVALUATE.

       VALIDA-IBAN.
      * Pais (2 letras) + 2 digitos de controlo + conta; os 4
      * primeiros passam para o fim, as letras valem 10 a 35 e o
      * numero todo tem de dar resto 1 na divisao por 97
           MOVE 'S' TO WS-IBAN-VALIDO
           MOVE 0 TO WS-IBAN-TAM
           INSPECT WS-IBAN TALLYING WS-IBAN-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IBAN-TAM < 15 OR
               WS-IBAN(1 : 2) IS NOT ALPHABETIC OR
               WS-IBAN(3 : 2) IS NOT NUMERIC
               MOVE 'N' TO WS-IBAN-VALIDO
           ELSE
               MOVE SPACES TO WS-IBAN-REORD
               MOVE WS-IBAN(5 : WS-IBAN-TAM - 4) TO WS-IBAN-REORD
               MOVE WS-IBAN(1 : 4)
                   TO WS-IBAN-REORD(WS-IBAN-TAM - 3 : 4)
               MOVE 0 TO WS-IBAN-RESTO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-IBAN-TAM
                   MOVE WS-IBAN-REORD(I : 1) TO WS-IBAN-CAR
                   PERFORM SOMA-CARACTER-IBAN
               END-PERFORM
               IF WS-IBAN-RESTO NOT = 1
                   MOVE 'N' TO WS-IBAN-VALIDO
               END-IF
           END-IF.

       SOMA-CARACTER-IBAN.
           IF WS-IBAN-CAR IS NUMERIC
               COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                   WS-IBAN-RESTO * 10 + WS-IBAN-DIGITO, 97)
           ELSE
               MOVE 0 TO WS-IBAN-LETRA
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 26
                   IF WS-ALFABETO(P : 1) = WS-IBAN-CAR
                       COMPUTE WS-IBAN-LETRA = P + 9
                   END-IF
               END-PERFORM
               IF WS-IBAN-LETRA = 0
                   MOVE 'N' TO WS-IBAN-VALIDO
               ELSE
                   COMPUTE WS-IBAN-RESTO = FUNCTION MOD(
                       WS-IBAN-RESTO * 100 + WS-IBAN-LETRA, 97)
               END-IF
           END-IF.

       REVOGAR-MANDATO.
           PERFORM CARREGA-MANDATOS
           DISPLAY "ENCARREGADO (nome do membro): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           PERFORM PROCURA-MANDATO-ATIVO
           EVALUATE TRUE
               WHEN WS-MDT-CHEIA = 'S'
                   DISPLAY "Nada alterado"
               WHEN WS-MANDATO-ACHADO = 0
                   DISPLAY "Sem mandato ativo para " WS-MEMBRO
               WHEN OTHER
                   MOVE 'REVOGADO' TO WS-MDT-ESTADO(WS-MANDATO-ACHADO)
                   MOVE WS-DATA TO WS-MDT-DATA-FIM(WS-MANDATO-ACHADO)
                   PERFORM GRAVA-MANDATOS
                   DISPLAY "Mandato "
                       WS-MDT-REFERENCIA(WS-MANDATO-ACHADO)
                       " revogado"
           END-EVALUATE.

      ******************************************************************
      * Credor
      ******************************************************************
       CARREGA-CREDOR.
           MOVE SPACES TO WS-CREDOR
           OPEN INPUT FICHEIRO-CREDOR
           IF WS-CREDOR-STATUS = '00' OR WS-CREDOR-STATUS = '05'
               READ FICHEIRO-CREDOR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CRE-ID TO WS-CRE-ID
                       MOVE CRE-IBAN TO WS-CRE-IBAN
                       MOVE CRE-BIC TO WS-CRE-BIC
                       MOVE CRE-NOME TO WS-CRE-NOME
               END-READ
               CLOSE FICHEIRO-CREDOR
           END-IF.

       DADOS-DO-CREDOR.
      * Identificador de credor SEPA, conta e nome da escola; ENTER
      * mantem o valor atual
           PERFORM CARREGA-CREDOR
           DISPLAY "ID DE CREDOR [" WS-CRE-ID "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-REFERENCIA
           ACCEPT WS-REFERENCIA
           IF WS-REFERENCIA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-REFERENCIA) TO WS-CRE-ID
           END-IF
           DISPLAY "IBAN DA ESCOLA [" WS-CRE-IBAN "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IBAN
           ACCEPT WS-IBAN
           IF WS-IBAN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-IBAN) TO WS-IBAN
               PERFORM VALIDA-IBAN
               IF WS-IBAN-VALIDO = 'S'
                   MOVE WS-IBAN TO WS-CRE-IBAN
               ELSE
                   DISPLAY "IBAN invalido, fica o anterior"
               END-IF
           END-IF
           DISPLAY "BIC DO BANCO [" WS-CRE-BIC "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REFERENCIA
           ACCEPT WS-REFERENCIA
           IF WS-REFERENCIA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-REFERENCIA) TO WS-CRE-BIC
           END-IF
           DISPLAY "NOME DA ESCOLA [" WS-CRE-NOME "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REFERENCIA
           ACCEPT WS-REFERENCIA
           IF WS-REFERENCIA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-REFERENCIA)
                   TO WS-CRE-NOME
           END-IF
           OPEN OUTPUT FICHEIRO-CREDOR
           MOVE SPACES TO LINHA-CREDOR
           MOVE WS-CRE-ID TO CRE-ID
           MOVE WS-CRE-IBAN TO CRE-IBAN
           MOVE WS-CRE-BIC TO CRE-BIC
           MOVE WS-CRE-NOME TO CRE-NOME
           WRITE LINHA-CREDOR
           CLOSE FICHEIRO-CREDOR
           DISPLAY "Dados do credor gravados".

      ******************************************************************
      * Tabelas de apoio
      ******************************************************************
       CARREGA-LIGACOES.
           MOVE 0 TO WS-TOTAL-LIGACOES
           MOVE 'N' TO EOF-ENCARREGADOS
           OPEN INPUT FICHEIRO-ENCARREGADOS
           IF WS-ENCARREGADOS-STATUS = '00' OR
               WS-ENCARREGADOS-STATUS = '05'
               PERFORM UNTIL EOF-ENCARREGADOS = 'S'
                   READ FICHEIRO-ENCARREGADOS
                       AT END
                           MOVE 'S' TO EOF-ENCARREGADOS
                       NOT AT END
                           IF ENC-NUMERO IS NUMERIC AND
                               WS-TOTAL-LIGACOES < 200
                               ADD 1 TO WS-TOTAL-LIGACOES
                               MOVE ENC-NUMERO TO
                                   WS-LIG-NUMERO(WS-TOTAL-LIGACOES)
                               MOVE ENC-MEMBRO TO
                                   WS-LIG-MEMBRO(WS-TOTAL-LIGACOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ENCARREGADOS
           END-IF.

       CARREGA-COBRANCAS.
           MOVE 0 TO WS-TOTAL-SDD
           MOVE 'N' TO WS-SDD-CHEIA
           MOVE 'N' TO EOF-COBRANCAS
           OPEN INPUT FICHEIRO-COBRANCAS
           IF WS-COBRANCAS-STATUS = '00' OR
               WS-COBRANCAS-STATUS = '05'
               PERFORM UNTIL EOF-COBRANCAS = 'S'
                   READ FICHEIRO-COBRANCAS
                       AT END
                           MOVE 'S' TO EOF-COBRANCAS
                       NOT AT END
                           IF SDD-LOTE IS NUMERIC
                               IF WS-TOTAL-SDD < 1000
                                   ADD 1 TO WS-TOTAL-SDD
                                   PERFORM GUARDA-COBRANCA-LIDA
                               ELSE
                                   MOVE 'S' TO WS-SDD-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-COBRANCAS
           END-IF
           IF WS-SDD-CHEIA = 'S'
               DISPLAY "AVISO: sepa-cobrancas.txt excede a tabela"
                   " de 1000 registos; regravacao bloqueada"
           END-IF.

       GUARDA-COBRANCA-LIDA.
           MOVE SDD-LOTE TO WS-SDD-LOTE(WS-TOTAL-SDD)
           MOVE SDD-NUMERO TO WS-SDD-NUMERO(WS-TOTAL-SDD)
           MOVE SDD-SEQ TO WS-SDD-SEQ(WS-TOTAL-SDD)
           MOVE SDD-VALOR TO WS-SDD-VALOR(WS-TOTAL-SDD)
           MOVE SDD-MEMBRO TO WS-SDD-MEMBRO(WS-TOTAL-SDD)
           MOVE SDD-MANDATO TO WS-SDD-MANDATO(WS-TOTAL-SDD)
           MOVE SDD-DATA-COBR TO WS-SDD-DATA-COBR(WS-TOTAL-SDD)
           MOVE SDD-E2E TO WS-SDD-E2E(WS-TOTAL-SDD)
           MOVE SDD-ESTADO TO WS-SDD-ESTADO(WS-TOTAL-SDD)
           MOVE SDD-RECIBO TO WS-SDD-RECIBO(WS-TOTAL-SDD)
           MOVE SDD-MOTIVO TO WS-SDD-MOTIVO(WS-TOTAL-SDD)
           MOVE SDD-DATA-ESTADO TO WS-SDD-DATA-ESTADO(WS-TOTAL-SDD).

       GRAVA-COBRANCAS.
           OPEN OUTPUT FICHEIRO-COBRANCAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SDD
               MOVE SPACES TO LINHA-COBRANCA
               MOVE WS-SDD-LOTE(K) TO SDD-LOTE
               MOVE WS-SDD-NUMERO(K) TO SDD-NUMERO
               MOVE WS-SDD-SEQ(K) TO SDD-SEQ
               MOVE WS-SDD-VALOR(K) TO SDD-VALOR
               MOVE WS-SDD-MEMBRO(K) TO SDD-MEMBRO
               MOVE WS-SDD-MANDATO(K) TO SDD-MANDATO
               MOVE WS-SDD-DATA-COBR(K) TO SDD-DATA-COBR
               MOVE WS-SDD-E2E(K) TO SDD-E2E
               MOVE WS-SDD-ESTADO(K) TO SDD-ESTADO
               MOVE WS-SDD-RECIBO(K) TO SDD-RECIBO
               MOVE WS-SDD-MOTIVO(K) TO SDD-MOTIVO
               MOVE WS-SDD-DATA-ESTADO(K) TO SDD-DATA-ESTADO
               WRITE LINHA-COBRANCA
           END-PERFORM
           CLOSE FICHEIRO-COBRANCAS.

       CARREGA-PRESTACOES.
           MOVE 0 TO WS-TOTAL-PRS
           MOVE 'N' TO WS-PRS-CHEIA
           MOVE 'N' TO EOF-PRESTACOES
           OPEN INPUT FICHEIRO-PRESTACOES
           IF WS-PRESTACOES-STATUS = '00' OR
               WS-PRESTACOES-STATUS = '05'
               PERFORM UNTIL EOF-PRESTACOES = 'S'
                   READ FICHEIRO-PRESTACOES
                       AT END
                           MOVE 'S' TO EOF-PRESTACOES
                       NOT AT END
                           IF PRS-NUMERO IS NUMERIC AND
                               WS-TOTAL-PRS < 500
                               ADD 1 TO WS-TOTAL-PRS
                               MOVE PRS-NUMERO TO
                                   WS-PRS-NUMERO(WS-TOTAL-PRS)
                               MOVE PRS-SEQ TO
                                   WS-PRS-SEQ(WS-TOTAL-PRS)
                               MOVE PRS-DATA-VENC TO
                                   WS-PRS-DATA-VENC(WS-TOTAL-PRS)
                               MOVE PRS-VALOR TO
                                   WS-PRS-VALOR(WS-TOTAL-PRS)
                               MOVE PRS-PAGO TO
                                   WS-PRS-PAGO(WS-TOTAL-PRS)
                               MOVE PRS-ESTADO TO
                                   WS-PRS-ESTADO(WS-TOTAL-PRS)
                           ELSE
                               IF PRS-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-PRS-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PRESTACOES
           END-IF
           IF WS-PRS-CHEIA = 'S'
               DISPLAY "AVISO: prestacoes.txt excede a tabela de"
                   " 500 registos; leitura parcial e regravacao"
                   " bloqueada ate alargar a tabela"
           END-IF.

       GRAVA-PRESTACOES.
           OPEN OUTPUT FICHEIRO-PRESTACOES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-PRS
               MOVE SPACES TO LINHA-PRESTACAO
               MOVE WS-PRS-NUMERO(I) TO PRS-NUMERO
               MOVE WS-PRS-SEQ(I) TO PRS-SEQ
               MOVE WS-PRS-DATA-VENC(I) TO PRS-DATA-VENC
               MOVE WS-PRS-VALOR(I) TO PRS-VALOR
               MOVE WS-PRS-PAGO(I) TO PRS-PAGO
               MOVE WS-PRS-ESTADO(I) TO PRS-ESTADO
               WRITE LINHA-PRESTACAO
           END-PERFORM
           CLOSE FICHEIRO-PRESTACOES.

      ******************************************************************
      * Ficheiro de cobranca para o banco
      ******************************************************************
       GERAR-COBRANCA.
           PERFORM CARREGA-CREDOR
           IF WS-CRE-ID = SPACES OR WS-CRE-IBAN = SPACES
               DISPLAY "Preencha primeiro os dados do credor"
           ELSE
               PERFORM CARREGA-MANDATOS
               PERFORM CARREGA-LIGACOES
               PERFORM CARREGA-PRESTACOES
               PERFORM CARREGA-COBRANCAS
               IF WS-MDT-CHEIA = 'S' OR WS-SDD-CHEIA = 'S'
                   DISPLAY "Nada gerado"
               ELSE
                   PERFORM PEDE-JANELA-COBRANCA
               END-IF
           END-IF.

       PEDE-JANELA-COBRANCA.
           DISPLAY "VENCIMENTOS DE (AAAAMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           COMPUTE WS-JANELA-INI = FUNCTION NUMVAL(WS-DATA-TEXTO)
           DISPLAY "VENCIMENTOS ATE (AAAAMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           COMPUTE WS-JANELA-FIM = FUNCTION NUMVAL(WS-DATA-TEXTO)
           DISPLAY "DATA DE COBRANCA NO BANCO (AAAAMMDD): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATA-TEXTO
           ACCEPT WS-DATA-TEXTO
           COMPUTE WS-DATA-COBR = FUNCTION NUMVAL(WS-DATA-TEXTO)
           EVALUATE TRUE
               WHEN WS-JANELA-INI < 20000101 OR
                   WS-JANELA-FIM < WS-JANELA-INI
                   DISPLAY "Janela de datas invalida"
               WHEN WS-DATA-COBR < WS-DATA
                   DISPLAY "A data de cobranca nao pode ser passada"
               WHEN OTHER
                   PERFORM ESCOLHE-DEBITOS
                   IF WS-TOTAL-SEL = 0
                       DISPLAY "Nada a cobrar nesta janela"
                   ELSE
                       PERFORM EMITE-LOTE
                   END-IF
           END-EVALUATE.

       ESCOLHE-DEBITOS.
      * Prestacao em aberto, a vencer na janela, sem debito ja
      * enviado ou cobrado, de aluno com encarregado com mandato
      * ativo assinado ate a data de cobranca
           MOVE 0 TO WS-TOTAL-SEL
           MOVE 0 TO WS-TOTAL-SOMA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-ESTADO(J) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(J) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(J) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(J) NOT = 'INCOBRAV' AND
                   WS-PRS-DATA-VENC(J) >= WS-JANELA-INI AND
                   WS-PRS-DATA-VENC(J) <= WS-JANELA-FIM AND
                   WS-PRS-VALOR(J) > WS-PRS-PAGO(J)
                   PERFORM AVALIA-PRESTACAO-A-COBRAR
               END-IF
           END-PERFORM.

       AVALIA-PRESTACAO-A-COBRAR.
           MOVE 'N' TO WS-JA-EM-COBRANCA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SDD
               IF WS-SDD-NUMERO(K) = WS-PRS-NUMERO(J) AND
                   WS-SDD-SEQ(K) = WS-PRS-SEQ(J) AND
                   (WS-SDD-ESTADO(K) = 'ENVIADA' OR
                    WS-SDD-ESTADO(K) = 'COBRADA')
                   MOVE 'S' TO WS-JA-EM-COBRANCA
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MANDATO-ACHADO
           IF WS-JA-EM-COBRANCA = 'N'
               PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WS-TOTAL-LIGACOES
                   OR WS-MANDATO-ACHADO > 0
                   IF WS-LIG-NUMERO(L) = WS-PRS-NUMERO(J)
                       MOVE WS-LIG-MEMBRO(L) TO WS-MEMBRO
                       PERFORM PROCURA-MANDATO-ATIVO
                       IF WS-MANDATO-ACHADO > 0
                           IF WS-MDT-DATA-ASSIN(WS-MANDATO-ACHADO)
                               > WS-DATA-COBR
                               MOVE 0 TO WS-MANDATO-ACHADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MANDATO-ACHADO > 0 AND WS-TOTAL-SEL < 500
               ADD 1 TO WS-TOTAL-SEL
               MOVE J TO WS-SEL-PRS(WS-TOTAL-SEL)
               MOVE WS-MANDATO-ACHADO TO WS-SEL-MDT(WS-TOTAL-SEL)
               COMPUTE WS-SEL-VALOR(WS-TOTAL-SEL) =
                   WS-PRS-VALOR(J) - WS-PRS-PAGO(J)
               ADD WS-SEL-VALOR(WS-TOTAL-SEL) TO WS-TOTAL-SOMA
               IF WS-MDT-JA-USADO(WS-MANDATO-ACHADO) = 'S'
                   MOVE 'RCUR' TO WS-SEL-SEQTP(WS-TOTAL-SEL)
               ELSE
                   MOVE 'FRST' TO WS-SEL-SEQTP(WS-TOTAL-SEL)
               END-IF
           END-IF.

       EMITE-LOTE.
           MOVE 0 TO WS-LOTE
           OPEN INPUT FICHEIRO-LOTE-SEQ
           IF WS-LOTE-SEQ-STATUS = '00' OR WS-LOTE-SEQ-STATUS = '05'
               READ FICHEIRO-LOTE-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-LOTE-SEQ TO WS-LOTE
               END-READ
               CLOSE FICHEIRO-LOTE-SEQ
           END-IF
           ADD 1 TO WS-LOTE
           OPEN OUTPUT FICHEIRO-SEPA
           PERFORM ESCREVE-CABECALHO-XML
           MOVE 'FRST' TO WS-SEQTP
           PERFORM ESCREVE-BLOCO-XML
           MOVE 'RCUR' TO WS-SEQTP
           PERFORM ESCREVE-BLOCO-XML
           MOVE '</CstmrDrctDbtInitn></Document>' TO LINHA-SEPA
           WRITE LINHA-SEPA
           CLOSE FICHEIRO-SEPA
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-SEL
               PERFORM REGISTA-DEBITO-ENVIADO
           END-PERFORM
           PERFORM GRAVA-COBRANCAS
           PERFORM GRAVA-MANDATOS
           OPEN OUTPUT FICHEIRO-LOTE-SEQ
           MOVE WS-LOTE TO LINHA-LOTE-SEQ
           WRITE LINHA-LOTE-SEQ
           CLOSE FICHEIRO-LOTE-SEQ
           MOVE WS-TOTAL-SOMA TO WS-SOMA-ED
           DISPLAY "Lote " WS-LOTE ": " WS-TOTAL-SEL " debito(s), "
               WS-SOMA-ED " EUR em sepa-cobranca.xml".

       REGISTA-DEBITO-ENVIADO.
           MOVE WS-SEL-PRS(N) TO J
           MOVE WS-SEL-MDT(N) TO K
           ADD 1 TO WS-TOTAL-SDD
           MOVE WS-LOTE TO WS-SDD-LOTE(WS-TOTAL-SDD)
           MOVE WS-PRS-NUMERO(J) TO WS-SDD-NUMERO(WS-TOTAL-SDD)
           MOVE WS-PRS-SEQ(J) TO WS-SDD-SEQ(WS-TOTAL-SDD)
           MOVE WS-SEL-VALOR(N) TO WS-SDD-VALOR(WS-TOTAL-SDD)
           MOVE WS-MDT-MEMBRO(K) TO WS-SDD-MEMBRO(WS-TOTAL-SDD)
           MOVE WS-MDT-REFERENCIA(K) TO WS-SDD-MANDATO(WS-TOTAL-SDD)
           MOVE WS-DATA-COBR TO WS-SDD-DATA-COBR(WS-TOTAL-SDD)
           PERFORM MONTA-E2E
           MOVE 'ENVIADA' TO WS-SDD-ESTADO(WS-TOTAL-SDD)
           MOVE 0 TO WS-SDD-RECIBO(WS-TOTAL-SDD)
           MOVE SPACES TO WS-SDD-MOTIVO(WS-TOTAL-SDD)
           MOVE WS-DATA TO WS-SDD-DATA-ESTADO(WS-TOTAL-SDD)
           MOVE 'S' TO WS-MDT-JA-USADO(K).

       MONTA-E2E.
      * Referencia ponta-a-ponta que o banco devolve: lote, aluno e
      * prestacao, unica em todos os lotes
           MOVE SPACES TO WS-SDD-E2E(WS-TOTAL-SDD)
           STRING "SDD" WS-LOTE "-" WS-PRS-NUMERO(J) "-"
               WS-PRS-SEQ(J)
               DELIMITED BY SIZE INTO WS-SDD-E2E(WS-TOTAL-SDD).

       DATA-EM-ISO.
      * WS-DATA-TEXTO (aaaammdd) para aaaa-mm-dd
           MOVE SPACES TO WS-DATA-ISO
           STRING WS-DATA-TEXTO(1 : 4) "-" WS-DATA-TEXTO(5 : 2) "-"
               WS-DATA-TEXTO(7 : 2)
               DELIMITED BY SIZE INTO WS-DATA-ISO.

       VALOR-EM-XML.
      * WS-VALOR-ED ja preenchido; o XML quer o valor sem espacos
           MOVE FUNCTION TRIM(WS-VALOR-ED) TO WS-VALOR-XML.

       ESCREVE-CABECALHO-XML.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pain.008.001.02">'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE '<CstmrDrctDbtInitn>' TO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE WS-DATA TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE WS-TOTAL-SEL TO WS-CONTA-ED
           MOVE WS-TOTAL-SOMA TO WS-SOMA-ED
           MOVE SPACES TO LINHA-SEPA
           STRING '<GrpHdr><MsgId>' FUNCTION TRIM(WS-CRE-ID)
               '-SDD' WS-LOTE '</MsgId><CreDtTm>' WS-DATA-ISO 'T'
               WS-HORA(1 : 2) ':' WS-HORA(3 : 2) ':' WS-HORA(5 : 2)
               '</CreDtTm><NbOfTxs>' FUNCTION TRIM(WS-CONTA-ED)
               '</NbOfTxs><CtrlSum>' FUNCTION TRIM(WS-SOMA-ED)
               '</CtrlSum>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<InitgPty><Nm>' FUNCTION TRIM(WS-CRE-NOME)
               '</Nm></InitgPty></GrpHdr>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA.

       ESCREVE-BLOCO-XML.
      * Um bloco de pagamento por tipo de sequencia: primeiro
      * debito de cada mandato (FRST) e debitos seguintes (RCUR)
           MOVE 0 TO WS-BLOCO-CONTA
           MOVE 0 TO WS-BLOCO-SOMA
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-SEL
               IF WS-SEL-SEQTP(N) = WS-SEQTP
                   ADD 1 TO WS-BLOCO-CONTA
                   ADD WS-SEL-VALOR(N) TO WS-BLOCO-SOMA
               END-IF
           END-PERFORM
           IF WS-BLOCO-CONTA > 0
               PERFORM ESCREVE-INICIO-BLOCO
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-SEL
                   IF WS-SEL-SEQTP(N) = WS-SEQTP
                       PERFORM ESCREVE-DEBITO-XML
                   END-IF
               END-PERFORM
               MOVE '</PmtInf>' TO LINHA-SEPA
               WRITE LINHA-SEPA
           END-IF.

       ESCREVE-INICIO-BLOCO.
           MOVE WS-BLOCO-CONTA TO WS-CONTA-ED
           MOVE WS-BLOCO-SOMA TO WS-SOMA-ED
           MOVE SPACES TO LINHA-SEPA
           STRING '<PmtInf><PmtInfId>SDD' WS-LOTE '-' WS-SEQTP
               '</PmtInfId><PmtMtd>DD</PmtMtd><NbOfTxs>'
               FUNCTION TRIM(WS-CONTA-ED) '</NbOfTxs><CtrlSum>'
               FUNCTION TRIM(WS-SOMA-ED) '</CtrlSum>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>'
               '<LclInstrm><Cd>CORE</Cd></LclInstrm><SeqTp>'
               WS-SEQTP '</SeqTp></PmtTpInf>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE WS-DATA-COBR TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SEPA
           STRING '<ReqdColltnDt>' WS-DATA-ISO '</ReqdColltnDt>'
               '<Cdtr><Nm>' FUNCTION TRIM(WS-CRE-NOME) '</Nm></Cdtr>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<CdtrAcct><Id><IBAN>' FUNCTION TRIM(WS-CRE-IBAN)
               '</IBAN></Id></CdtrAcct><CdtrAgt><FinInstnId><BIC>'
               FUNCTION TRIM(WS-CRE-BIC)
               '</BIC></FinInstnId></CdtrAgt>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<CdtrSchmeId><Id><PrvtId><Othr><Id>'
               FUNCTION TRIM(WS-CRE-ID)
               '</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm></Othr>'
               '</PrvtId></Id></CdtrSchmeId>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA.

       ESCREVE-DEBITO-XML.
           MOVE WS-SEL-PRS(N) TO J
           MOVE WS-SEL-MDT(N) TO K
           MOVE WS-SEL-VALOR(N) TO WS-VALOR-ED
           PERFORM VALOR-EM-XML
           MOVE SPACES TO LINHA-SEPA
           STRING '<DrctDbtTxInf><PmtId><EndToEndId>SDD' WS-LOTE
               '-' WS-PRS-NUMERO(J) '-' WS-PRS-SEQ(J)
               '</EndToEndId></PmtId><InstdAmt Ccy="EUR">'
               FUNCTION TRIM(WS-VALOR-XML) '</InstdAmt>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE WS-MDT-DATA-ASSIN(K) TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SEPA
           STRING '<DrctDbtTx><MndtRltdInf><MndtId>'
               FUNCTION TRIM(WS-MDT-REFERENCIA(K))
               '</MndtId><DtOfSgntr>' WS-DATA-ISO
               '</DtOfSgntr></MndtRltdInf></DrctDbtTx>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED</Id>'
               '</Othr></FinInstnId></DbtrAgt><Dbtr><Nm>'
               FUNCTION TRIM(WS-MDT-MEMBRO(K)) '</Nm></Dbtr>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA
           MOVE SPACES TO LINHA-SEPA
           STRING '<DbtrAcct><Id><IBAN>'
               FUNCTION TRIM(WS-MDT-IBAN(K))
               '</IBAN></Id></DbtrAcct><RmtInf><Ustrd>PROPINA ALUNO '
               WS-PRS-NUMERO(J) ' PRESTACAO ' WS-PRS-SEQ(J)
               '</Ustrd></RmtInf></DrctDbtTxInf>'
               DELIMITED BY SIZE INTO LINHA-SEPA
           WRITE LINHA-SEPA.

      ******************************************************************
      * Lote cobrado: entra como um pagamento ao balcao
      ******************************************************************
       LANCAR-LOTE-COBRADO.
           PERFORM CARREGA-COBRANCAS
           DISPLAY "LOTE COBRADO: " WITH NO ADVANCING
           MOVE SPACES TO WS-LOTE-TEXTO
           ACCEPT WS-LOTE-TEXTO
           COMPUTE WS-LOTE = FUNCTION NUMVAL(WS-LOTE-TEXTO)
           MOVE 0 TO WS-LANCADOS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SDD
               IF WS-SDD-LOTE(K) = WS-LOTE AND
                   WS-SDD-ESTADO(K) = 'ENVIADA'
                   ADD 1 TO WS-LANCADOS
               END-IF
           END-PERFORM
           PERFORM CARREGA-PRESTACOES
           EVALUATE TRUE
               WHEN WS-SDD-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
                   DISPLAY "Lote nao lancado"
               WHEN WS-LANCADOS = 0
                   DISPLAY "Lote " WS-LOTE " sem debitos por lancar"
               WHEN OTHER
                   PERFORM VERIFICA-PERIODO-ABERTO
                   IF WS-PERIODO-FECHADO = 'N'
                       PERFORM VERIFICA-LOCK-F3
                       IF WS-F3-BLOQUEADO = 'N'
                           PERFORM LANCA-COBRANCAS-DO-LOTE
                       ELSE
                           DISPLAY "Lote nao lancado"
                       END-IF
                   END-IF
           END-EVALUATE.

       LANCA-COBRANCAS-DO-LOTE.
      * Um movimento PROP por debito, com o texto do registo de
      * pagamentos, para o fecho de caixa e os extratos o lerem
      * como qualquer outro pagamento; a chave e a referencia
      * ponta-a-ponta com a data de cobranca, e o debito cujo
      * movimento ja entrou numa corrida interrompida nao se
      * lanca outra vez, so falta abate-lo
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-LINHAS-F3
           MOVE 0 TO WS-JA-LANCADOS
           OPEN EXTEND FICHEIRO-3
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SDD
               IF WS-SDD-LOTE(K) = WS-LOTE AND
                   WS-SDD-ESTADO(K) = 'ENVIADA'
                   MOVE WS-SDD-NUMERO(K) TO WS-NUMERO
                   PERFORM LE-TURMA-ALUNO
                   PERFORM DETERMINA-POLO-TURMA
                   MOVE SPACES TO LINHA-FICHEIRO
                   MOVE 'PROP' TO TRN-CODIGO
                   MOVE '+' TO TRN-SINAL
                   MOVE WS-SDD-VALOR(K) TO TRN-VALOR
                   MOVE SPACES TO TRN-DESCRICAO
                   STRING "PROPINA ALUNO " WS-NUMERO " EM " WS-DATA
                       DELIMITED BY SIZE INTO TRN-DESCRICAO
                   MOVE WS-RUN-F3 TO TRN-RUN
                   MOVE WS-POLO-F3 TO TRN-POLO
                   MOVE WS-SDD-E2E(K) TO WS-CHAVE-REGISTO
                   MOVE WS-SDD-DATA-COBR(K) TO WS-CHAVE-DATA
                   MOVE 'L' TO WS-CHAVE-OPERACAO
                   CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
                       WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO
                       WS-CHAVE-DATA LINHA-FICHEIRO
                       WS-CHAVE-RESULTADO
                   IF WS-CHAVE-RESULTADO = 'J'
                       ADD 1 TO WS-JA-LANCADOS
                   ELSE
                       WRITE LINHA-FICHEIRO
                       CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                           WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                           WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                           WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
                       IF WS-RAZAO-NUMERO = 0
                           PERFORM AVISA-RAZAO-EM-FALTA
                       END-IF
                       ADD 1 TO WS-LINHAS-F3
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           IF WS-LINHAS-F3 > 0
               MOVE 'PROP' TO WS-RAZAO-F3
               MOVE SPACES TO WS-COMPLEMENTO-F3
               STRING "debito direto lote " WS-LOTE
                   DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
               PERFORM ESCREVE-LOG-F3
           END-IF
      * Cada debito abatido fica logo COBRADO em disco com as
      * prestacoes, antes do seguinte: uma corrida repetida so
      * volta a passar pelos que ainda estao ENVIADOS, e o recibo
      * e a sobra em credito nao se repetem
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-TOTAL-SDD
               IF WS-SDD-LOTE(L) = WS-LOTE AND
                   WS-SDD-ESTADO(L) = 'ENVIADA'
                   MOVE L TO K
                   PERFORM LIQUIDA-DEBITO
                   PERFORM GRAVA-PRESTACOES
                   PERFORM GRAVA-COBRANCAS
               END-IF
           END-PERFORM
           DISPLAY "Lote " WS-LOTE ": " WS-LINHAS-F3
               " debito(s) lancado(s) (run " WS-RUN-F3 ")"
           IF WS-JA-LANCADOS > 0
               DISPLAY WS-JA-LANCADOS " debito(s) ja lancado(s) numa"
                   " corrida interrompida, agora abatido(s)"
           END-IF.

       LIQUIDA-DEBITO.
      * Abate primeiro na prestacao do debito e o resto da mais
      * antiga para a frente; se a familia entretanto pagou ao
      * balcao, a sobra fica em credito do aluno
           MOVE WS-SDD-NUMERO(K) TO WS-NUMERO
           MOVE WS-SDD-VALOR(K) TO WS-VALOR-PAGAMENTO
           MOVE WS-VALOR-PAGAMENTO TO WS-RESTO
           MOVE 0 TO WS-SOBRA
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(J) = WS-NUMERO AND
                   WS-PRS-SEQ(J) = WS-SDD-SEQ(K)
                   MOVE J TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0
               MOVE WS-ACHADO TO I
               PERFORM ABATE-NA-PRESTACAO
           END-IF
           PERFORM UNTIL WS-RESTO = 0
               PERFORM PROCURA-MAIS-ANTIGA
               IF WS-MAIS-ANTIGA = 0
                   MOVE WS-RESTO TO WS-SOBRA
                   MOVE 0 TO WS-RESTO
               ELSE
                   MOVE WS-MAIS-ANTIGA TO I
                   PERFORM ABATE-NA-PRESTACAO
               END-IF
           END-PERFORM
           PERFORM EMITE-RECIBO
           IF WS-SOBRA > 0
               PERFORM GUARDA-SOBRA-EM-CREDITO
           END-IF
           MOVE 'COBRADA' TO WS-SDD-ESTADO(K)
           MOVE WS-RECIBO-NUMERO TO WS-SDD-RECIBO(K)
           MOVE WS-DATA TO WS-SDD-DATA-ESTADO(K).

       PROCURA-MAIS-ANTIGA.
           MOVE 0 TO WS-MAIS-ANTIGA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(J) = WS-NUMERO AND
                   WS-PRS-ESTADO(J) NOT = 'PAGA' AND
                   WS-PRS-ESTADO(J) NOT = 'ANULADA' AND
                   WS-PRS-ESTADO(J) NOT = 'RENEGOC' AND
                   WS-PRS-ESTADO(J) NOT = 'INCOBRAV'
                   IF WS-MAIS-ANTIGA = 0
                       MOVE J TO WS-MAIS-ANTIGA
                   ELSE
                       IF WS-PRS-DATA-VENC(J) <
                           WS-PRS-DATA-VENC(WS-MAIS-ANTIGA)
                           MOVE J TO WS-MAIS-ANTIGA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ABATE-NA-PRESTACAO.
           COMPUTE WS-FALTA-PRS =
               WS-PRS-VALOR(I) - WS-PRS-PAGO(I)
           IF WS-FALTA-PRS <= 0
               MOVE 'PAGA' TO WS-PRS-ESTADO(I)
           ELSE
               IF WS-RESTO >= WS-FALTA-PRS
                   MOVE WS-FALTA-PRS TO WS-ABATE
               ELSE
                   MOVE WS-RESTO TO WS-ABATE
               END-IF
               ADD WS-ABATE TO WS-PRS-PAGO(I)
               SUBTRACT WS-ABATE FROM WS-RESTO
               IF WS-PRS-PAGO(I) >= WS-PRS-VALOR(I)
                   MOVE 'PAGA' TO WS-PRS-ESTADO(I)
               ELSE
                   MOVE 'PARCIAL' TO WS-PRS-ESTADO(I)
               END-IF
           END-IF.

       EMITE-RECIBO.
      * Mesma numeracao central dos recibos do balcao, com o tipo
      * de pagamento SDD
           MOVE 0 TO WS-RECIBO-NUMERO
           OPEN INPUT FICHEIRO-RECIBOS-SEQ
           IF WS-RECIBOS-SEQ-STATUS = '00' OR
               WS-RECIBOS-SEQ-STATUS = '05'
               READ FICHEIRO-RECIBOS-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RECIBO-SEQ TO WS-RECIBO-NUMERO
               END-READ
               CLOSE FICHEIRO-RECIBOS-SEQ
           END-IF
           ADD 1 TO WS-RECIBO-NUMERO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-RECIBOS
           MOVE SPACES TO LINHA-RECIBO
           MOVE WS-RECIBO-NUMERO TO RCB-NUMERO
           MOVE WS-DATA TO RCB-DATA
           MOVE WS-HORA TO RCB-HORA
           MOVE WS-NUMERO TO RCB-ALUNO
           MOVE WS-VALOR-PAGAMENTO TO RCB-VALOR
           MOVE 'SDD' TO RCB-TIPO
           MOVE WS-OPERADOR TO RCB-OPERADOR
           WRITE LINHA-RECIBO
           CLOSE FICHEIRO-RECIBOS
           OPEN OUTPUT FICHEIRO-RECIBOS-SEQ
           MOVE WS-RECIBO-NUMERO TO LINHA-RECIBO-SEQ
           WRITE LINHA-RECIBO-SEQ
           CLOSE FICHEIRO-RECIBOS-SEQ
           PERFORM IMPRIME-RECIBO.

       IMPRIME-RECIBO.
           OPEN EXTEND FICHEIRO-RECIBO-IMP
           MOVE ALL "-" TO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "RECIBO N. " WS-RECIBO-NUMERO
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "ALUNO " WS-NUMERO "  VALOR " WS-VALOR-ED
               "  TIPO SDD"
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           MOVE SPACES TO LINHA-RECIBO-IMP
           STRING "EM " WS-DATA "-" WS-HORA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RECIBO-IMP
           WRITE LINHA-RECIBO-IMP
           CLOSE FICHEIRO-RECIBO-IMP.

       GUARDA-SOBRA-EM-CREDITO.
           OPEN EXTEND FICHEIRO-CREDITOS
           MOVE SPACES TO LINHA-CREDITO
           MOVE WS-NUMERO TO CRD-NUMERO
           MOVE WS-DATA TO CRD-DATA
           MOVE '+' TO CRD-SINAL
           MOVE WS-SOBRA TO CRD-VALOR
           MOVE 'PROP' TO CRD-ORIGEM
           MOVE SPACES TO CRD-REFERENCIA
           STRING "RECIBO " WS-RECIBO-NUMERO
               DELIMITED BY SIZE INTO CRD-REFERENCIA
           MOVE WS-OPERADOR TO CRD-OPERADOR
           WRITE LINHA-CREDITO
           CLOSE FICHEIRO-CREDITOS.

      ******************************************************************
      * Devolucoes do banco
      ******************************************************************
       PROCESSAR-DEVOLUCOES.
      * sepa-retorno.txt traz uma linha por debito devolvido com a
      * referencia ponta-a-ponta, o motivo do banco, a data e a
      * comissao cobrada; sem comissao na linha vale o parametro
      * SEPA-COMISSAO-DEV (em centimos)
           PERFORM CARREGA-COBRANCAS
           PERFORM CARREGA-PRESTACOES
           MOVE 'SEPA-COMISSAO-DEV' TO WS-PARAMETRO-CHAVE
           MOVE 0 TO WS-PARAMETRO-VALOR
           PERFORM LE-PARAMETRO
           COMPUTE WS-COMISSAO-PADRAO = WS-PARAMETRO-VALOR / 100
           IF WS-SDD-CHEIA = 'S' OR WS-PRS-CHEIA = 'S'
               DISPLAY "Devolucoes nao processadas"
           ELSE
               PERFORM LE-FICHEIRO-RETORNO
               IF WS-TOTAL-RET = 0
                   DISPLAY "Nenhuma devolucao por processar"
               ELSE
                   PERFORM VERIFICA-PERIODO-ABERTO
                   IF WS-PERIODO-FECHADO = 'N'
                       PERFORM VERIFICA-LOCK-F3
                       IF WS-F3-BLOQUEADO = 'N'
                           PERFORM LANCA-DEVOLUCOES
                       ELSE
                           DISPLAY "Devolucoes nao processadas"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LE-FICHEIRO-RETORNO.
      * So contam devolucoes de debitos ainda enviados ou cobrados;
      * voltar a ler o mesmo ficheiro nao devolve nada duas vezes
           MOVE 0 TO WS-TOTAL-RET
           MOVE 0 TO WS-DESCONHECIDOS
           MOVE 'N' TO EOF-RETORNO
           OPEN INPUT FICHEIRO-RETORNO
           IF WS-RETORNO-STATUS = '00' OR WS-RETORNO-STATUS = '05'
               PERFORM UNTIL EOF-RETORNO = 'S'
                   READ FICHEIRO-RETORNO
                       AT END
                           MOVE 'S' TO EOF-RETORNO
                       NOT AT END
                           IF RET-E2E NOT = SPACES
                               PERFORM ACEITA-LINHA-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RETORNO
           END-IF
           IF WS-DESCONHECIDOS > 0
               DISPLAY WS-DESCONHECIDOS " linha(s) do banco sem"
                   " debito em aberto (ja tratadas ou desconhecidas)"
           END-IF.

       ACEITA-LINHA-RETORNO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TOTAL-SDD
               IF WS-SDD-E2E(K) = RET-E2E AND
                   (WS-SDD-ESTADO(K) = 'ENVIADA' OR
                    WS-SDD-ESTADO(K) = 'COBRADA')
                   MOVE K TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0 OR WS-TOTAL-RET >= 500
               ADD 1 TO WS-DESCONHECIDOS
           ELSE
               ADD 1 TO WS-TOTAL-RET
               MOVE WS-ACHADO TO WS-RET-SDD(WS-TOTAL-RET)
               MOVE RET-MOTIVO TO WS-RET-MOTIVO(WS-TOTAL-RET)
               IF RET-COMISSAO IS NUMERIC AND RET-COMISSAO > 0
                   MOVE RET-COMISSAO
                       TO WS-RET-COMISSAO(WS-TOTAL-RET)
               ELSE
                   MOVE WS-COMISSAO-PADRAO
                       TO WS-RET-COMISSAO(WS-TOTAL-RET)
               END-IF
           END-IF.

       LANCA-DEVOLUCOES.
      * Debito ja lancado como cobrado: estorno DEVD e prestacao
      * reaberta; debito ainda so enviado: nada entrou, fica so a
      * marca; em ambos a comissao do banco e um custo COMB; cada
      * devolucao fica gravada logo que tratada, e o movimento com
      * a chave ja lancada por uma corrida interrompida nao se
      * repete
           PERFORM CRIAR-LOCK-F3
           PERFORM PROXIMO-RUN-F3
           MOVE 'I' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-LINHAS-F3
           MOVE 0 TO WS-JA-LANCADOS
           MOVE 0 TO WS-ESTORNOS
           MOVE 0 TO WS-DEVOLVIDOS
           OPEN EXTEND FICHEIRO-3
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-TOTAL-RET
               MOVE WS-RET-SDD(N) TO K
               MOVE WS-SDD-NUMERO(K) TO WS-NUMERO
               PERFORM LE-TURMA-ALUNO
               PERFORM DETERMINA-POLO-TURMA
               IF WS-SDD-ESTADO(K) = 'COBRADA'
                   MOVE 'DEVD' TO WS-CODIGO-DEV
                   MOVE WS-SDD-VALOR(K) TO WS-VALOR-PAGAMENTO
                   PERFORM ESCREVE-LINHA-DEVOLUCAO
                   PERFORM REABRE-PRESTACAO
                   ADD 1 TO WS-ESTORNOS
               END-IF
               IF WS-RET-COMISSAO(N) > 0
                   MOVE 'COMB' TO WS-CODIGO-DEV
                   MOVE WS-RET-COMISSAO(N) TO WS-VALOR-PAGAMENTO
                   PERFORM ESCREVE-LINHA-DEVOLUCAO
               END-IF
               MOVE 'DEVOLVIDA' TO WS-SDD-ESTADO(K)
               MOVE WS-RET-MOTIVO(N) TO WS-SDD-MOTIVO(K)
               MOVE WS-DATA TO WS-SDD-DATA-ESTADO(K)
               ADD 1 TO WS-DEVOLVIDOS
               DISPLAY "Devolvido " WS-SDD-E2E(K) " "
                   WS-SDD-MEMBRO(K) " motivo " WS-SDD-MOTIVO(K)
               PERFORM GRAVA-PRESTACOES
               PERFORM GRAVA-COBRANCAS
           END-PERFORM
           CLOSE FICHEIRO-3
           PERFORM REMOVER-LOCK-F3
           IF WS-LINHAS-F3 > 0
               MOVE 'DEVD' TO WS-RAZAO-F3
               MOVE SPACES TO WS-COMPLEMENTO-F3
               STRING "devolucoes de debito direto"
                   DELIMITED BY SIZE INTO WS-COMPLEMENTO-F3
               PERFORM ESCREVE-LOG-F3
           END-IF
           DISPLAY WS-DEVOLVIDOS " debito(s) devolvido(s), "
               WS-ESTORNOS " estornado(s) (run " WS-RUN-F3 ")"
           IF WS-JA-LANCADOS > 0
               DISPLAY WS-JA-LANCADOS " movimento(s) ja lancado(s)"
                   " numa corrida interrompida"
           END-IF
           DISPLAY "As cartas de cobranca passam a avisar estes"
               " encarregados".

       ESCREVE-LINHA-DEVOLUCAO.
      * Texto "SDD Lllll ALUNO nnnnn EM aaaammdd", com o aluno e a
      * data nas mesmas posicoes das notas de credito; chave
      * DEVD/COMB seguida da referencia ponta-a-ponta sem o SDD
           MOVE SPACES TO LINHA-FICHEIRO
           MOVE WS-CODIGO-DEV TO TRN-CODIGO
           MOVE '-' TO TRN-SINAL
           MOVE WS-VALOR-PAGAMENTO TO TRN-VALOR
           MOVE SPACES TO TRN-DESCRICAO
           STRING "SDD L" WS-SDD-LOTE(K) " ALUNO " WS-NUMERO " EM "
               WS-DATA
               DELIMITED BY SIZE INTO TRN-DESCRICAO
           MOVE WS-RUN-F3 TO TRN-RUN
           MOVE WS-POLO-F3 TO TRN-POLO
           MOVE SPACES TO WS-CHAVE-REGISTO
           STRING WS-CODIGO-DEV WS-SDD-E2E(K)(4 : 13)
               DELIMITED BY SIZE INTO WS-CHAVE-REGISTO
           MOVE WS-SDD-DATA-COBR(K) TO WS-CHAVE-DATA
           MOVE 'L' TO WS-CHAVE-OPERACAO
           CALL 'CHAVE-LANCAMENTO' USING WS-CHAVE-OPERACAO
               WS-CHAVE-PROGRAMA WS-CHAVE-REGISTO WS-CHAVE-DATA
               LINHA-FICHEIRO WS-CHAVE-RESULTADO
           IF WS-CHAVE-RESULTADO = 'J'
               ADD 1 TO WS-JA-LANCADOS
           ELSE
               WRITE LINHA-FICHEIRO
               CALL 'GRAVA-RAZAO' USING LINHA-FICHEIRO
                   WS-RAZAO-ALUNO WS-RAZAO-DATA-LANC
                   WS-RAZAO-DATA-VALOR WS-RAZAO-DOCUMENTO
                   WS-RAZAO-OPERADOR WS-RAZAO-NUMERO
               IF WS-RAZAO-NUMERO = 0
                   PERFORM AVISA-RAZAO-EM-FALTA
               END-IF
               ADD 1 TO WS-LINHAS-F3
           END-IF.

       REABRE-PRESTACAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-PRS
               IF WS-PRS-NUMERO(J) = WS-SDD-NUMERO(K) AND
                   WS-PRS-SEQ(J) = WS-SDD-SEQ(K)
                   MOVE J TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0
               IF WS-PRS-PAGO(WS-ACHADO) > WS-SDD-VALOR(K)
                   SUBTRACT WS-SDD-VALOR(K)
                       FROM WS-PRS-PAGO(WS-ACHADO)
               ELSE
                   MOVE 0 TO WS-PRS-PAGO(WS-ACHADO)
               END-IF
               IF WS-PRS-PAGO(WS-ACHADO) = 0
                   MOVE 'ABERTA' TO WS-PRS-ESTADO(WS-ACHADO)
               ELSE
                   MOVE 'PARCIAL' TO WS-PRS-ESTADO(WS-ACHADO)
               END-IF
           END-IF.

      ******************************************************************
      * Lancamento em ficheiro3 (protocolo do Exercicio3)
      ******************************************************************
       LE-TURMA-ALUNO.
           MOVE SPACES TO WS-TURMA-ALUNO
           OPEN INPUT FICHEIRO-NOTAS
           IF WS-NOTAS-STATUS = '00'
               MOVE WS-NUMERO TO REC-NUMERO
               READ FICHEIRO-NOTAS KEY IS REC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REC-TURMA TO WS-TURMA-ALUNO
               END-READ
               CLOSE FICHEIRO-NOTAS
           END-IF.

       DETERMINA-POLO-TURMA.
      * Polo do movimento: o aluno herda o polo da turma no
      * mestre de turmas; sem turma ou sem polo definido vale o
      * polo principal P1, como no Exercicio3
           MOVE 'P1' TO WS-POLO-F3
           IF WS-TURMA-ALUNO NOT = SPACES
               MOVE 'N' TO EOF-TURMAS
               OPEN INPUT FICHEIRO-TURMAS
               IF WS-TURMAS-STATUS = '00' OR
                   WS-TURMAS-STATUS = '05'
                   PERFORM UNTIL EOF-TURMAS = 'S'
                       READ FICHEIRO-TURMAS
                           AT END
                               MOVE 'S' TO EOF-TURMAS
                           NOT AT END
                               IF TUR-CODIGO = WS-TURMA-ALUNO
                                   IF TUR-POLO NOT = SPACES
                                       MOVE TUR-POLO
                                           TO WS-POLO-F3
                                   END-IF
                                   MOVE 'S' TO EOF-TURMAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-TURMAS
               END-IF
           END-IF.

       VERIFICA-PERIODO-ABERTO.
      * Com o fecho do mes gravado em periodos.txt, um mes
      * congelado nao recebe mais lancamentos
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DATA(1 : 6) TO WS-MES-ATUAL
           MOVE 'N' TO WS-PERIODO-FECHADO
           MOVE 'N' TO EOF-PERIODOS
           OPEN INPUT FICHEIRO-PERIODOS
           IF WS-PERIODOS-STATUS = '00' OR
               WS-PERIODOS-STATUS = '05'
               PERFORM UNTIL EOF-PERIODOS = 'S'
                   READ FICHEIRO-PERIODOS
                       AT END
                           MOVE 'S' TO EOF-PERIODOS
                       NOT AT END
                           IF PER-MES IS NUMERIC AND
                               PER-MES = WS-MES-ATUAL AND
                               PER-ESTADO = 'FECHADO'
                               MOVE 'S' TO WS-PERIODO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERIODOS
           END-IF
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY "O mes " WS-MES-ATUAL " esta fechado;"
                   " lance o ajustamento no periodo aberto"
           END-IF.

       VERIFICA-LOCK-F3.
      * Mesmo protocolo de lock do Exercicio3: um ficheiro3.lock
      * com conteudo e outro processo a escrever, e o lancamento e
      * recusado com o dono a vista
           MOVE 'N' TO WS-F3-BLOQUEADO
           OPEN INPUT FICHEIRO-LOCK-F3
           IF WS-LOCK-F3-STATUS = '00'
               READ FICHEIRO-LOCK-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-F3-BLOQUEADO
                       MOVE LCK-OPERADOR TO WS-LOCK-F3-DONO
                       MOVE SPACES TO WS-LOCK-F3-DESDE
                       STRING LCK-DATA "-" LCK-HORA
                           DELIMITED BY SIZE
                           INTO WS-LOCK-F3-DESDE
               END-READ
               CLOSE FICHEIRO-LOCK-F3
           END-IF
           IF WS-F3-BLOQUEADO = 'S'
               DISPLAY "ficheiro3.txt em uso por "
                   WS-LOCK-F3-DONO " desde " WS-LOCK-F3-DESDE
                   ", tente mais tarde"
           END-IF.

       CRIAR-LOCK-F3.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN OUTPUT FICHEIRO-LOCK-F3
           MOVE SPACES TO LINHA-LOCK-F3
           MOVE WS-OPERADOR TO LCK-OPERADOR
           MOVE WS-DATA TO LCK-DATA
           MOVE WS-HORA TO LCK-HORA
           WRITE LINHA-LOCK-F3
           CLOSE FICHEIRO-LOCK-F3.

       REMOVER-LOCK-F3.
           OPEN OUTPUT FICHEIRO-LOCK-F3
           CLOSE FICHEIRO-LOCK-F3.

       PROXIMO-RUN-F3.
           MOVE 0 TO WS-RUN-F3
           OPEN INPUT FICHEIRO-RUN-F3
           IF WS-RUN-F3-STATUS = '00' OR WS-RUN-F3-STATUS = '05'
               READ FICHEIRO-RUN-F3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RUN-F3 TO WS-RUN-F3
               END-READ
               CLOSE FICHEIRO-RUN-F3
           END-IF
           ADD 1 TO WS-RUN-F3
           OPEN OUTPUT FICHEIRO-RUN-F3
           MOVE WS-RUN-F3 TO LINHA-RUN-F3
           WRITE LINHA-RUN-F3
           CLOSE FICHEIRO-RUN-F3.

       ESCREVE-LOG-F3.
      * Entrada no log no formato exato do Exercicio3, com as
      * marcas RAZAO= e RUN= nas mesmas colunas
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " LINHAS=" WS-LINHAS-F3
               " RAZAO=" WS-RAZAO-F3
               " RUN=" WS-RUN-F3
               " : " WS-COMPLEMENTO-F3
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

       AVISA-RAZAO-EM-FALTA.
      * O movimento ja esta em ficheiro3.txt mas o RAZAO.DAT nao o
      * aceitou (GRAVA-RAZAO devolveu numero zero): avisa o operador
      * e deixa a linha no log, para a recuperacao de lancamentos
      * (opcao do razao) a voltar a lancar
           DISPLAY "AVISO: movimento " LINHA-FICHEIRO(1 : 4)
               " nao ficou registado em RAZAO.DAT"
           DISPLAY "       corra a recuperacao de lancamentos"
               " (opcao do razao) para o lancar"
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND FICHEIRO-LOG-F3
           MOVE SPACES TO LINHA-LOG-F3
           STRING WS-DATA "-" WS-HORA " " WS-OPERADOR
               " SEM RAZAO.DAT: " LINHA-FICHEIRO
               DELIMITED BY SIZE INTO LINHA-LOG-F3
           MOVE 'A' TO WS-CADEIA-OPERACAO
           MOVE 'ficheiro3-log.txt' TO WS-CADEIA-FICHEIRO
           CALL 'ENCADEIA-REGISTO' USING WS-CADEIA-OPERACAO
               WS-CADEIA-FICHEIRO LINHA-LOG-F3 WS-CADEIA-QUANTAS
           WRITE LINHA-LOG-F3
           CLOSE FICHEIRO-LOG-F3.

       END PROGRAM DEBITOS-DIRETOS.
