      ******************************************************************
      * Author:
      * Date:
      * Purpose: Faturas-recibo certificadas e exportacao SAF-T (PT):
      *          cada recibo emitido ao balcao, por debito direto ou
      *          por Multibanco passa a fatura-recibo (FR) numa serie
      *          comunicada a AT (series-fiscais.txt, com o codigo
      *          de validacao que forma o ATCUD), em nome e com o NIF
      *          do encarregado (ee-faturacao.txt) ou a consumidor
      *          final; os documentos ficam em documentos-fiscais.txt
      *          so por acrescento, sem numeros saltados e sem
      *          alteracao depois de emitidos - uma correcao e sempre
      *          uma nota de credito (NC) que referencia a FR; a
      *          exportacao mensal (saft-pt.xml) leva clientes,
      *          documentos e pagamentos e so e feita depois de uma
      *          verificacao que recusa o mes se houver falhas na
      *          numeracao das series ou NIF com digito de controlo
      *          errado; os carregamentos da carteira pre-paga
      *          (recibos de origem CART) sao adiantamentos e nao
      *          passam a FR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-EMPRESA
               ASSIGN TO 'empresa-fiscal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPRESA-STATUS.
           SELECT OPTIONAL FICHEIRO-SERIES
               ASSIGN TO 'series-fiscais.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT OPTIONAL FICHEIRO-DOCUMENTOS
               ASSIGN TO 'documentos-fiscais.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENTOS-STATUS.
           SELECT OPTIONAL FICHEIRO-DOC-IMP
               ASSIGN TO 'documentos-impressao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-IMP-STATUS.
           SELECT FICHEIRO-SAFT ASSIGN TO 'saft-pt.xml'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-RECIBOS
               ASSIGN TO 'recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.
           SELECT OPTIONAL FICHEIRO-ENCARREGADOS
               ASSIGN TO 'encarregados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENCARREGADOS-STATUS.
           SELECT OPTIONAL FICHEIRO-FATURACAO
               ASSIGN TO 'ee-faturacao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURACAO-STATUS.
           SELECT OPTIONAL FICHEIRO-SESSAO
               ASSIGN TO 'operador-atual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-EMPRESA.
       01 LINHA-EMPRESA.
         05 EMP-NIF         PIC 9(9).
         05 FILLER          PIC X.
         05 EMP-NOME        PIC X(40).
         05 FILLER          PIC X.
         05 EMP-MORADA      PIC X(40).
         05 FILLER          PIC X.
         05 EMP-CODPOSTAL   PIC X(8).
         05 FILLER          PIC X.
         05 EMP-LOCALIDADE  PIC X(20).
       FD FICHEIRO-SERIES.
       01 LINHA-SERIE.
         05 SER-CODIGO      PIC X(6).
         05 FILLER          PIC X.
         05 SER-TIPO        PIC X(2).
         05 FILLER          PIC X.
         05 SER-ATCUD       PIC X(8).
         05 FILLER          PIC X.
         05 SER-ULTIMO      PIC 9(6).
         05 FILLER          PIC X.
         05 SER-ESTADO      PIC X(7).
         05 FILLER          PIC X.
         05 SER-DATA        PIC 9(8).
       FD FICHEIRO-DOCUMENTOS.
       01 LINHA-DOCUMENTO.
         05 DOC-TIPO        PIC X(2).
         05 FILLER          PIC X.
         05 DOC-SERIE       PIC X(6).
         05 FILLER          PIC X.
         05 DOC-NUMERO      PIC 9(6).
         05 FILLER          PIC X.
         05 DOC-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 DOC-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 DOC-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 DOC-NIF         PIC 9(9).
         05 FILLER          PIC X.
         05 DOC-NOME        PIC X(40).
         05 FILLER          PIC X.
         05 DOC-VALOR       PIC 9(7)V99.
         05 FILLER          PIC X.
         05 DOC-RECIBO      PIC 9(6).
         05 FILLER          PIC X.
         05 DOC-MEIO        PIC X(4).
         05 FILLER          PIC X.
         05 DOC-ORIG-SERIE  PIC X(6).
         05 FILLER          PIC X.
         05 DOC-ORIG-NUMERO PIC 9(6).
         05 FILLER          PIC X.
         05 DOC-MOTIVO      PIC X(30).
         05 FILLER          PIC X.
         05 DOC-DATA-SIS    PIC 9(8).
         05 DOC-HORA-SIS    PIC 9(6).
         05 FILLER          PIC X.
         05 DOC-OPERADOR    PIC X(8).
       FD FICHEIRO-DOC-IMP.
       01 LINHA-DOC-IMP PIC X(80).
       FD FICHEIRO-SAFT.
       01 LINHA-SAFT PIC X(250).
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
       FD FICHEIRO-ENCARREGADOS.
       01 LINHA-ENCARREGADO.
         05 ENC-NUMERO     PIC 9(5).
         05 FILLER         PIC X.
         05 ENC-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 ENC-PARENTESCO PIC X(10).
       FD FICHEIRO-FATURACAO.
       01 LINHA-FATURACAO.
         05 EEF-MEMBRO     PIC X(20).
         05 FILLER         PIC X.
         05 EEF-NOME       PIC X(40).
         05 FILLER         PIC X.
         05 EEF-NIF        PIC 9(9).
         05 FILLER         PIC X.
         05 EEF-MORADA     PIC X(40).
         05 FILLER         PIC X.
         05 EEF-CODPOSTAL  PIC X(8).
         05 FILLER         PIC X.
         05 EEF-LOCALIDADE PIC X(20).
       FD FICHEIRO-SESSAO.
       01 LINHA-SESSAO.
         05 SES-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPRESA-STATUS PIC XX.
       01 WS-SERIES-STATUS PIC XX.
       01 WS-DOCUMENTOS-STATUS PIC XX.
       01 WS-DOC-IMP-STATUS PIC XX.
       01 WS-RECIBOS-STATUS PIC XX.
       01 WS-ENCARREGADOS-STATUS PIC XX.
       01 WS-FATURACAO-STATUS PIC XX.
       01 WS-SESSAO-STATUS PIC XX.
       01 EOF-SERIES PIC X.
       01 EOF-DOCUMENTOS PIC X.
       01 EOF-RECIBOS PIC X.
       01 EOF-ENCARREGADOS PIC X.
       01 EOF-FATURACAO PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-OPERADOR PIC X(8) VALUE 'N/D'.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-TEXTO-40 PIC X(40).
       01 WS-NUM-TEXTO PIC X(12).
       01 WS-MES-TEXTO PIC X(6).
       01 WS-MES PIC 9(6).
       01 WS-MES-DOC PIC 9(6).
       01 WS-MES-INI PIC 9(8).
       01 WS-MES-FIM PIC 9(8).
       01 WS-MES-SEGUINTE PIC 9(8).
       01 WS-TIPO-DOC PIC X(2).
       01 WS-SERIE-PEDIDA PIC X(6).
       01 WS-NUMERO-PEDIDO PIC 9(6).
       01 WS-CONFIRMA PIC X.
      * Conferencia do NIF (modulo 11)
       01 WS-NIF-TEXTO PIC X(9).
       01 WS-NIF-DIGITOS REDEFINES WS-NIF-TEXTO.
         05 WS-NIF-DIGITO PIC 9 OCCURS 9 TIMES.
       01 WS-NIF-VALIDO PIC X.
       01 WS-NIF-SOMA PIC 9(4).
       01 WS-NIF-CONTROLO PIC 99.
       01 WS-NIF-CONSUMIDOR PIC 9(9) VALUE 999999990.
      * A escola (emitente)
       01 WS-EMPRESA.
         05 WS-EMP-NIF        PIC 9(9) VALUE 0.
         05 WS-EMP-NOME       PIC X(40) VALUE SPACES.
         05 WS-EMP-MORADA     PIC X(40) VALUE SPACES.
         05 WS-EMP-CODPOSTAL  PIC X(8) VALUE SPACES.
         05 WS-EMP-LOCALIDADE PIC X(20) VALUE SPACES.
       01 WS-EMP-VALIDA PIC X.
      * Series
       01 WS-TOTAL-SER PIC 9(4) VALUE 0.
       01 WS-SER-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-SERIES.
         05 WS-SER OCCURS 50 TIMES.
           10 WS-SER-CODIGO   PIC X(6).
           10 WS-SER-TIPO     PIC X(2).
           10 WS-SER-ATCUD    PIC X(8).
           10 WS-SER-ULTIMO   PIC 9(6).
           10 WS-SER-ESTADO   PIC X(7).
           10 WS-SER-DATA     PIC 9(8).
           10 WS-SER-MAIOR    PIC 9(6).
           10 WS-SER-ULT-DATA PIC 9(8).
      * Documentos emitidos
       01 WS-TOTAL-DOC PIC 9(4) VALUE 0.
       01 WS-DOC-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-DOCUMENTOS.
         05 WS-DOC OCCURS 5000 TIMES.
           10 WS-DOC-TIPO        PIC X(2).
           10 WS-DOC-SERIE       PIC X(6).
           10 WS-DOC-NUMERO      PIC 9(6).
           10 WS-DOC-DATA        PIC 9(8).
           10 WS-DOC-ALUNO       PIC 9(5).
           10 WS-DOC-MEMBRO      PIC X(20).
           10 WS-DOC-NIF         PIC 9(9).
           10 WS-DOC-NOME        PIC X(40).
           10 WS-DOC-VALOR       PIC 9(7)V99.
           10 WS-DOC-RECIBO      PIC 9(6).
           10 WS-DOC-MEIO        PIC X(4).
           10 WS-DOC-ORIG-SERIE  PIC X(6).
           10 WS-DOC-ORIG-NUMERO PIC 9(6).
           10 WS-DOC-MOTIVO      PIC X(30).
           10 WS-DOC-DATA-SIS    PIC 9(8).
           10 WS-DOC-HORA-SIS    PIC 9(6).
           10 WS-DOC-OPERADOR    PIC X(8).
      * Ligacoes aluno -> encarregado e dados de faturacao
       01 WS-TOTAL-LIGACOES PIC 9(4) VALUE 0.
       01 WS-TABELA-LIGACOES.
         05 WS-LIG OCCURS 200 TIMES.
           10 WS-LIG-NUMERO PIC 9(5).
           10 WS-LIG-MEMBRO PIC X(20).
       01 WS-TOTAL-FATURACAO PIC 9(4) VALUE 0.
       01 WS-TABELA-FATURACAO.
         05 WS-FAT OCCURS 200 TIMES.
           10 WS-FAT-MEMBRO     PIC X(20).
           10 WS-FAT-NOME       PIC X(40).
           10 WS-FAT-NIF        PIC 9(9).
           10 WS-FAT-MORADA     PIC X(40).
           10 WS-FAT-CODPOSTAL  PIC X(8).
           10 WS-FAT-LOCALIDADE PIC X(20).
      * Cliente de um documento
       01 WS-CLI-MEMBRO PIC X(20).
       01 WS-CLI-NOME PIC X(40).
       01 WS-CLI-NIF PIC 9(9).
       01 WS-CLI-ID PIC X(9).
      * Clientes do mes exportado
       01 WS-TOTAL-CLI PIC 9(4) VALUE 0.
       01 WS-TABELA-CLIENTES.
         05 WS-CLI OCCURS 500 TIMES.
           10 WS-CLI-T-ID     PIC X(9).
           10 WS-CLI-T-NIF    PIC 9(9).
           10 WS-CLI-T-NOME   PIC X(40).
           10 WS-CLI-T-MEMBRO PIC X(20).
      * Emissao e verificacao
       01 WS-EMITIDOS PIC 9(4).
       01 WS-PENDENTES PIC 9(4).
       01 WS-ERROS PIC 9(4).
       01 WS-ESPERADO PIC 9(6).
       01 WS-DATA-ANT PIC 9(8).
       01 WS-CREDITADO PIC 9(7)V99.
       01 WS-DISPONIVEL PIC 9(7)V99.
       01 WS-VALOR-NC PIC 9(7)V99.
       01 WS-MOTIVO PIC X(30).
       01 WS-TOTAL-FR PIC 9(8)V99.
       01 WS-TOTAL-NC PIC 9(8)V99.
       01 WS-CONTA-MES PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 C PIC 9(4).
       01 K PIC 9(4).
       01 P PIC 9(2).
       01 S PIC 9(4).
       01 WS-ACHADO PIC 9(4).
      * Saida
       01 WS-VALOR-ED PIC Z(6)9.99.
       01 WS-SOMA-ED PIC Z(7)9.99.
       01 WS-NUM-ED PIC Z(5)9.
       01 WS-CONTA-ED PIC Z(3)9.
       01 WS-VALOR-XML PIC X(12).
       01 WS-NUM-XML PIC X(6).
       01 WS-DATA-TEXTO PIC X(8).
       01 WS-DATA-ISO PIC X(10).
       01 WS-HORA-TEXTO PIC X(6).
       01 WS-DOC-NO PIC X(20).
       01 WS-ATCUD-DOC PIC X(20).
       01 WS-MEIO-SAFT PIC X(2).
       01 WS-MORADA-XML PIC X(40).
       01 WS-CODPOSTAL-XML PIC X(12).
       01 WS-LOCALIDADE-XML PIC X(20).
       01 WS-PAIS-XML PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-OPERADOR-SESSAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "FATURACAO E SAF-T"
               DISPLAY "1 - DADOS FISCAIS DA ESCOLA"
               DISPLAY "2 - SERIES DE DOCUMENTOS"
               DISPLAY "3 - EMITIR FATURAS-RECIBO DOS RECIBOS"
               DISPLAY "4 - EMITIR NOTA DE CREDITO"
               DISPLAY "5 - LISTAR DOCUMENTOS DE UM MES"
               DISPLAY "6 - VERIFICAR MES ANTES DE EXPORTAR"
               DISPLAY "7 - EXPORTAR SAF-T DE UM MES"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM DADOS-DA-EMPRESA
                   WHEN 2
                       PERFORM SERIES-DE-DOCUMENTOS
                   WHEN 3
                       PERFORM EMITIR-FATURAS-RECIBO
                   WHEN 4
                       PERFORM EMITIR-NOTA-CREDITO
                   WHEN 5
                       PERFORM LISTAR-DOCUMENTOS
                   WHEN 6
                       PERFORM VERIFICAR-MES
                   WHEN 7
                       PERFORM EXPORTAR-SAFT
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

       VALIDA-NIF.
      * NIF portugues: 9 digitos, o ultimo e controlo modulo 11
      * sobre os 8 primeiros com pesos 9 a 2 (resto 0 ou 1 da 0)
           MOVE 'N' TO WS-NIF-VALIDO
           IF WS-NIF-TEXTO IS NUMERIC AND WS-NIF-DIGITO(1) NOT = 0
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
               IF WS-NIF-CONTROLO = WS-NIF-DIGITO(9)
                   MOVE 'S' TO WS-NIF-VALIDO
               END-IF
           END-IF.

      ******************************************************************
      * Escola
      ******************************************************************
       CARREGA-EMPRESA.
           MOVE 0 TO WS-EMP-NIF
           MOVE SPACES TO WS-EMP-NOME WS-EMP-MORADA WS-EMP-CODPOSTAL
               WS-EMP-LOCALIDADE
           OPEN INPUT FICHEIRO-EMPRESA
           IF WS-EMPRESA-STATUS = '00' OR WS-EMPRESA-STATUS = '05'
               READ FICHEIRO-EMPRESA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMP-NIF IS NUMERIC
                           MOVE EMP-NIF TO WS-EMP-NIF
                       END-IF
                       MOVE EMP-NOME TO WS-EMP-NOME
                       MOVE EMP-MORADA TO WS-EMP-MORADA
                       MOVE EMP-CODPOSTAL TO WS-EMP-CODPOSTAL
                       MOVE EMP-LOCALIDADE TO WS-EMP-LOCALIDADE
               END-READ
               CLOSE FICHEIRO-EMPRESA
           END-IF
           MOVE WS-EMP-NIF TO WS-NIF-TEXTO
           PERFORM VALIDA-NIF
           MOVE WS-NIF-VALIDO TO WS-EMP-VALIDA
           IF WS-EMP-NOME = SPACES
               MOVE 'N' TO WS-EMP-VALIDA
           END-IF.

       DADOS-DA-EMPRESA.
      * NIF, nome e morada da escola que aparecem em todos os
      * documentos e no cabecalho do SAF-T; ENTER mantem o valor
           PERFORM CARREGA-EMPRESA
           DISPLAY "NIF DA ESCOLA [" WS-EMP-NIF "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NIF-TEXTO
           ACCEPT WS-NIF-TEXTO
           IF WS-NIF-TEXTO NOT = SPACES
               PERFORM VALIDA-NIF
               IF WS-NIF-VALIDO = 'S'
                   MOVE WS-NIF-TEXTO TO WS-EMP-NIF
               ELSE
                   DISPLAY "NIF invalido (digito de controlo), fica"
                       " o anterior"
               END-IF
           END-IF
           DISPLAY "NOME [" WS-EMP-NOME "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           IF WS-TEXTO-40 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-40) TO WS-EMP-NOME
           END-IF
           DISPLAY "MORADA [" WS-EMP-MORADA "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           IF WS-TEXTO-40 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-40)
                   TO WS-EMP-MORADA
           END-IF
           DISPLAY "CODIGO POSTAL [" WS-EMP-CODPOSTAL "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           IF WS-TEXTO-40 NOT = SPACES
               MOVE WS-TEXTO-40 TO WS-EMP-CODPOSTAL
           END-IF
           DISPLAY "LOCALIDADE [" WS-EMP-LOCALIDADE "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           IF WS-TEXTO-40 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-40)
                   TO WS-EMP-LOCALIDADE
           END-IF
           OPEN OUTPUT FICHEIRO-EMPRESA
           MOVE SPACES TO LINHA-EMPRESA
           MOVE WS-EMP-NIF TO EMP-NIF
           MOVE WS-EMP-NOME TO EMP-NOME
           MOVE WS-EMP-MORADA TO EMP-MORADA
           MOVE WS-EMP-CODPOSTAL TO EMP-CODPOSTAL
           MOVE WS-EMP-LOCALIDADE TO EMP-LOCALIDADE
           WRITE LINHA-EMPRESA
           CLOSE FICHEIRO-EMPRESA
           DISPLAY "Dados fiscais da escola gravados".

      ******************************************************************
      * Series
      ******************************************************************
       CARREGA-SERIES.
           MOVE 0 TO WS-TOTAL-SER
           MOVE 'N' TO WS-SER-CHEIA
           MOVE 'N' TO EOF-SERIES
           OPEN INPUT FICHEIRO-SERIES
           IF WS-SERIES-STATUS = '00' OR WS-SERIES-STATUS = '05'
               PERFORM UNTIL EOF-SERIES = 'S'
                   READ FICHEIRO-SERIES
                       AT END
                           MOVE 'S' TO EOF-SERIES
                       NOT AT END
                           IF SER-CODIGO NOT = SPACES AND
                               SER-ULTIMO IS NUMERIC AND
                               WS-TOTAL-SER < 50
                               ADD 1 TO WS-TOTAL-SER
                               MOVE WS-TOTAL-SER TO S
                               MOVE SER-CODIGO TO WS-SER-CODIGO(S)
                               MOVE SER-TIPO TO WS-SER-TIPO(S)
                               MOVE SER-ATCUD TO WS-SER-ATCUD(S)
                               MOVE SER-ULTIMO TO WS-SER-ULTIMO(S)
                               MOVE SER-ESTADO TO WS-SER-ESTADO(S)
                               MOVE SER-DATA TO WS-SER-DATA(S)
                               MOVE 0 TO WS-SER-MAIOR(S)
                               MOVE 0 TO WS-SER-ULT-DATA(S)
                           ELSE
                               IF SER-CODIGO NOT = SPACES
                                   MOVE 'S' TO WS-SER-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-SERIES
           END-IF
           IF WS-SER-CHEIA = 'S'
               DISPLAY "AVISO: series-fiscais.txt excede a tabela"
                   " de 50 series; regravacao bloqueada"
           END-IF.

       GRAVA-SERIES.
           IF WS-SER-CHEIA = 'S'
               DISPLAY "series-fiscais.txt nao regravado"
           ELSE
               OPEN OUTPUT FICHEIRO-SERIES
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-SER
                   MOVE SPACES TO LINHA-SERIE
                   MOVE WS-SER-CODIGO(J) TO SER-CODIGO
                   MOVE WS-SER-TIPO(J) TO SER-TIPO
                   MOVE WS-SER-ATCUD(J) TO SER-ATCUD
                   MOVE WS-SER-ULTIMO(J) TO SER-ULTIMO
                   MOVE WS-SER-ESTADO(J) TO SER-ESTADO
                   MOVE WS-SER-DATA(J) TO SER-DATA
                   WRITE LINHA-SERIE
               END-PERFORM
               CLOSE FICHEIRO-SERIES
           END-IF.

       PROCURA-SERIE-ATIVA.
      * Serie ativa do tipo WS-TIPO-DOC em WS-ACHADO (0 se nao ha)
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-SER
               IF WS-SER-TIPO(S) = WS-TIPO-DOC AND
                   WS-SER-ESTADO(S) = 'ATIVA'
                   MOVE S TO WS-ACHADO
               END-IF
           END-PERFORM.

       PROCURA-SERIE-DOC.
      * Serie do documento I em S (0 se a serie nao esta registada)
           MOVE 0 TO S
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-SER
               IF WS-SER-CODIGO(J) = WS-DOC-SERIE(I)
                   MOVE J TO S
               END-IF
           END-PERFORM.

       SERIES-DE-DOCUMENTOS.
      * Uma serie so e usada depois de comunicada a AT, que devolve
      * o codigo de validacao do ATCUD; abrir uma serie nova de um
      * tipo fecha a anterior, que fica so para consulta
           PERFORM CARREGA-SERIES
           IF WS-TOTAL-SER = 0
               DISPLAY "Nenhuma serie registada"
           ELSE
               DISPLAY "SERIE  TP ATCUD    ULTIMO ESTADO  DESDE"
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-SER
                   DISPLAY WS-SER-CODIGO(S) " " WS-SER-TIPO(S) " "
                       WS-SER-ATCUD(S) " " WS-SER-ULTIMO(S) " "
                       WS-SER-ESTADO(S) " " WS-SER-DATA(S)
               END-PERFORM
           END-IF
           DISPLAY "ABRIR SERIE NOVA? (S/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM ABRE-SERIE
           END-IF.

       ABRE-SERIE.
           DISPLAY "TIPO (FR OU NC): " WITH NO ADVANCING
           MOVE SPACES TO WS-TIPO-DOC
           ACCEPT WS-TIPO-DOC
           MOVE FUNCTION UPPER-CASE(WS-TIPO-DOC) TO WS-TIPO-DOC
           DISPLAY "CODIGO DA SERIE (ex: FR2026): " WITH NO ADVANCING
           MOVE SPACES TO WS-SERIE-PEDIDA
           ACCEPT WS-SERIE-PEDIDA
           MOVE FUNCTION UPPER-CASE(WS-SERIE-PEDIDA)
               TO WS-SERIE-PEDIDA
           DISPLAY "CODIGO DE VALIDACAO DA AT: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-40
           ACCEPT WS-TEXTO-40
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-40) TO WS-TEXTO-40
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-SER
               IF WS-SER-CODIGO(S) = WS-SERIE-PEDIDA
                   MOVE S TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TIPO-DOC NOT = 'FR' AND WS-TIPO-DOC NOT = 'NC'
                   DISPLAY "Tipo invalido, nada gravado"
               WHEN WS-SERIE-PEDIDA = SPACES
                   DISPLAY "Codigo obrigatorio, nada gravado"
               WHEN WS-ACHADO > 0
                   DISPLAY "A serie " WS-SERIE-PEDIDA " ja existe;"
                       " uma serie nunca e reaberta"
               WHEN WS-TEXTO-40 = SPACES OR
                   WS-TEXTO-40(9 : 32) NOT = SPACES
                   DISPLAY "Codigo de validacao obrigatorio (ate"
                       " 8 caracteres), nada gravado"
               WHEN WS-TOTAL-SER >= 50 OR WS-SER-CHEIA = 'S'
                   DISPLAY "Tabela de series cheia, nada gravado"
               WHEN OTHER
                   PERFORM REGISTA-SERIE
           END-EVALUATE.

       REGISTA-SERIE.
           PERFORM PROCURA-SERIE-ATIVA
           IF WS-ACHADO > 0
               MOVE 'FECHADA' TO WS-SER-ESTADO(WS-ACHADO)
               DISPLAY "Serie " WS-SER-CODIGO(WS-ACHADO) " fechada"
           END-IF
           ADD 1 TO WS-TOTAL-SER
           MOVE WS-TOTAL-SER TO S
           MOVE WS-SERIE-PEDIDA TO WS-SER-CODIGO(S)
           MOVE WS-TIPO-DOC TO WS-SER-TIPO(S)
           MOVE WS-TEXTO-40 TO WS-SER-ATCUD(S)
           MOVE 0 TO WS-SER-ULTIMO(S)
           MOVE 'ATIVA' TO WS-SER-ESTADO(S)
           MOVE WS-DATA TO WS-SER-DATA(S)
           PERFORM GRAVA-SERIES
           DISPLAY "Serie " WS-SERIE-PEDIDA " aberta em " WS-DATA.

      ******************************************************************
      * Documentos
      ******************************************************************
       CARREGA-DOCUMENTOS.
           MOVE 0 TO WS-TOTAL-DOC
           MOVE 'N' TO WS-DOC-CHEIA
           MOVE 'N' TO EOF-DOCUMENTOS
           OPEN INPUT FICHEIRO-DOCUMENTOS
           IF WS-DOCUMENTOS-STATUS = '00' OR
               WS-DOCUMENTOS-STATUS = '05'
               PERFORM UNTIL EOF-DOCUMENTOS = 'S'
                   READ FICHEIRO-DOCUMENTOS
                       AT END
                           MOVE 'S' TO EOF-DOCUMENTOS
                       NOT AT END
                           IF DOC-NUMERO IS NUMERIC AND
                               WS-TOTAL-DOC < 5000
                               ADD 1 TO WS-TOTAL-DOC
                               PERFORM GUARDA-DOCUMENTO-LIDO
                           ELSE
                               IF DOC-NUMERO IS NUMERIC
                                   MOVE 'S' TO WS-DOC-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DOCUMENTOS
           END-IF
           IF WS-DOC-CHEIA = 'S'
               DISPLAY "AVISO: documentos-fiscais.txt excede a"
                   " tabela de 5000 documentos; emissao e exportacao"
                   " bloqueadas ate alargar a tabela"
           END-IF
           PERFORM ACERTA-SERIES.

       GUARDA-DOCUMENTO-LIDO.
           MOVE WS-TOTAL-DOC TO I
           MOVE DOC-TIPO TO WS-DOC-TIPO(I)
           MOVE DOC-SERIE TO WS-DOC-SERIE(I)
           MOVE DOC-NUMERO TO WS-DOC-NUMERO(I)
           MOVE DOC-DATA TO WS-DOC-DATA(I)
           MOVE DOC-ALUNO TO WS-DOC-ALUNO(I)
           MOVE DOC-MEMBRO TO WS-DOC-MEMBRO(I)
           MOVE DOC-NIF TO WS-DOC-NIF(I)
           MOVE DOC-NOME TO WS-DOC-NOME(I)
           MOVE DOC-VALOR TO WS-DOC-VALOR(I)
           MOVE DOC-RECIBO TO WS-DOC-RECIBO(I)
           MOVE DOC-MEIO TO WS-DOC-MEIO(I)
           MOVE DOC-ORIG-SERIE TO WS-DOC-ORIG-SERIE(I)
           MOVE DOC-ORIG-NUMERO TO WS-DOC-ORIG-NUMERO(I)
           MOVE DOC-MOTIVO TO WS-DOC-MOTIVO(I)
           MOVE DOC-DATA-SIS TO WS-DOC-DATA-SIS(I)
           MOVE DOC-HORA-SIS TO WS-DOC-HORA-SIS(I)
           MOVE DOC-OPERADOR TO WS-DOC-OPERADOR(I).

       ACERTA-SERIES.
      * Maior numero e ultima data ja usados em cada serie, tirados
      * dos proprios documentos: o proximo numero nunca repete um
      * numero emitido, mesmo que series-fiscais.txt tenha ficado
      * para tras
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               PERFORM PROCURA-SERIE-DOC
               IF S > 0
                   IF WS-DOC-NUMERO(I) > WS-SER-MAIOR(S)
                       MOVE WS-DOC-NUMERO(I) TO WS-SER-MAIOR(S)
                   END-IF
                   IF WS-DOC-DATA(I) > WS-SER-ULT-DATA(S)
                       MOVE WS-DOC-DATA(I) TO WS-SER-ULT-DATA(S)
                   END-IF
               END-IF
           END-PERFORM.

       PROXIMO-NUMERO.
      * Numero seguinte da serie S
           IF WS-SER-MAIOR(S) > WS-SER-ULTIMO(S)
               MOVE WS-SER-MAIOR(S) TO WS-SER-ULTIMO(S)
           END-IF
           ADD 1 TO WS-SER-ULTIMO(S)
           MOVE WS-SER-ULTIMO(S) TO WS-SER-MAIOR(S).

       ESCREVE-DOCUMENTO.
      * Documento I acrescentado ao ficheiro (ja aberto em EXTEND);
      * nunca ha regravacao deste ficheiro
           MOVE SPACES TO LINHA-DOCUMENTO
           MOVE WS-DOC-TIPO(I) TO DOC-TIPO
           MOVE WS-DOC-SERIE(I) TO DOC-SERIE
           MOVE WS-DOC-NUMERO(I) TO DOC-NUMERO
           MOVE WS-DOC-DATA(I) TO DOC-DATA
           MOVE WS-DOC-ALUNO(I) TO DOC-ALUNO
           MOVE WS-DOC-MEMBRO(I) TO DOC-MEMBRO
           MOVE WS-DOC-NIF(I) TO DOC-NIF
           MOVE WS-DOC-NOME(I) TO DOC-NOME
           MOVE WS-DOC-VALOR(I) TO DOC-VALOR
           MOVE WS-DOC-RECIBO(I) TO DOC-RECIBO
           MOVE WS-DOC-MEIO(I) TO DOC-MEIO
           MOVE WS-DOC-ORIG-SERIE(I) TO DOC-ORIG-SERIE
           MOVE WS-DOC-ORIG-NUMERO(I) TO DOC-ORIG-NUMERO
           MOVE WS-DOC-MOTIVO(I) TO DOC-MOTIVO
           MOVE WS-DOC-DATA-SIS(I) TO DOC-DATA-SIS
           MOVE WS-DOC-HORA-SIS(I) TO DOC-HORA-SIS
           MOVE WS-DOC-OPERADOR(I) TO DOC-OPERADOR
           WRITE LINHA-DOCUMENTO.

       MONTA-NUMERO-DOC.
      * "FR FR2026/12" e ATCUD "codigo-12" do documento I (serie S)
           MOVE WS-DOC-NUMERO(I) TO WS-NUM-ED
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-NUM-XML
           MOVE SPACES TO WS-DOC-NO
           STRING WS-DOC-TIPO(I) " " FUNCTION TRIM(WS-DOC-SERIE(I))
               "/" FUNCTION TRIM(WS-NUM-XML)
               DELIMITED BY SIZE INTO WS-DOC-NO
           MOVE SPACES TO WS-ATCUD-DOC
           IF S > 0
               STRING FUNCTION TRIM(WS-SER-ATCUD(S)) "-"
                   FUNCTION TRIM(WS-NUM-XML)
                   DELIMITED BY SIZE INTO WS-ATCUD-DOC
           ELSE
               MOVE '0' TO WS-ATCUD-DOC
           END-IF.

       IMPRIME-DOCUMENTO.
      * Documento I (serie S) para documentos-impressao.txt, ja
      * aberto em EXTEND
           PERFORM MONTA-NUMERO-DOC
           MOVE ALL "-" TO LINHA-DOC-IMP
           WRITE LINHA-DOC-IMP
           MOVE SPACES TO LINHA-DOC-IMP
           STRING WS-EMP-NOME " NIF " WS-EMP-NIF
               DELIMITED BY SIZE INTO LINHA-DOC-IMP
           WRITE LINHA-DOC-IMP
           MOVE SPACES TO LINHA-DOC-IMP
           IF WS-DOC-TIPO(I) = 'FR'
               STRING "FATURA-RECIBO " WS-DOC-NO
                   DELIMITED BY SIZE INTO LINHA-DOC-IMP
           ELSE
               STRING "NOTA DE CREDITO " WS-DOC-NO
                   DELIMITED BY SIZE INTO LINHA-DOC-IMP
           END-IF
           WRITE LINHA-DOC-IMP
           MOVE SPACES TO LINHA-DOC-IMP
           STRING "ATCUD:" WS-ATCUD-DOC "  DATA " WS-DOC-DATA(I)
               DELIMITED BY SIZE INTO LINHA-DOC-IMP
           WRITE LINHA-DOC-IMP
           MOVE SPACES TO LINHA-DOC-IMP
           STRING "CLIENTE " WS-DOC-NOME(I) " NIF " WS-DOC-NIF(I)
               DELIMITED BY SIZE INTO LINHA-DOC-IMP
           WRITE LINHA-DOC-IMP
           MOVE WS-DOC-VALOR(I) TO WS-VALOR-ED
           MOVE SPACES TO LINHA-DOC-IMP
           STRING "ALUNO " WS-DOC-ALUNO(I) "  VALOR " WS-VALOR-ED
               "  IVA ISENTO (ART. 9 CIVA)"
               DELIMITED BY SIZE INTO LINHA-DOC-IMP
           WRITE LINHA-DOC-IMP
           MOVE SPACES TO LINHA-DOC-IMP
           IF WS-DOC-TIPO(I) = 'FR'
               STRING "RECIBO " WS-DOC-RECIBO(I) "  PAGO POR "
                   WS-DOC-MEIO(I)
                   DELIMITED BY SIZE INTO LINHA-DOC-IMP
           ELSE
               STRING "ANULA FR " WS-DOC-ORIG-SERIE(I) "/"
                   WS-DOC-ORIG-NUMERO(I) " " WS-DOC-MOTIVO(I)
                   DELIMITED BY SIZE INTO LINHA-DOC-IMP
           END-IF
           WRITE LINHA-DOC-IMP.

      ******************************************************************
      * Clientes
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

       CARREGA-FATURACAO.
           MOVE 0 TO WS-TOTAL-FATURACAO
           MOVE 'N' TO EOF-FATURACAO
           OPEN INPUT FICHEIRO-FATURACAO
           IF WS-FATURACAO-STATUS = '00' OR
               WS-FATURACAO-STATUS = '05'
               PERFORM UNTIL EOF-FATURACAO = 'S'
                   READ FICHEIRO-FATURACAO
                       AT END
                           MOVE 'S' TO EOF-FATURACAO
                       NOT AT END
                           IF EEF-MEMBRO NOT = SPACES AND
                               WS-TOTAL-FATURACAO < 200
                               ADD 1 TO WS-TOTAL-FATURACAO
                               MOVE WS-TOTAL-FATURACAO TO C
                               MOVE EEF-MEMBRO TO WS-FAT-MEMBRO(C)
                               MOVE EEF-NOME TO WS-FAT-NOME(C)
                               IF EEF-NIF IS NUMERIC
                                   MOVE EEF-NIF TO WS-FAT-NIF(C)
                               ELSE
                                   MOVE 0 TO WS-FAT-NIF(C)
                               END-IF
                               MOVE EEF-MORADA TO WS-FAT-MORADA(C)
                               MOVE EEF-CODPOSTAL
                                   TO WS-FAT-CODPOSTAL(C)
                               MOVE EEF-LOCALIDADE
                                   TO WS-FAT-LOCALIDADE(C)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FATURACAO
           END-IF.

       PROCURA-FATURACAO.
      * Ficha de faturacao do membro WS-CLI-MEMBRO em K (0 se nao)
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > WS-TOTAL-FATURACAO
               IF WS-FAT-MEMBRO(J) = WS-CLI-MEMBRO
                   MOVE J TO K
               END-IF
           END-PERFORM.

       DETERMINA-CLIENTE.
      * Cliente do documento de um aluno (RCB-ALUNO): o encarregado
      * ligado, com o nome e o NIF de faturacao; sem ligacao ou sem
      * NIF o documento sai a consumidor final
           MOVE SPACES TO WS-CLI-MEMBRO
           MOVE 'CONSUMIDOR FINAL' TO WS-CLI-NOME
           MOVE WS-NIF-CONSUMIDOR TO WS-CLI-NIF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TOTAL-LIGACOES
               IF WS-LIG-NUMERO(J) = RCB-ALUNO
                   MOVE WS-LIG-MEMBRO(J) TO WS-CLI-MEMBRO
               END-IF
           END-PERFORM
           IF WS-CLI-MEMBRO NOT = SPACES
               PERFORM PROCURA-FATURACAO
               IF K > 0
                   IF WS-FAT-NIF(K) NOT = 0
                       MOVE WS-FAT-NOME(K) TO WS-CLI-NOME
                       MOVE WS-FAT-NIF(K) TO WS-CLI-NIF
                   END-IF
               END-IF
           END-IF
           MOVE WS-CLI-NIF TO WS-NIF-TEXTO
           PERFORM VALIDA-NIF.

      ******************************************************************
      * Emissao das faturas-recibo
      ******************************************************************
       EMITIR-FATURAS-RECIBO.
      * Cada recibo ainda sem fatura-recibo, emitido desde a abertura
      * da serie FR ativa, passa a FR pela ordem dos recibos
           PERFORM CARREGA-EMPRESA
           PERFORM CARREGA-SERIES
           PERFORM CARREGA-DOCUMENTOS
           MOVE 'FR' TO WS-TIPO-DOC
           PERFORM PROCURA-SERIE-ATIVA
           EVALUATE TRUE
               WHEN WS-EMP-VALIDA NOT = 'S'
                   DISPLAY "Dados fiscais da escola em falta ou NIF"
                       " invalido (opcao 1)"
               WHEN WS-ACHADO = 0
                   DISPLAY "Nao ha serie FR ativa (opcao 2)"
               WHEN WS-DOC-CHEIA = 'S' OR WS-SER-CHEIA = 'S'
                   DISPLAY "Emissao bloqueada: tabelas cheias"
               WHEN OTHER
                   MOVE WS-ACHADO TO S
                   PERFORM CONVERTE-RECIBOS
           END-EVALUATE.

       CONVERTE-RECIBOS.
           PERFORM CARREGA-LIGACOES
           PERFORM CARREGA-FATURACAO
           MOVE 0 TO WS-EMITIDOS
           MOVE 0 TO WS-PENDENTES
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 'N' TO EOF-RECIBOS
           OPEN INPUT FICHEIRO-RECIBOS
           IF WS-RECIBOS-STATUS = '00' OR WS-RECIBOS-STATUS = '05'
               OPEN EXTEND FICHEIRO-DOCUMENTOS
               OPEN EXTEND FICHEIRO-DOC-IMP
               PERFORM UNTIL EOF-RECIBOS = 'S'
                   READ FICHEIRO-RECIBOS
                       AT END
                           MOVE 'S' TO EOF-RECIBOS
                       NOT AT END
                           PERFORM AVALIA-RECIBO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DOC-IMP
               CLOSE FICHEIRO-DOCUMENTOS
               CLOSE FICHEIRO-RECIBOS
           END-IF
           IF WS-EMITIDOS > 0
               PERFORM GRAVA-SERIES
           END-IF
           DISPLAY WS-EMITIDOS " fatura(s)-recibo emitida(s) na serie "
               WS-SER-CODIGO(S)
           IF WS-PENDENTES > 0
               DISPLAY WS-PENDENTES " recibo(s) por faturar; corrija"
                   " o NIF do encarregado e repita"
           END-IF.

       AVALIA-RECIBO.
           IF RCB-NUMERO IS NUMERIC AND RCB-VALOR IS NUMERIC AND
               RCB-DATA IS NUMERIC AND RCB-ORIGEM NOT = 'CART'
               IF RCB-VALOR > 0 AND RCB-DATA >= WS-SER-DATA(S)
                   MOVE 0 TO WS-ACHADO
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TOTAL-DOC OR WS-ACHADO > 0
                       IF WS-DOC-TIPO(I) = 'FR' AND
                           WS-DOC-RECIBO(I) = RCB-NUMERO
                           MOVE I TO WS-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-ACHADO = 0
                       PERFORM FATURA-RECIBO-LIDO
                   END-IF
               END-IF
           END-IF.

       FATURA-RECIBO-LIDO.
           PERFORM DETERMINA-CLIENTE
           EVALUATE TRUE
               WHEN WS-NIF-VALIDO NOT = 'S'
                   DISPLAY "Recibo " RCB-NUMERO ": NIF " WS-CLI-NIF
                       " de " WS-CLI-MEMBRO " invalido"
                   ADD 1 TO WS-PENDENTES
               WHEN WS-TOTAL-DOC >= 5000
                   ADD 1 TO WS-PENDENTES
               WHEN OTHER
                   PERFORM EMITE-FR
           END-EVALUATE.

       EMITE-FR.
      * A data da FR e a do pagamento; se for anterior ao ultimo
      * documento da serie fica com a data desse, para as datas da
      * serie nunca andarem para tras
           PERFORM PROXIMO-NUMERO
           ADD 1 TO WS-TOTAL-DOC
           MOVE WS-TOTAL-DOC TO I
           MOVE 'FR' TO WS-DOC-TIPO(I)
           MOVE WS-SER-CODIGO(S) TO WS-DOC-SERIE(I)
           MOVE WS-SER-ULTIMO(S) TO WS-DOC-NUMERO(I)
           MOVE RCB-DATA TO WS-DOC-DATA(I)
           IF WS-DOC-DATA(I) < WS-SER-ULT-DATA(S)
               MOVE WS-SER-ULT-DATA(S) TO WS-DOC-DATA(I)
           END-IF
           MOVE WS-DOC-DATA(I) TO WS-SER-ULT-DATA(S)
           MOVE RCB-ALUNO TO WS-DOC-ALUNO(I)
           MOVE WS-CLI-MEMBRO TO WS-DOC-MEMBRO(I)
           MOVE WS-CLI-NIF TO WS-DOC-NIF(I)
           MOVE WS-CLI-NOME TO WS-DOC-NOME(I)
           MOVE RCB-VALOR TO WS-DOC-VALOR(I)
           MOVE RCB-NUMERO TO WS-DOC-RECIBO(I)
           MOVE RCB-TIPO TO WS-DOC-MEIO(I)
           MOVE SPACES TO WS-DOC-ORIG-SERIE(I)
           MOVE 0 TO WS-DOC-ORIG-NUMERO(I)
           MOVE SPACES TO WS-DOC-MOTIVO(I)
           MOVE WS-DATA TO WS-DOC-DATA-SIS(I)
           MOVE WS-HORA TO WS-DOC-HORA-SIS(I)
           MOVE WS-OPERADOR TO WS-DOC-OPERADOR(I)
           PERFORM ESCREVE-DOCUMENTO
           PERFORM IMPRIME-DOCUMENTO
           ADD 1 TO WS-EMITIDOS.

      ******************************************************************
      * Nota de credito
      ******************************************************************
       EMITIR-NOTA-CREDITO.
      * Unica forma de corrigir uma FR emitida: a NC referencia a FR
      * e nunca passa o valor ainda nao creditado
           PERFORM CARREGA-EMPRESA
           PERFORM CARREGA-SERIES
           PERFORM CARREGA-DOCUMENTOS
           MOVE 'NC' TO WS-TIPO-DOC
           PERFORM PROCURA-SERIE-ATIVA
           EVALUATE TRUE
               WHEN WS-EMP-VALIDA NOT = 'S'
                   DISPLAY "Dados fiscais da escola em falta ou NIF"
                       " invalido (opcao 1)"
               WHEN WS-ACHADO = 0
                   DISPLAY "Nao ha serie NC ativa (opcao 2)"
               WHEN WS-DOC-CHEIA = 'S' OR WS-SER-CHEIA = 'S' OR
                   WS-TOTAL-DOC >= 5000
                   DISPLAY "Emissao bloqueada: tabelas cheias"
               WHEN OTHER
                   MOVE WS-ACHADO TO S
                   PERFORM PEDE-FATURA-A-CREDITAR
           END-EVALUATE.

       PEDE-FATURA-A-CREDITAR.
           DISPLAY "SERIE DA FATURA-RECIBO: " WITH NO ADVANCING
           MOVE SPACES TO WS-SERIE-PEDIDA
           ACCEPT WS-SERIE-PEDIDA
           MOVE FUNCTION UPPER-CASE(WS-SERIE-PEDIDA)
               TO WS-SERIE-PEDIDA
           DISPLAY "NUMERO DA FATURA-RECIBO: " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           COMPUTE WS-NUMERO-PEDIDO = FUNCTION NUMVAL(WS-NUM-TEXTO)
           MOVE 0 TO WS-ACHADO
           MOVE 0 TO WS-CREDITADO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               IF WS-DOC-TIPO(I) = 'FR' AND
                   WS-DOC-SERIE(I) = WS-SERIE-PEDIDA AND
                   WS-DOC-NUMERO(I) = WS-NUMERO-PEDIDO
                   MOVE I TO WS-ACHADO
               END-IF
               IF WS-DOC-TIPO(I) = 'NC' AND
                   WS-DOC-ORIG-SERIE(I) = WS-SERIE-PEDIDA AND
                   WS-DOC-ORIG-NUMERO(I) = WS-NUMERO-PEDIDO
                   ADD WS-DOC-VALOR(I) TO WS-CREDITADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 0
               DISPLAY "Fatura-recibo " WS-SERIE-PEDIDA "/"
                   WS-NUMERO-PEDIDO " nao existe"
           ELSE
               COMPUTE WS-DISPONIVEL =
                   WS-DOC-VALOR(WS-ACHADO) - WS-CREDITADO
               IF WS-DISPONIVEL = 0
                   DISPLAY "Fatura-recibo ja totalmente creditada"
               ELSE
                   PERFORM PEDE-VALOR-NOTA-CREDITO
               END-IF
           END-IF.

       PEDE-VALOR-NOTA-CREDITO.
           MOVE WS-ACHADO TO C
           MOVE WS-DOC-VALOR(C) TO WS-VALOR-ED
           DISPLAY "Cliente " WS-DOC-NOME(C) " NIF " WS-DOC-NIF(C)
           DISPLAY "Valor da FR " WS-VALOR-ED
           MOVE WS-DISPONIVEL TO WS-VALOR-ED
           DISPLAY "VALOR A CREDITAR (ENTER = " WS-VALOR-ED "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-TEXTO
           ACCEPT WS-NUM-TEXTO
           IF WS-NUM-TEXTO = SPACES
               MOVE WS-DISPONIVEL TO WS-VALOR-NC
           ELSE
               COMPUTE WS-VALOR-NC = FUNCTION NUMVAL(WS-NUM-TEXTO)
           END-IF
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-VALOR-NC = 0 OR WS-VALOR-NC > WS-DISPONIVEL
                   DISPLAY "Valor invalido, nada emitido"
               WHEN WS-MOTIVO = SPACES
                   DISPLAY "Motivo obrigatorio, nada emitido"
               WHEN OTHER
                   MOVE WS-VALOR-NC TO WS-VALOR-ED
                   DISPLAY "EMITIR NC DE " WS-VALOR-ED "? (S/N): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM EMITE-NC
                   ELSE
                       DISPLAY "Nada emitido"
                   END-IF
           END-EVALUATE.

       EMITE-NC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM PROXIMO-NUMERO
           ADD 1 TO WS-TOTAL-DOC
           MOVE WS-TOTAL-DOC TO I
           MOVE 'NC' TO WS-DOC-TIPO(I)
           MOVE WS-SER-CODIGO(S) TO WS-DOC-SERIE(I)
           MOVE WS-SER-ULTIMO(S) TO WS-DOC-NUMERO(I)
           MOVE WS-DATA TO WS-DOC-DATA(I)
           IF WS-DOC-DATA(I) < WS-SER-ULT-DATA(S)
               MOVE WS-SER-ULT-DATA(S) TO WS-DOC-DATA(I)
           END-IF
           MOVE WS-DOC-ALUNO(C) TO WS-DOC-ALUNO(I)
           MOVE WS-DOC-MEMBRO(C) TO WS-DOC-MEMBRO(I)
           MOVE WS-DOC-NIF(C) TO WS-DOC-NIF(I)
           MOVE WS-DOC-NOME(C) TO WS-DOC-NOME(I)
           MOVE WS-VALOR-NC TO WS-DOC-VALOR(I)
           MOVE 0 TO WS-DOC-RECIBO(I)
           MOVE WS-DOC-MEIO(C) TO WS-DOC-MEIO(I)
           MOVE WS-DOC-SERIE(C) TO WS-DOC-ORIG-SERIE(I)
           MOVE WS-DOC-NUMERO(C) TO WS-DOC-ORIG-NUMERO(I)
           MOVE WS-MOTIVO TO WS-DOC-MOTIVO(I)
           MOVE WS-DATA TO WS-DOC-DATA-SIS(I)
           MOVE WS-HORA TO WS-DOC-HORA-SIS(I)
           MOVE WS-OPERADOR TO WS-DOC-OPERADOR(I)
           OPEN EXTEND FICHEIRO-DOCUMENTOS
           PERFORM ESCREVE-DOCUMENTO
           CLOSE FICHEIRO-DOCUMENTOS
           OPEN EXTEND FICHEIRO-DOC-IMP
           PERFORM IMPRIME-DOCUMENTO
           CLOSE FICHEIRO-DOC-IMP
           PERFORM GRAVA-SERIES
           DISPLAY "Nota de credito " WS-DOC-NO " emitida".

      ******************************************************************
      * Consulta e verificacao do mes
      ******************************************************************
       PEDE-MES.
           DISPLAY "MES (AAAAMM): " WITH NO ADVANCING
           MOVE SPACES TO WS-MES-TEXTO
           ACCEPT WS-MES-TEXTO
           MOVE 0 TO WS-MES
           IF WS-MES-TEXTO IS NUMERIC
               MOVE WS-MES-TEXTO TO WS-MES
               IF WS-MES-TEXTO(5 : 2) < '01' OR
                   WS-MES-TEXTO(5 : 2) > '12'
                   MOVE 0 TO WS-MES
               END-IF
           END-IF
           IF WS-MES = 0
               DISPLAY "Mes invalido"
           END-IF.

       LISTAR-DOCUMENTOS.
           PERFORM PEDE-MES
           IF WS-MES > 0
               PERFORM CARREGA-DOCUMENTOS
               MOVE 0 TO WS-TOTAL-FR
               MOVE 0 TO WS-TOTAL-NC
               MOVE 0 TO WS-CONTA-MES
               DISPLAY "TP SERIE  NUMERO DATA     ALUNO NIF      "
                   "     VALOR ORIGEM"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
                   DIVIDE WS-DOC-DATA(I) BY 100 GIVING WS-MES-DOC
                   IF WS-MES-DOC = WS-MES
                       ADD 1 TO WS-CONTA-MES
                       MOVE WS-DOC-VALOR(I) TO WS-VALOR-ED
                       IF WS-DOC-TIPO(I) = 'FR'
                           ADD WS-DOC-VALOR(I) TO WS-TOTAL-FR
                           DISPLAY WS-DOC-TIPO(I) " "
                               WS-DOC-SERIE(I) " " WS-DOC-NUMERO(I)
                               " " WS-DOC-DATA(I) " "
                               WS-DOC-ALUNO(I) " " WS-DOC-NIF(I)
                               " " WS-VALOR-ED " REC "
                               WS-DOC-RECIBO(I)
                       ELSE
                           ADD WS-DOC-VALOR(I) TO WS-TOTAL-NC
                           DISPLAY WS-DOC-TIPO(I) " "
                               WS-DOC-SERIE(I) " " WS-DOC-NUMERO(I)
                               " " WS-DOC-DATA(I) " "
                               WS-DOC-ALUNO(I) " " WS-DOC-NIF(I)
                               " " WS-VALOR-ED " "
                               WS-DOC-ORIG-SERIE(I) "/"
                               WS-DOC-ORIG-NUMERO(I)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-CONTA-MES TO WS-CONTA-ED
               MOVE WS-TOTAL-FR TO WS-SOMA-ED
               DISPLAY WS-CONTA-ED " documento(s); FR " WS-SOMA-ED
               MOVE WS-TOTAL-NC TO WS-SOMA-ED
               DISPLAY "     NC " WS-SOMA-ED
           END-IF.

       VERIFICAR-MES.
           PERFORM PEDE-MES
           IF WS-MES > 0
               PERFORM CARREGA-EMPRESA
               PERFORM CARREGA-SERIES
               PERFORM CARREGA-DOCUMENTOS
               PERFORM VERIFICA-MES
               IF WS-ERROS = 0
                   DISPLAY "Mes " WS-MES " pronto para exportar"
               ELSE
                   DISPLAY "Mes " WS-MES " recusado: " WS-ERROS
                       " problema(s)"
               END-IF
           END-IF.

       VERIFICA-MES.
      * Recusa o mes se a numeracao de alguma serie salta ou repete
      * ate ao fim do mes, se as datas andam para tras, se ha
      * documentos de series nao registadas ou se algum documento
      * do mes (ou a propria escola) tem NIF com controlo errado
           MOVE 0 TO WS-ERROS
           IF WS-DOC-CHEIA = 'S'
               DISPLAY "documentos-fiscais.txt nao coube na tabela"
               ADD 1 TO WS-ERROS
           END-IF
           IF WS-EMP-VALIDA NOT = 'S'
               DISPLAY "NIF ou nome da escola em falta ou invalido"
               ADD 1 TO WS-ERROS
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-TOTAL-SER
               PERFORM VERIFICA-SERIE
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               PERFORM VERIFICA-DOCUMENTO
           END-PERFORM.

       VERIFICA-SERIE.
           MOVE 1 TO WS-ESPERADO
           MOVE 0 TO WS-DATA-ANT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               DIVIDE WS-DOC-DATA(I) BY 100 GIVING WS-MES-DOC
               IF WS-DOC-SERIE(I) = WS-SER-CODIGO(S) AND
                   WS-MES-DOC <= WS-MES
                   IF WS-DOC-NUMERO(I) NOT = WS-ESPERADO
                       DISPLAY "Serie " WS-SER-CODIGO(S)
                           ": documento " WS-DOC-NUMERO(I)
                           " onde devia estar o " WS-ESPERADO
                       ADD 1 TO WS-ERROS
                   END-IF
                   IF WS-DOC-DATA(I) < WS-DATA-ANT
                       DISPLAY "Serie " WS-SER-CODIGO(S)
                           ": documento " WS-DOC-NUMERO(I)
                           " com data anterior ao anterior"
                       ADD 1 TO WS-ERROS
                   END-IF
                   IF WS-DOC-TIPO(I) NOT = WS-SER-TIPO(S)
                       DISPLAY "Serie " WS-SER-CODIGO(S)
                           ": documento " WS-DOC-NUMERO(I)
                           " de tipo " WS-DOC-TIPO(I)
                       ADD 1 TO WS-ERROS
                   END-IF
                   COMPUTE WS-ESPERADO = WS-DOC-NUMERO(I) + 1
                   MOVE WS-DOC-DATA(I) TO WS-DATA-ANT
               END-IF
           END-PERFORM
           IF WS-SER-ULTIMO(S) > WS-SER-MAIOR(S)
               DISPLAY "Serie " WS-SER-CODIGO(S) ": numeros ate "
                   WS-SER-ULTIMO(S) " atribuidos mas so ha"
                   " documentos ate " WS-SER-MAIOR(S)
               ADD 1 TO WS-ERROS
           END-IF.

       VERIFICA-DOCUMENTO.
           DIVIDE WS-DOC-DATA(I) BY 100 GIVING WS-MES-DOC
           IF WS-MES-DOC <= WS-MES
               PERFORM PROCURA-SERIE-DOC
               IF S = 0
                   DISPLAY "Documento " WS-DOC-TIPO(I) " "
                       WS-DOC-SERIE(I) "/" WS-DOC-NUMERO(I)
                       " de serie nao registada"
                   ADD 1 TO WS-ERROS
               END-IF
           END-IF
           IF WS-MES-DOC = WS-MES
               MOVE WS-DOC-NIF(I) TO WS-NIF-TEXTO
               PERFORM VALIDA-NIF
               IF WS-NIF-VALIDO NOT = 'S'
                   DISPLAY "Documento " WS-DOC-TIPO(I) " "
                       WS-DOC-SERIE(I) "/" WS-DOC-NUMERO(I)
                       " com NIF " WS-DOC-NIF(I) " invalido"
                   ADD 1 TO WS-ERROS
               END-IF
           END-IF.

      ******************************************************************
      * Exportacao SAF-T (PT) 1.04_01
      ******************************************************************
       EXPORTAR-SAFT.
           PERFORM PEDE-MES
           IF WS-MES > 0
               PERFORM CARREGA-EMPRESA
               PERFORM CARREGA-SERIES
               PERFORM CARREGA-DOCUMENTOS
               PERFORM VERIFICA-MES
               IF WS-ERROS > 0
                   DISPLAY "Exportacao recusada: " WS-ERROS
                       " problema(s) no mes " WS-MES
               ELSE
                   PERFORM CARREGA-FATURACAO
                   PERFORM ESCREVE-SAFT
               END-IF
           END-IF.

       DATA-EM-ISO.
      * WS-DATA-TEXTO (aaaammdd) para aaaa-mm-dd
           MOVE SPACES TO WS-DATA-ISO
           STRING WS-DATA-TEXTO(1 : 4) "-" WS-DATA-TEXTO(5 : 2) "-"
               WS-DATA-TEXTO(7 : 2)
               DELIMITED BY SIZE INTO WS-DATA-ISO.

       VALOR-EM-XML.
      * WS-VALOR-ED ja preenchido; o XML quer o valor sem espacos
           MOVE FUNCTION TRIM(WS-VALOR-ED) TO WS-VALOR-XML.

       ESCREVE-SAFT.
           COMPUTE WS-MES-INI = WS-MES * 100 + 1
           IF WS-MES-TEXTO(5 : 2) = '12'
               COMPUTE WS-MES-SEGUINTE = (WS-MES + 89) * 100 + 1
           ELSE
               COMPUTE WS-MES-SEGUINTE = (WS-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1)
           PERFORM MONTA-CLIENTES
           MOVE 0 TO WS-CONTA-MES
           MOVE 0 TO WS-TOTAL-FR
           MOVE 0 TO WS-TOTAL-NC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               DIVIDE WS-DOC-DATA(I) BY 100 GIVING WS-MES-DOC
               IF WS-MES-DOC = WS-MES
                   ADD 1 TO WS-CONTA-MES
                   IF WS-DOC-TIPO(I) = 'FR'
                       ADD WS-DOC-VALOR(I) TO WS-TOTAL-FR
                   ELSE
                       ADD WS-DOC-VALOR(I) TO WS-TOTAL-NC
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT FICHEIRO-SAFT
           PERFORM ESCREVE-CABECALHO-SAFT
           PERFORM ESCREVE-TABELAS-SAFT
           PERFORM ESCREVE-DOCUMENTOS-SAFT
           MOVE '</SourceDocuments></AuditFile>' TO LINHA-SAFT
           WRITE LINHA-SAFT
           CLOSE FICHEIRO-SAFT
           MOVE WS-CONTA-MES TO WS-CONTA-ED
           DISPLAY "saft-pt.xml gravado: " WS-CONTA-ED
               " documento(s), " WS-TOTAL-CLI " cliente(s) do mes "
               WS-MES.

       MONTA-CLIENTES.
      * Um cliente por NIF dos documentos do mes; consumidor final
      * e sempre o cliente CF
           MOVE 0 TO WS-TOTAL-CLI
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               DIVIDE WS-DOC-DATA(I) BY 100 GIVING WS-MES-DOC
               IF WS-MES-DOC = WS-MES
                   PERFORM ID-CLIENTE-DOC
                   MOVE 0 TO WS-ACHADO
                   PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > WS-TOTAL-CLI
                       IF WS-CLI-T-ID(C) = WS-CLI-ID
                           MOVE C TO WS-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-ACHADO = 0 AND WS-TOTAL-CLI < 500
                       ADD 1 TO WS-TOTAL-CLI
                       MOVE WS-TOTAL-CLI TO C
                       MOVE WS-CLI-ID TO WS-CLI-T-ID(C)
                       MOVE WS-DOC-NIF(I) TO WS-CLI-T-NIF(C)
                       MOVE WS-DOC-NOME(I) TO WS-CLI-T-NOME(C)
                       MOVE WS-DOC-MEMBRO(I) TO WS-CLI-T-MEMBRO(C)
                   END-IF
               END-IF
           END-PERFORM.

       ID-CLIENTE-DOC.
           IF WS-DOC-NIF(I) = WS-NIF-CONSUMIDOR
               MOVE 'CF' TO WS-CLI-ID
           ELSE
               MOVE WS-DOC-NIF(I) TO WS-CLI-ID
           END-IF.

       ESCREVE-CABECALHO-SAFT.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:'
               'PT_1.04_01">'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<Header><AuditFileVersion>1.04_01'
               '</AuditFileVersion><CompanyID>' WS-EMP-NIF
               '</CompanyID><TaxRegistrationNumber>' WS-EMP-NIF
               '</TaxRegistrationNumber>'
               '<TaxAccountingBasis>F</TaxAccountingBasis>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<CompanyName>' FUNCTION TRIM(WS-EMP-NOME)
               '</CompanyName><CompanyAddress><AddressDetail>'
               FUNCTION TRIM(WS-EMP-MORADA) '</AddressDetail><City>'
               FUNCTION TRIM(WS-EMP-LOCALIDADE) '</City><PostalCode>'
               FUNCTION TRIM(WS-EMP-CODPOSTAL)
               '</PostalCode><Country>PT</Country></CompanyAddress>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-MES-INI TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SAFT
           STRING '<FiscalYear>' WS-MES-TEXTO(1 : 4)
               '</FiscalYear><StartDate>' WS-DATA-ISO '</StartDate>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-MES-FIM TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SAFT
           STRING '<EndDate>' WS-DATA-ISO '</EndDate>'
               '<CurrencyCode>EUR</CurrencyCode>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-DATA TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SAFT
           STRING '<DateCreated>' WS-DATA-ISO '</DateCreated>'
               '<TaxEntity>Global</TaxEntity><ProductCompanyTaxID>'
               WS-EMP-NIF '</ProductCompanyTaxID>'
               '<SoftwareCertificateNumber>0'
               '</SoftwareCertificateNumber>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<ProductID>GESTAO ESCOLAR/'
               FUNCTION TRIM(WS-EMP-NOME) '</ProductID>'
               '<ProductVersion>1.0</ProductVersion></Header>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT.

       ESCREVE-TABELAS-SAFT.
           MOVE '<MasterFiles>' TO LINHA-SAFT
           WRITE LINHA-SAFT
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOTAL-CLI
               PERFORM ESCREVE-CLIENTE-SAFT
           END-PERFORM
           MOVE SPACES TO LINHA-SAFT
           STRING '<Product><ProductType>S</ProductType>'
               '<ProductCode>PROPINA</ProductCode>'
               '<ProductDescription>Propinas e servicos escolares'
               '</ProductDescription>'
               '<ProductNumberCode>PROPINA</ProductNumberCode>'
               '</Product>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<TaxTable><TaxTableEntry><TaxType>IVA</TaxType>'
               '<TaxCountryRegion>PT</TaxCountryRegion>'
               '<TaxCode>ISE</TaxCode><Description>Isento'
               '</Description><TaxPercentage>0</TaxPercentage>'
               '</TaxTableEntry></TaxTable></MasterFiles>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT.

       ESCREVE-CLIENTE-SAFT.
      * Morada da ficha de faturacao do encarregado; consumidor
      * final e clientes sem morada ficam "Desconhecido"
           MOVE 'Desconhecido' TO WS-MORADA-XML
           MOVE 'Desconhecido' TO WS-CODPOSTAL-XML
           MOVE 'Desconhecido' TO WS-LOCALIDADE-XML
           MOVE 'Desconhecido' TO WS-PAIS-XML
           IF WS-CLI-T-ID(C) NOT = 'CF'
               MOVE 'PT' TO WS-PAIS-XML
               MOVE WS-CLI-T-MEMBRO(C) TO WS-CLI-MEMBRO
               PERFORM PROCURA-FATURACAO
               IF K > 0
                   IF WS-FAT-MORADA(K) NOT = SPACES
                       MOVE WS-FAT-MORADA(K) TO WS-MORADA-XML
                   END-IF
                   IF WS-FAT-CODPOSTAL(K) NOT = SPACES
                       MOVE WS-FAT-CODPOSTAL(K) TO WS-CODPOSTAL-XML
                   END-IF
                   IF WS-FAT-LOCALIDADE(K) NOT = SPACES
                       MOVE WS-FAT-LOCALIDADE(K)
                           TO WS-LOCALIDADE-XML
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO LINHA-SAFT
           STRING '<Customer><CustomerID>' FUNCTION TRIM(
               WS-CLI-T-ID(C)) '</CustomerID><AccountID>Desconhecido'
               '</AccountID><CustomerTaxID>' WS-CLI-T-NIF(C)
               '</CustomerTaxID><CompanyName>'
               FUNCTION TRIM(WS-CLI-T-NOME(C)) '</CompanyName>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<BillingAddress><AddressDetail>'
               FUNCTION TRIM(WS-MORADA-XML) '</AddressDetail><City>'
               FUNCTION TRIM(WS-LOCALIDADE-XML)
               '</City><PostalCode>' FUNCTION TRIM(WS-CODPOSTAL-XML)
               '</PostalCode><Country>' FUNCTION TRIM(WS-PAIS-XML)
               '</Country></BillingAddress>'
               '<SelfBillingIndicator>0</SelfBillingIndicator>'
               '</Customer>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT.

       ESCREVE-DOCUMENTOS-SAFT.
           MOVE WS-CONTA-MES TO WS-CONTA-ED
           MOVE '<SourceDocuments>' TO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-TOTAL-NC TO WS-SOMA-ED
           MOVE FUNCTION TRIM(WS-SOMA-ED) TO WS-VALOR-XML
           MOVE SPACES TO LINHA-SAFT
           STRING '<SalesInvoices><NumberOfEntries>'
               FUNCTION TRIM(WS-CONTA-ED) '</NumberOfEntries>'
               '<TotalDebit>' FUNCTION TRIM(WS-VALOR-XML)
               '</TotalDebit>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-TOTAL-FR TO WS-SOMA-ED
           MOVE SPACES TO LINHA-SAFT
           STRING '<TotalCredit>' FUNCTION TRIM(WS-SOMA-ED)
               '</TotalCredit>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-DOC
               DIVIDE WS-DOC-DATA(I) BY 100 GIVING WS-MES-DOC
               IF WS-MES-DOC = WS-MES
                   PERFORM ESCREVE-FATURA-SAFT
               END-IF
           END-PERFORM
           MOVE '</SalesInvoices>' TO LINHA-SAFT
           WRITE LINHA-SAFT
      * As faturas-recibo levam o pagamento no proprio documento;
      * nao ha recibos avulsos (RG) a declarar
           MOVE SPACES TO LINHA-SAFT
           STRING '<Payments><NumberOfEntries>0</NumberOfEntries>'
               '<TotalDebit>0.00</TotalDebit><TotalCredit>0.00'
               '</TotalCredit></Payments>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT.

       ESCREVE-FATURA-SAFT.
           PERFORM PROCURA-SERIE-DOC
           PERFORM MONTA-NUMERO-DOC
           PERFORM ID-CLIENTE-DOC
           MOVE WS-DOC-DATA-SIS(I) TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE WS-DOC-HORA-SIS(I) TO WS-HORA-TEXTO
           MOVE SPACES TO LINHA-SAFT
           STRING '<Invoice><InvoiceNo>' FUNCTION TRIM(WS-DOC-NO)
               '</InvoiceNo><ATCUD>' FUNCTION TRIM(WS-ATCUD-DOC)
               '</ATCUD><DocumentStatus><InvoiceStatus>N'
               '</InvoiceStatus><InvoiceStatusDate>' WS-DATA-ISO 'T'
               WS-HORA-TEXTO(1 : 2) ':' WS-HORA-TEXTO(3 : 2) ':'
               WS-HORA-TEXTO(5 : 2) '</InvoiceStatusDate>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<SourceID>' FUNCTION TRIM(WS-DOC-OPERADOR(I))
               '</SourceID><SourceBilling>P</SourceBilling>'
               '</DocumentStatus><Hash>0</Hash>'
               '<HashControl>0</HashControl><Period>'
               WS-MES-TEXTO(5 : 2) '</Period>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-DOC-DATA(I) TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SAFT
           STRING '<InvoiceDate>' WS-DATA-ISO '</InvoiceDate>'
               '<InvoiceType>' WS-DOC-TIPO(I) '</InvoiceType>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<SpecialRegimes><SelfBillingIndicator>0'
               '</SelfBillingIndicator><CashVATSchemeIndicator>0'
               '</CashVATSchemeIndicator>'
               '<ThirdPartiesBillingIndicator>0'
               '</ThirdPartiesBillingIndicator></SpecialRegimes>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE WS-DOC-DATA-SIS(I) TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SAFT
           STRING '<SourceID>' FUNCTION TRIM(WS-DOC-OPERADOR(I))
               '</SourceID><SystemEntryDate>' WS-DATA-ISO 'T'
               WS-HORA-TEXTO(1 : 2) ':' WS-HORA-TEXTO(3 : 2) ':'
               WS-HORA-TEXTO(5 : 2) '</SystemEntryDate><CustomerID>'
               FUNCTION TRIM(WS-CLI-ID) '</CustomerID>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           PERFORM ESCREVE-LINHA-SAFT
           PERFORM ESCREVE-TOTAIS-SAFT
           MOVE '</Invoice>' TO LINHA-SAFT
           WRITE LINHA-SAFT.

       ESCREVE-LINHA-SAFT.
           MOVE WS-DOC-VALOR(I) TO WS-VALOR-ED
           PERFORM VALOR-EM-XML
           MOVE WS-DOC-DATA(I) TO WS-DATA-TEXTO
           PERFORM DATA-EM-ISO
           MOVE SPACES TO LINHA-SAFT
           STRING '<Line><LineNumber>1</LineNumber>'
               '<ProductCode>PROPINA</ProductCode>'
               '<ProductDescription>Propinas e servicos escolares'
               '</ProductDescription><Quantity>1</Quantity>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<UnitOfMeasure>UN</UnitOfMeasure><UnitPrice>'
               FUNCTION TRIM(WS-VALOR-XML) '</UnitPrice>'
               '<TaxPointDate>' WS-DATA-ISO '</TaxPointDate>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           IF WS-DOC-TIPO(I) = 'NC'
               MOVE WS-DOC-ORIG-NUMERO(I) TO WS-NUM-ED
               MOVE SPACES TO LINHA-SAFT
               STRING '<References><Reference>FR '
                   FUNCTION TRIM(WS-DOC-ORIG-SERIE(I)) '/'
                   FUNCTION TRIM(WS-NUM-ED) '</Reference><Reason>'
                   FUNCTION TRIM(WS-DOC-MOTIVO(I))
                   '</Reason></References>'
                   DELIMITED BY SIZE INTO LINHA-SAFT
               WRITE LINHA-SAFT
           END-IF
           MOVE SPACES TO LINHA-SAFT
           IF WS-DOC-TIPO(I) = 'FR'
               STRING '<Description>Pagamento aluno ' WS-DOC-ALUNO(I)
                   ' recibo ' WS-DOC-RECIBO(I) '</Description>'
                   '<CreditAmount>' FUNCTION TRIM(WS-VALOR-XML)
                   '</CreditAmount>'
                   DELIMITED BY SIZE INTO LINHA-SAFT
           ELSE
               STRING '<Description>Credito aluno ' WS-DOC-ALUNO(I)
                   '</Description><DebitAmount>'
                   FUNCTION TRIM(WS-VALOR-XML) '</DebitAmount>'
                   DELIMITED BY SIZE INTO LINHA-SAFT
           END-IF
           WRITE LINHA-SAFT
           MOVE SPACES TO LINHA-SAFT
           STRING '<Tax><TaxType>IVA</TaxType><TaxCountryRegion>PT'
               '</TaxCountryRegion><TaxCode>ISE</TaxCode>'
               '<TaxPercentage>0</TaxPercentage></Tax>'
               '<TaxExemptionReason>Isento artigo 9.o do CIVA'
               '</TaxExemptionReason><TaxExemptionCode>M07'
               '</TaxExemptionCode></Line>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT.

       ESCREVE-TOTAIS-SAFT.
           MOVE SPACES TO LINHA-SAFT
           STRING '<DocumentTotals><TaxPayable>0.00</TaxPayable>'
               '<NetTotal>' FUNCTION TRIM(WS-VALOR-XML) '</NetTotal>'
               '<GrossTotal>' FUNCTION TRIM(WS-VALOR-XML)
               '</GrossTotal>'
               DELIMITED BY SIZE INTO LINHA-SAFT
           WRITE LINHA-SAFT
           IF WS-DOC-TIPO(I) = 'FR'
               EVALUATE WS-DOC-MEIO(I)
                   WHEN 'NUM'
                       MOVE 'NU' TO WS-MEIO-SAFT
                   WHEN 'MB'
                       MOVE 'MB' TO WS-MEIO-SAFT
                   WHEN 'TRF'
                       MOVE 'TB' TO WS-MEIO-SAFT
                   WHEN 'SDD'
                       MOVE 'TB' TO WS-MEIO-SAFT
                   WHEN 'CHQ'
                       MOVE 'CH' TO WS-MEIO-SAFT
                   WHEN OTHER
                       MOVE 'OU' TO WS-MEIO-SAFT
               END-EVALUATE
               MOVE SPACES TO LINHA-SAFT
               STRING '<Payment><PaymentMechanism>' WS-MEIO-SAFT
                   '</PaymentMechanism><PaymentAmount>'
                   FUNCTION TRIM(WS-VALOR-XML) '</PaymentAmount>'
                   '<PaymentDate>' WS-DATA-ISO '</PaymentDate>'
                   '</Payment>'
                   DELIMITED BY SIZE INTO LINHA-SAFT
               WRITE LINHA-SAFT
           END-IF
           MOVE '</DocumentTotals>' TO LINHA-SAFT
           WRITE LINHA-SAFT.

       END PROGRAM FATURACAO.
