      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comunicacoes as familias: consulta da caixa de
      *          saida (caixa-saida.txt, posta pelo modulo
      *          REGISTA-MENSAGEM), exportacao diaria para o gateway
      *          de SMS/email em colunas fixas (gateway-envio.txt,
      *          cabecalho, um detalhe por mensagem e trailer com a
      *          contagem; repetir no mesmo dia volta a levar o lote
      *          todo do dia), importacao do ficheiro de estados
      *          devolvido pelo gateway (gateway-estados.txt:
      *          ENTREGUE ou FALHADA), historico das comunicacoes de
      *          um encarregado e relatorio das entregas falhadas,
      *          que caem para carta em papel (cartas-comunicacoes.txt
      *          pelo spooler) junto com as de quem nao tem contacto
      *          eletronico
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUNICACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHEIRO-CAIXA
               ASSIGN TO 'caixa-saida.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXA-STATUS.
           SELECT FICHEIRO-EXPORT ASSIGN TO 'gateway-envio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT OPTIONAL FICHEIRO-ESTADOS
               ASSIGN TO 'gateway-estados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADOS-STATUS.
           SELECT FICHEIRO-CARTAS ASSIGN TO 'cartas-comunicacoes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FICHEIRO-SPOOL-IDX
               ASSIGN TO 'spool-index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHEIRO-CAIXA.
       01 LINHA-MENSAGEM.
         05 MSG-ID          PIC 9(7).
         05 FILLER          PIC X.
         05 MSG-DATA        PIC 9(8).
         05 FILLER          PIC X.
         05 MSG-HORA        PIC 9(6).
         05 FILLER          PIC X.
         05 MSG-ORIGEM      PIC X(20).
         05 FILLER          PIC X.
         05 MSG-MODELO      PIC X(10).
         05 FILLER          PIC X.
         05 MSG-MEMBRO      PIC X(20).
         05 FILLER          PIC X.
         05 MSG-ALUNO       PIC 9(5).
         05 FILLER          PIC X.
         05 MSG-CANAL       PIC X(5).
         05 FILLER          PIC X.
         05 MSG-DESTINO     PIC X(30).
         05 FILLER          PIC X.
         05 MSG-ESTADO      PIC X(9).
         05 FILLER          PIC X.
         05 MSG-DATA-ESTADO PIC 9(8).
         05 FILLER          PIC X.
         05 MSG-MOTIVO      PIC X(30).
         05 FILLER          PIC X.
         05 MSG-TEXTO       PIC X(160).
       FD FICHEIRO-EXPORT.
       01 LINHA-EXPORT PIC X(203).
       01 REGISTO-CABECALHO REDEFINES LINHA-EXPORT.
         05 CAB-TIPO    PIC X.
         05 CAB-DATA    PIC 9(8).
         05 CAB-HORA    PIC 9(6).
         05 FILLER      PIC X(188).
       01 REGISTO-DETALHE REDEFINES LINHA-EXPORT.
         05 DET-TIPO    PIC X.
         05 DET-ID      PIC 9(7).
         05 DET-CANAL   PIC X(5).
         05 DET-DESTINO PIC X(30).
         05 DET-TEXTO   PIC X(160).
       01 REGISTO-TRAILER REDEFINES LINHA-EXPORT.
         05 TRL-TIPO     PIC X.
         05 TRL-CONTAGEM PIC 9(6).
         05 FILLER       PIC X(196).
       FD FICHEIRO-ESTADOS.
       01 LINHA-ESTADO-GW.
         05 GWE-ID     PIC 9(7).
         05 FILLER     PIC X.
         05 GWE-ESTADO PIC X(9).
         05 FILLER     PIC X.
         05 GWE-DATA   PIC 9(8).
         05 FILLER     PIC X.
         05 GWE-MOTIVO PIC X(30).
       FD FICHEIRO-CARTAS.
       01 LINHA-CARTA PIC X(80).
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
       01 WS-CAIXA-STATUS PIC XX.
       01 WS-EXPORT-STATUS PIC XX.
       01 WS-ESTADOS-STATUS PIC XX.
       01 WS-SPOOL-IDX-STATUS PIC XX.
       01 EOF-CAIXA PIC X.
       01 EOF-ESTADOS PIC X.
       01 WS-OPCAO PIC 9 VALUE 9.
       01 WS-DATA-HORA.
         05 WS-DATA PIC 9(8).
         05 WS-HORA PIC 9(6).
       01 WS-MEMBRO PIC X(20).
       01 WS-RESPOSTA PIC X.
       01 WS-CONTA PIC 9(5).
       01 WS-CONTA-EMAIL PIC 9(5).
       01 WS-CONTA-SMS PIC 9(5).
       01 WS-CONTA-FALHAS PIC 9(5).
       01 WS-CONTA-PAPEL PIC 9(5).
       01 WS-ATUALIZADAS PIC 9(5).
       01 WS-REPETIDAS PIC 9(5).
       01 WS-REJEITADAS PIC 9(5).
       01 WS-ALTERADA PIC X.
       01 WS-ACHADA PIC 9(4).
       01 I PIC 9(4).
       01 WS-TOTAL-MSG PIC 9(4) VALUE 0.
       01 WS-MSG-CHEIA PIC X VALUE 'N'.
       01 WS-TABELA-MENSAGENS.
         05 WS-MSG-LINHA PIC X(330) OCCURS 1000 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY "###################"
               DISPLAY "COMUNICACOES AS FAMILIAS (caixa-saida.txt)"
               DISPLAY "1 - MENSAGENS POR ENVIAR"
               DISPLAY "2 - EXPORTAR PARA O GATEWAY SMS/EMAIL"
               DISPLAY "3 - IMPORTAR ESTADOS DO GATEWAY"
               DISPLAY "4 - HISTORICO DE UM ENCARREGADO"
               DISPLAY "5 - ENTREGAS FALHADAS E CARTAS EM PAPEL"
               DISPLAY "0 - SAIR"
               DISPLAY "###################"
               DISPLAY "ESCOLHA UMA OPCAO"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LISTAR-POR-ENVIAR
                   WHEN 2
                       PERFORM EXPORTAR-GATEWAY
                   WHEN 3
                       PERFORM IMPORTAR-ESTADOS
                   WHEN 4
                       PERFORM HISTORICO-ENCARREGADO
                   WHEN 5
                       PERFORM RELATORIO-FALHAS
                   WHEN 0
                       DISPLAY "Adeus"
                   WHEN OTHER
                       DISPLAY "Opcao invalida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARREGA-MENSAGENS.
           MOVE 0 TO WS-TOTAL-MSG
           MOVE 'N' TO WS-MSG-CHEIA
           MOVE 'N' TO EOF-CAIXA
           OPEN INPUT FICHEIRO-CAIXA
           IF WS-CAIXA-STATUS = '00' OR WS-CAIXA-STATUS = '05'
               PERFORM UNTIL EOF-CAIXA = 'S'
                   READ FICHEIRO-CAIXA
                       AT END
                           MOVE 'S' TO EOF-CAIXA
                       NOT AT END
                           IF MSG-ID IS NUMERIC
                               IF WS-TOTAL-MSG < 1000
                                   ADD 1 TO WS-TOTAL-MSG
                                   MOVE LINHA-MENSAGEM
                                       TO WS-MSG-LINHA(WS-TOTAL-MSG)
                               ELSE
                                   MOVE 'S' TO WS-MSG-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CAIXA
           END-IF
           IF WS-MSG-CHEIA = 'S'
               DISPLAY "AVISO: caixa-saida.txt excede a tabela de"
                   " 1000 mensagens; leitura parcial e regravacao"
                   " bloqueada; arquive as mensagens antigas"
           END-IF.

       GRAVA-MENSAGENS.
      * Uma tabela que nao levou o ficheiro inteiro nao pode
      * regravar por cima: as mensagens a mais iam-se embora
           IF WS-MSG-CHEIA = 'S'
               DISPLAY "caixa-saida.txt nao regravado: os estados"
                   " nao ficaram gravados"
           ELSE
               OPEN OUTPUT FICHEIRO-CAIXA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
                   MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
                   WRITE LINHA-MENSAGEM
               END-PERFORM
               CLOSE FICHEIRO-CAIXA
           END-IF.

       LISTAR-POR-ENVIAR.
           PERFORM CARREGA-MENSAGENS
           MOVE 0 TO WS-CONTA
           DISPLAY "ID      DATA     ORIGEM               MODELO    "
               " MEMBRO               CANAL"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
               MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
               IF MSG-ESTADO = 'PENDENTE'
                   ADD 1 TO WS-CONTA
                   DISPLAY MSG-ID " " MSG-DATA " " MSG-ORIGEM " "
                       MSG-MODELO " " MSG-MEMBRO " " MSG-CANAL
               END-IF
           END-PERFORM
           DISPLAY WS-CONTA " mensagem(ns) por enviar".

       EXPORTAR-GATEWAY.
      * O lote do dia leva as mensagens por enviar e as ja
      * exportadas hoje, para uma segunda exportacao no mesmo dia
      * nao deixar de fora o que o gateway ainda nao levou; as
      * cartas ficam para a corrida das falhas
           PERFORM CARREGA-MENSAGENS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           IF WS-MSG-CHEIA = 'S'
               DISPLAY "Exportacao cancelada"
           ELSE
               MOVE 0 TO WS-CONTA
               MOVE 0 TO WS-CONTA-EMAIL
               MOVE 0 TO WS-CONTA-SMS
               OPEN OUTPUT FICHEIRO-EXPORT
               MOVE SPACES TO LINHA-EXPORT
               MOVE 'H' TO CAB-TIPO
               MOVE WS-DATA TO CAB-DATA
               MOVE WS-HORA TO CAB-HORA
               WRITE LINHA-EXPORT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
                   MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
                   IF MSG-CANAL NOT = 'CARTA' AND
                       (MSG-ESTADO = 'PENDENTE' OR
                        (MSG-ESTADO = 'EXPORTADA' AND
                         MSG-DATA-ESTADO = WS-DATA))
                       PERFORM EXPORTA-MENSAGEM
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINHA-EXPORT
               MOVE 'T' TO TRL-TIPO
               MOVE WS-CONTA TO TRL-CONTAGEM
               WRITE LINHA-EXPORT
               CLOSE FICHEIRO-EXPORT
               PERFORM GRAVA-MENSAGENS
               DISPLAY WS-CONTA " mensagem(ns) em gateway-envio.txt ("
                   WS-CONTA-EMAIL " email, " WS-CONTA-SMS " SMS)"
           END-IF.

       EXPORTA-MENSAGEM.
           MOVE SPACES TO LINHA-EXPORT
           MOVE 'D' TO DET-TIPO
           MOVE MSG-ID TO DET-ID
           MOVE MSG-CANAL TO DET-CANAL
           MOVE MSG-DESTINO TO DET-DESTINO
           MOVE MSG-TEXTO TO DET-TEXTO
           WRITE LINHA-EXPORT
           ADD 1 TO WS-CONTA
           IF MSG-CANAL = 'EMAIL'
               ADD 1 TO WS-CONTA-EMAIL
           ELSE
               ADD 1 TO WS-CONTA-SMS
           END-IF
           MOVE 'EXPORTADA' TO MSG-ESTADO
           MOVE WS-DATA TO MSG-DATA-ESTADO
           MOVE LINHA-MENSAGEM TO WS-MSG-LINHA(I).

       IMPORTAR-ESTADOS.
      * So uma mensagem exportada muda de estado; o mesmo ficheiro
      * importado duas vezes nao altera nada a segunda vez
           PERFORM CARREGA-MENSAGENS
           MOVE 0 TO WS-ATUALIZADAS
           MOVE 0 TO WS-REPETIDAS
           MOVE 0 TO WS-REJEITADAS
           MOVE 'N' TO WS-ALTERADA
           MOVE 'N' TO EOF-ESTADOS
           OPEN INPUT FICHEIRO-ESTADOS
           IF WS-ESTADOS-STATUS NOT = '00'
               DISPLAY "gateway-estados.txt nao encontrado"
               IF WS-ESTADOS-STATUS = '05'
                   CLOSE FICHEIRO-ESTADOS
               END-IF
           ELSE
               PERFORM UNTIL EOF-ESTADOS = 'S'
                   READ FICHEIRO-ESTADOS
                       AT END
                           MOVE 'S' TO EOF-ESTADOS
                       NOT AT END
                           PERFORM APLICA-ESTADO-LIDO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ESTADOS
               IF WS-ALTERADA = 'S'
                   PERFORM GRAVA-MENSAGENS
               END-IF
               DISPLAY WS-ATUALIZADAS " estado(s) importado(s), "
                   WS-REPETIDAS " ja conhecido(s), "
                   WS-REJEITADAS " rejeitado(s)"
           END-IF.

       APLICA-ESTADO-LIDO.
           MOVE 0 TO WS-ACHADA
           IF GWE-ID IS NUMERIC
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
                   MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
                   IF MSG-ID = GWE-ID
                       MOVE I TO WS-ACHADA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACHADA > 0
               MOVE WS-MSG-LINHA(WS-ACHADA) TO LINHA-MENSAGEM
           END-IF
           EVALUATE TRUE
               WHEN WS-ACHADA = 0
                   ADD 1 TO WS-REJEITADAS
                   DISPLAY "Mensagem " GWE-ID " desconhecida"
               WHEN GWE-ESTADO NOT = 'ENTREGUE' AND
                   GWE-ESTADO NOT = 'FALHADA'
                   ADD 1 TO WS-REJEITADAS
                   DISPLAY "Mensagem " GWE-ID ": estado '"
                       GWE-ESTADO "' invalido"
               WHEN MSG-ESTADO = GWE-ESTADO
                   ADD 1 TO WS-REPETIDAS
               WHEN MSG-ESTADO NOT = 'EXPORTADA'
                   ADD 1 TO WS-REJEITADAS
                   DISPLAY "Mensagem " GWE-ID " esta " MSG-ESTADO
                       "; estado " GWE-ESTADO " ignorado"
               WHEN OTHER
                   MOVE GWE-ESTADO TO MSG-ESTADO
                   IF GWE-DATA IS NUMERIC AND GWE-DATA > 0
                       MOVE GWE-DATA TO MSG-DATA-ESTADO
                   ELSE
                       MOVE WS-DATA TO MSG-DATA-ESTADO
                   END-IF
                   MOVE GWE-MOTIVO TO MSG-MOTIVO
                   MOVE LINHA-MENSAGEM TO WS-MSG-LINHA(WS-ACHADA)
                   MOVE 'S' TO WS-ALTERADA
                   ADD 1 TO WS-ATUALIZADAS
           END-EVALUATE.

       HISTORICO-ENCARREGADO.
           PERFORM CARREGA-MENSAGENS
           DISPLAY "NOME DO ENCARREGADO: " WITH NO ADVANCING
           MOVE SPACES TO WS-MEMBRO
           ACCEPT WS-MEMBRO
           MOVE 0 TO WS-CONTA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
               MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
               IF MSG-MEMBRO = WS-MEMBRO
                   ADD 1 TO WS-CONTA
                   DISPLAY MSG-ID " " MSG-DATA " " MSG-ORIGEM " "
                       MSG-MODELO " ALUNO " MSG-ALUNO " " MSG-CANAL
                       " " MSG-ESTADO " " MSG-DATA-ESTADO
                   DISPLAY "    " MSG-TEXTO(1 : 76)
                   IF MSG-TEXTO(77 : 84) NOT = SPACES
                       DISPLAY "    " MSG-TEXTO(77 : 84)
                   END-IF
                   IF MSG-MOTIVO NOT = SPACES
                       DISPLAY "    MOTIVO: " MSG-MOTIVO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONTA = 0
               DISPLAY "Sem comunicacoes para " WS-MEMBRO
           END-IF.

       RELATORIO-FALHAS.
      * Entregas falhadas e mensagens para quem nao tem contacto
      * eletronico: a familia recebe a mesma mensagem em papel
           PERFORM CARREGA-MENSAGENS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE 0 TO WS-CONTA-FALHAS
           MOVE 0 TO WS-CONTA-PAPEL
           DISPLAY "ID      DATA     MEMBRO               CANAL "
               "DESTINO                        MOTIVO"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
               MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
               IF MSG-ESTADO = 'FALHADA' OR
                   (MSG-ESTADO = 'PENDENTE' AND MSG-CANAL = 'CARTA')
                   ADD 1 TO WS-CONTA-FALHAS
                   DISPLAY MSG-ID " " MSG-DATA " " MSG-MEMBRO " "
                       MSG-CANAL " " MSG-DESTINO " " MSG-MOTIVO
               END-IF
           END-PERFORM
           IF WS-CONTA-FALHAS = 0
               DISPLAY "Sem entregas falhadas"
           ELSE
               DISPLAY WS-CONTA-FALHAS " mensagem(ns) por entregar."
                   " IMPRIMIR AS CARTAS EM PAPEL (S/N)? "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   PERFORM EMITE-CARTAS-RECURSO
               END-IF
           END-IF.

       EMITE-CARTAS-RECURSO.
           IF WS-MSG-CHEIA = 'S'
               DISPLAY "Cartas nao emitidas"
           ELSE
               OPEN OUTPUT FICHEIRO-CARTAS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOTAL-MSG
                   MOVE WS-MSG-LINHA(I) TO LINHA-MENSAGEM
                   IF MSG-ESTADO = 'FALHADA' OR
                       (MSG-ESTADO = 'PENDENTE' AND
                        MSG-CANAL = 'CARTA')
                       PERFORM ESCREVE-CARTA-RECURSO
                       MOVE 'IMPRESSA' TO MSG-ESTADO
                       MOVE WS-DATA TO MSG-DATA-ESTADO
                       MOVE LINHA-MENSAGEM TO WS-MSG-LINHA(I)
                       ADD 1 TO WS-CONTA-PAPEL
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-CARTAS
               PERFORM GRAVA-MENSAGENS
               PERFORM REGISTA-SPOOL
               DISPLAY WS-CONTA-PAPEL " carta(s) em"
                   " cartas-comunicacoes.txt"
           END-IF.

       ESCREVE-CARTA-RECURSO.
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "COMUNICACAO DA ESCOLA - " MSG-MEMBRO
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           IF MSG-ALUNO > 0
               MOVE SPACES TO LINHA-CARTA
               STRING "ALUNO NUMERO " MSG-ALUNO
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF
           MOVE MSG-TEXTO(1 : 80) TO LINHA-CARTA
           WRITE LINHA-CARTA
           IF MSG-TEXTO(81 : 80) NOT = SPACES
               MOVE MSG-TEXTO(81 : 80) TO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF
           IF MSG-ESTADO = 'FALHADA'
               MOVE SPACES TO LINHA-CARTA
               STRING "(NAO ENTREGUE POR " DELIMITED BY SIZE
                   MSG-CANAL DELIMITED BY SPACE
                   " PARA " DELIMITED BY SIZE
                   MSG-DESTINO DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF
           MOVE SPACES TO LINHA-CARTA
           STRING "EMITIDO EM " WS-DATA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA.

       REGISTA-SPOOL.
      * Regista o ficheiro de saida no indice do spool, para o
      * spooler o imprimir com pagina de rosto e copias
           OPEN EXTEND FICHEIRO-SPOOL-IDX
           MOVE SPACES TO LINHA-SPOOL
           MOVE 'cartas-comunicacoes.txt' TO SPL-FICHEIRO
           MOVE 'COMUNICACOES' TO SPL-TITULO
           MOVE WS-DATA TO SPL-DATA
           MOVE 'PENDENTE' TO SPL-ESTADO
           WRITE LINHA-SPOOL
           CLOSE FICHEIRO-SPOOL-IDX.

       END PROGRAM COMUNICACOES.
