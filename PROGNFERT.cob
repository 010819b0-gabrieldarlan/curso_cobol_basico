       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNFERT.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RETORNO DA NOTA FISCAL ELETRONICA. LE O ARQUIVO DE
      * RETORNO DO APLICATIVO EMISSOR (NFERET), UM REGISTRO POR
      * EVENTO EXPORTADO NO NFEEXP, E ATUALIZA O CONTROLE DA NOTA DO
      * PEDIDO (NFECTL):
      * - NOTA (N): AUTORIZADA COM O PROTOCOLO, OU REJEITADA COM O
      *   MOTIVO, QUE SAI NO RELATORIO PARA CORRECAO E REENVIO;
      * - CANCELAMENTO (C) E INUTILIZACAO (U), GERADOS NO PROGCOB64:
      *   AUTORIZADO, A NOTA FICA CANCELADA/INUTILIZADA; REJEITADO,
      *   A NOTA VOLTA A SITUACAO ANTERIOR COM O MOTIVO;
      * - DEVOLUCAO (D), GERADA NO PROGCOB29: PROTOCOLO OU MOTIVO
      *   DA NOTA DE DEVOLUCAO.
      * RETORNO DE PEDIDO SEM NOTA, DE NUMERO DIFERENTE DO EMITIDO
      * OU DE EVENTO NAO ENVIADO E EXCECAO. AO FIM, LISTA AS NOTAS E
      * EVENTOS AINDA SEM RETORNO. RELATORIO EM NFEREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT NFERET-FILE           ASSIGN TO "NFERET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFERET-STATUS.
           SELECT NFECTL-FILE           ASSIGN TO "NFECTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS NFECTL-PEDIDO
               FILE STATUS            IS WRK-NFECTL-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT NFEREL-FILE           ASSIGN TO "NFEREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFEREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NFERET-FILE.
           COPY 'NFERET.COB'.
       FD  NFECTL-FILE.
           COPY 'NFECTL.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  NFEREL-FILE.
           COPY 'NFEREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-NFERET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFERET-OK                           VALUE '00'.
           88  WRK-NFERET-FIM                          VALUE '10'.
       77  WRK-NFECTL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFECTL-OK                           VALUE '00'.
           88  WRK-NFECTL-FIM                          VALUE '10'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-NFEREL-STATUS           PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-RETORNO            PIC 9(008)      VALUE ZEROS.
       77  WRK-EXCECAO                 PIC X(040)      VALUE SPACES.
       77  WRK-SITUACAO-ED             PIC X(030)      VALUE SPACES.
      *
       77  WRK-QTD-LIDOS               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-AUTORIZADAS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REJEITADAS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-CANCELADAS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-INUTILIZADAS        PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-DEVOLUCOES          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EVT-REJEITADOS      PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EXCECOES            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-RETORNO         PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE O RETORNO, O CONTROLE DAS NOTAS E O RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN INPUT NFERET-FILE.
           OPEN I-O NFECTL-FILE.
           OPEN OUTPUT NFEREL-FILE.
           MOVE SPACES                 TO NFEREL-REC.
           STRING 'RETORNO DA NOTA FISCAL ELETRONICA EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO NFEREL-REC
           END-STRING.
           WRITE NFEREL-REC.
           MOVE SPACES                 TO NFEREL-REC.
           WRITE NFEREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           OPEN INPUT DATAPROC-FILE.
           IF  WRK-DATAPROC-OK
               READ DATAPROC-FILE
                   NOT AT END
                       IF  DATAPROC-DATA NOT EQUAL ZEROS
                           MOVE DATAPROC-DATA TO WRK-DATA-SYS
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           END-IF.
      *================================================================*
       0090-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APLICA O RETORNO E LISTA O QUE CONTINUA SEM RETORNO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-NFECTL-OK
               DISPLAY 'SEM CONTROLE DE NOTAS (NFECTL) - NADA A '
                       'ATUALIZAR'
               GO TO 0200-99-FIM
           END-IF.
           IF  WRK-NFERET-OK
               PERFORM 0210-LER-RETORNO
               PERFORM 0220-APLICAR-1-RETORNO UNTIL WRK-NFERET-FIM
           ELSE
               DISPLAY 'ARQUIVO DE RETORNO (NFERET) AUSENTE - SO AS '
                       'PENDENCIAS SERAO LISTADAS'
           END-IF.
           PERFORM 0260-LISTAR-SEM-RETORNO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM REGISTRO DO RETORNO
      *================================================================*
       0210-LER-RETORNO                SECTION.
      *================================================================*
           READ NFERET-FILE
               AT END
                   SET WRK-NFERET-FIM   TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A NOTA DO PEDIDO NO CONTROLE E APLICA O RETORNO
      *    PELO TIPO DE EVENTO
      *================================================================*
       0220-APLICAR-1-RETORNO          SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           MOVE NFERET-DATA            TO WRK-DATA-RETORNO.
           IF  WRK-DATA-RETORNO        EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-RETORNO
           END-IF.
           MOVE SPACES                 TO WRK-EXCECAO.
           MOVE NFERET-PEDIDO          TO NFECTL-PEDIDO.
           READ NFECTL-FILE.
           EVALUATE TRUE
               WHEN NOT WRK-NFECTL-OK
                   MOVE 'PEDIDO SEM NOTA NO CONTROLE'
                                        TO WRK-EXCECAO
               WHEN NOT NFERET-AUTORIZADO
               AND  NOT NFERET-REJEITADO
                   MOVE 'RESULTADO DESCONHECIDO'
                                        TO WRK-EXCECAO
               WHEN NFERET-NOTA
                   PERFORM 0230-RETORNO-NOTA
               WHEN NFERET-CANCELAMENTO
                   PERFORM 0240-RETORNO-CANCELAMENTO
               WHEN NFERET-INUTILIZACAO
                   PERFORM 0245-RETORNO-INUTILIZACAO
               WHEN NFERET-DEVOLUCAO
                   PERFORM 0250-RETORNO-DEVOLUCAO
               WHEN OTHER
                   MOVE 'TIPO DE EVENTO DESCONHECIDO'
                                        TO WRK-EXCECAO
           END-EVALUATE.
           IF  WRK-EXCECAO             NOT EQUAL SPACES
               PERFORM 0255-GRAVAR-EXCECAO
           ELSE
               MOVE WRK-DATA-RETORNO    TO NFECTL-DATA-RETORNO
               REWRITE NFECTL-REC
           END-IF.
           PERFORM 0210-LER-RETORNO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNO DA NOTA DE VENDA: AUTORIZADA GUARDA O PROTOCOLO;
      *    REJEITADA GUARDA O MOTIVO E SAI PARA CORRECAO. A
      *    AUTORIZACAO QUE CHEGA DEPOIS DO PEDIDO DE CANCELAMENTO SO
      *    GUARDA O PROTOCOLO, MANTENDO O CANCELAMENTO EM CURSO
      *================================================================*
       0230-RETORNO-NOTA               SECTION.
      *================================================================*
           IF  NFERET-NUMERO           NOT EQUAL NFECTL-NUMERO
           OR  NFERET-SERIE            NOT EQUAL NFECTL-SERIE
               MOVE 'NUMERO DIFERENTE DO EMITIDO'
                                        TO WRK-EXCECAO
               GO TO 0230-99-FIM
           END-IF.
           IF  NOT NFECTL-ENVIADA
           AND NOT NFECTL-CANCEL-ENVIADO
               MOVE 'NOTA JA TEVE RETORNO'
                                        TO WRK-EXCECAO
               GO TO 0230-99-FIM
           END-IF.
           IF  NFECTL-CANCEL-ENVIADO
               IF  NFERET-AUTORIZADO
                   MOVE NFERET-PROTOCOLO TO NFECTL-PROTOCOLO
                   ADD 1                 TO WRK-QTD-AUTORIZADAS
               ELSE
                   MOVE 'REJEITADA COM CANCELAMENTO EM CURSO'
                                         TO WRK-EXCECAO
               END-IF
               GO TO 0230-99-FIM
           END-IF.
           MOVE NFECTL-VALOR-TOTAL     TO WRK-VALOR-ED.
           MOVE SPACES                 TO NFEREL-REC.
           IF  NFERET-AUTORIZADO
               SET NFECTL-AUTORIZADA    TO TRUE
               MOVE NFERET-PROTOCOLO    TO NFECTL-PROTOCOLO
               MOVE SPACES              TO NFECTL-MOTIVO
               ADD 1                    TO WRK-QTD-AUTORIZADAS
               STRING 'AUTORIZADA  NF-E '  DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' VALOR '         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      ' PROTOCOLO '     DELIMITED BY SIZE
                      NFERET-PROTOCOLO  DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           ELSE
               SET NFECTL-REJEITADA     TO TRUE
               MOVE NFERET-MOTIVO       TO NFECTL-MOTIVO
               ADD 1                    TO WRK-QTD-REJEITADAS
               STRING 'REJEITADA   NF-E '  DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' CORRIGIR: '     DELIMITED BY SIZE
                      NFERET-MOTIVO     DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           END-IF.
           WRITE NFEREL-REC.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNO DO PEDIDO DE CANCELAMENTO: AUTORIZADO, A NOTA FICA
      *    CANCELADA; REJEITADO (FORA DO PRAZO, POR EXEMPLO), A NOTA
      *    CONTINUA AUTORIZADA E O MOTIVO SAI NO RELATORIO
      *================================================================*
       0240-RETORNO-CANCELAMENTO       SECTION.
      *================================================================*
           IF  NFERET-NUMERO           NOT EQUAL NFECTL-NUMERO
               MOVE 'NUMERO DIFERENTE DO EMITIDO'
                                        TO WRK-EXCECAO
               GO TO 0240-99-FIM
           END-IF.
           IF  NOT NFECTL-CANCEL-ENVIADO
               MOVE 'CANCELAMENTO NAO ENVIADO'
                                        TO WRK-EXCECAO
               GO TO 0240-99-FIM
           END-IF.
           MOVE SPACES                 TO NFEREL-REC.
           IF  NFERET-AUTORIZADO
               SET NFECTL-CANCELADA     TO TRUE
               ADD 1                    TO WRK-QTD-CANCELADAS
               STRING 'CANCELADA   NF-E '  DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' PROTOCOLO '     DELIMITED BY SIZE
                      NFERET-PROTOCOLO  DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           ELSE
               SET NFECTL-AUTORIZADA    TO TRUE
               MOVE NFERET-MOTIVO       TO NFECTL-MOTIVO
               ADD 1                    TO WRK-QTD-EVT-REJEITADOS
               STRING 'CANCELAMENTO REJEITADO NF-E '
                                        DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' (NOTA VALIDA): ' DELIMITED BY SIZE
                      NFERET-MOTIVO     DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           END-IF.
           WRITE NFEREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNO DA INUTILIZACAO DO NUMERO DA NOTA REJEITADA
      *================================================================*
       0245-RETORNO-INUTILIZACAO       SECTION.
      *================================================================*
           IF  NFERET-NUMERO           NOT EQUAL NFECTL-NUMERO
               MOVE 'NUMERO DIFERENTE DO EMITIDO'
                                        TO WRK-EXCECAO
               GO TO 0245-99-FIM
           END-IF.
           IF  NOT NFECTL-INUTIL-ENVIADA
               MOVE 'INUTILIZACAO NAO ENVIADA'
                                        TO WRK-EXCECAO
               GO TO 0245-99-FIM
           END-IF.
           MOVE SPACES                 TO NFEREL-REC.
           IF  NFERET-AUTORIZADO
               SET NFECTL-INUTILIZADA   TO TRUE
               ADD 1                    TO WRK-QTD-INUTILIZADAS
               STRING 'INUTILIZADO NUMERO '
                                        DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' PROTOCOLO '     DELIMITED BY SIZE
                      NFERET-PROTOCOLO  DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           ELSE
               SET NFECTL-REJEITADA     TO TRUE
               MOVE NFERET-MOTIVO       TO NFECTL-MOTIVO
               ADD 1                    TO WRK-QTD-EVT-REJEITADOS
               STRING 'INUTILIZACAO REJEITADA NUMERO '
                                        DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ': '              DELIMITED BY SIZE
                      NFERET-MOTIVO     DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           END-IF.
           WRITE NFEREL-REC.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNO DA NOTA DE DEVOLUCAO DO PEDIDO
      *================================================================*
       0250-RETORNO-DEVOLUCAO          SECTION.
      *================================================================*
           IF  NFERET-NUMERO           NOT EQUAL NFECTL-DEV-NUMERO
               MOVE 'DEVOLUCAO DIFERENTE DA ULTIMA EMITIDA'
                                        TO WRK-EXCECAO
               GO TO 0250-99-FIM
           END-IF.
           IF  NOT NFECTL-DEV-ENVIADA
               MOVE 'DEVOLUCAO JA TEVE RETORNO'
                                        TO WRK-EXCECAO
               GO TO 0250-99-FIM
           END-IF.
           MOVE SPACES                 TO NFEREL-REC.
           IF  NFERET-AUTORIZADO
               SET NFECTL-DEV-AUTORIZADA TO TRUE
               MOVE NFERET-PROTOCOLO    TO NFECTL-DEV-PROTOCOLO
               ADD 1                    TO WRK-QTD-DEVOLUCOES
               STRING 'DEVOLUCAO AUTORIZADA NF-E '
                                        DELIMITED BY SIZE
                      NFECTL-DEV-NUMERO DELIMITED BY SIZE
                      ' REF. '          DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PROTOCOLO '     DELIMITED BY SIZE
                      NFERET-PROTOCOLO  DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           ELSE
               SET NFECTL-DEV-REJEITADA TO TRUE
               MOVE NFERET-MOTIVO       TO NFECTL-MOTIVO
               ADD 1                    TO WRK-QTD-EVT-REJEITADOS
               STRING 'DEVOLUCAO REJEITADA NF-E '
                                        DELIMITED BY SIZE
                      NFECTL-DEV-NUMERO DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' CORRIGIR: '     DELIMITED BY SIZE
                      NFERET-MOTIVO     DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
           END-IF.
           WRITE NFEREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO RELATORIO O RETORNO QUE NAO PODE SER APLICADO
      *================================================================*
       0255-GRAVAR-EXCECAO             SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-EXCECOES.
           MOVE SPACES                 TO NFEREL-REC.
           STRING 'EXCECAO EVENTO '    DELIMITED BY SIZE
                  NFERET-EVENTO        DELIMITED BY SIZE
                  ' NF-E '             DELIMITED BY SIZE
                  NFERET-NUMERO        DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  NFERET-PEDIDO        DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WRK-EXCECAO          DELIMITED BY SIZE
                  ' - IGNORADO'        DELIMITED BY SIZE
                  INTO NFEREL-REC
           END-STRING.
           WRITE NFEREL-REC.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA AS NOTAS E EVENTOS ENVIADOS QUE AINDA NAO TIVERAM
      *    RETORNO
      *================================================================*
       0260-LISTAR-SEM-RETORNO         SECTION.
      *================================================================*
           MOVE SPACES                 TO NFEREL-REC.
           WRITE NFEREL-REC.
           MOVE 'NOTAS E EVENTOS AINDA SEM RETORNO'
                                       TO NFEREL-REC.
           WRITE NFEREL-REC.
           MOVE ZEROS                  TO NFECTL-PEDIDO.
           START NFECTL-FILE KEY NOT LESS NFECTL-PEDIDO
               INVALID KEY
                   SET WRK-NFECTL-FIM   TO TRUE
           END-START.
           IF  NOT WRK-NFECTL-FIM
               PERFORM 0262-LER-CONTROLE
           END-IF.
           PERFORM 0265-LISTAR-1-PENDENTE UNTIL WRK-NFECTL-FIM.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO REGISTRO DO CONTROLE DAS NOTAS
      *================================================================*
       0262-LER-CONTROLE               SECTION.
      *================================================================*
           READ NFECTL-FILE NEXT RECORD
               AT END
                   SET WRK-NFECTL-FIM   TO TRUE
           END-READ.
      *================================================================*
       0262-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA A NOTA DO PEDIDO SE ELA OU UM EVENTO DELA AGUARDA
      *    RETORNO
      *================================================================*
       0265-LISTAR-1-PENDENTE          SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-SITUACAO-ED.
           EVALUATE TRUE
               WHEN NFECTL-ENVIADA
                   MOVE 'NOTA ENVIADA'  TO WRK-SITUACAO-ED
               WHEN NFECTL-CANCEL-ENVIADO
                   MOVE 'CANCELAMENTO ENVIADO'
                                        TO WRK-SITUACAO-ED
               WHEN NFECTL-INUTIL-ENVIADA
                   MOVE 'INUTILIZACAO ENVIADA'
                                        TO WRK-SITUACAO-ED
           END-EVALUATE.
           IF  WRK-SITUACAO-ED         NOT EQUAL SPACES
               ADD 1                    TO WRK-QTD-SEM-RETORNO
               MOVE SPACES              TO NFEREL-REC
               STRING '  NF-E '         DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' EMITIDA EM '    DELIMITED BY SIZE
                      NFECTL-DATA-EMISSAO DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WRK-SITUACAO-ED   DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
               WRITE NFEREL-REC
           END-IF.
           IF  NFECTL-QTD-DEVOLUCOES   GREATER ZEROS
           AND NFECTL-DEV-ENVIADA
               ADD 1                    TO WRK-QTD-SEM-RETORNO
               MOVE SPACES              TO NFEREL-REC
               STRING '  NF-E '         DELIMITED BY SIZE
                      NFECTL-DEV-NUMERO DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      NFECTL-PEDIDO     DELIMITED BY SIZE
                      ' - DEVOLUCAO ENVIADA'
                                        DELIMITED BY SIZE
                      INTO NFEREL-REC
               END-STRING
               WRITE NFEREL-REC
           END-IF.
           PERFORM 0262-LER-CONTROLE.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS TOTAIS DO RETORNO E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO NFEREL-REC.
           WRITE NFEREL-REC.
           MOVE SPACES                 TO NFEREL-REC.
           STRING 'LIDOS='             DELIMITED BY SIZE
                  WRK-QTD-LIDOS        DELIMITED BY SIZE
                  ' AUTORIZADAS='      DELIMITED BY SIZE
                  WRK-QTD-AUTORIZADAS  DELIMITED BY SIZE
                  ' REJEITADAS='       DELIMITED BY SIZE
                  WRK-QTD-REJEITADAS   DELIMITED BY SIZE
                  ' CANCELADAS='       DELIMITED BY SIZE
                  WRK-QTD-CANCELADAS   DELIMITED BY SIZE
                  ' INUTILIZADAS='     DELIMITED BY SIZE
                  WRK-QTD-INUTILIZADAS DELIMITED BY SIZE
                  INTO NFEREL-REC
           END-STRING.
           WRITE NFEREL-REC.
           MOVE SPACES                 TO NFEREL-REC.
           STRING 'DEVOLUCOES AUTORIZADAS=' DELIMITED BY SIZE
                  WRK-QTD-DEVOLUCOES   DELIMITED BY SIZE
                  ' EVENTOS REJEITADOS=' DELIMITED BY SIZE
                  WRK-QTD-EVT-REJEITADOS DELIMITED BY SIZE
                  ' EXCECOES='         DELIMITED BY SIZE
                  WRK-QTD-EXCECOES     DELIMITED BY SIZE
                  ' SEM RETORNO='      DELIMITED BY SIZE
                  WRK-QTD-SEM-RETORNO  DELIMITED BY SIZE
                  INTO NFEREL-REC
           END-STRING.
           WRITE NFEREL-REC.
           CLOSE NFERET-FILE.
           CLOSE NFECTL-FILE.
           CLOSE NFEREL-FILE.
           DISPLAY 'RETORNOS LIDOS: ' WRK-QTD-LIDOS
                   ' REJEITADAS: ' WRK-QTD-REJEITADAS
                   ' EXCECOES: ' WRK-QTD-EXCECOES.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
