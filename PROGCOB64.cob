      * DEMAIS CADASTROS
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - MOVIMENTOS GRAVADOS NA TRILHA MOVEST SEM LOTE
      *              (LOTE EM BRANCO E VALIDADE ZERADA)
      * XX/XX/XXXX - CANCELAMENTO DE PEDIDO COM NOTA FISCAL ELETRONICA
      *              (NFECTL) EXPORTA NO NFEEXP O PEDIDO DE
      *              CANCELAMENTO DA NOTA AUTORIZADA OU A INUTILIZACAO
      *              DO NUMERO DA NOTA REJEITADA, COM O MOTIVO
      * XX/XX/XXXX - PIS E COFINS: O CANCELAMENTO E A REDUCAO DE
      *              QUANTIDADE DE PEDIDO LIBERADO REGISTRAM A DEDUCAO
      *              NO MOVIMENTO PISMOV, E A REDUCAO ABATE O PIS E A
      *              COFINS GUARDADOS NO PEDIDO NA MESMA PROPORCAO
      * XX/XX/XXXX - A TRAVA DE PERIODO FECHADO CONSULTA O FECHAMENTO
      *              DA FILIAL DO PEDIDO E O ESTORNO VAI AO SALESHIS
      *              DA FILIAL
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT ESTOQUE-FILE          ASSIGN TO "ESTOQUE"
               ORGANIZATION           IS INDEXED
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-SALESHIS-STATUS.
           SELECT MANIFUF-FILE          ASSIGN TO "MANIFUF"
               ORGANIZATION           IS INDEXED
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT JRNMAS-FILE           ASSIGN TO "JRNMAS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JRNMAS-STATUS.
           SELECT NFECTL-FILE           ASSIGN TO "NFECTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS NFECTL-PEDIDO
               FILE STATUS            IS WRK-NFECTL-STATUS.
           SELECT NFEEXP-FILE           ASSIGN TO "NFEEXP"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFEEXP-STATUS.
           SELECT PISMOV-FILE           ASSIGN TO "PISMOV"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PISMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY 'MOVEST.COB'.
       FD  JRNMAS-FILE.
           COPY 'JRNMAS.COB'.
       FD  NFECTL-FILE.
           COPY 'NFECTL.COB'.
       FD  NFEEXP-FILE.
           COPY 'NFEEXP.COB'.
       FD  PISMOV-FILE.
           COPY 'PISMOV.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-PEDIDET-OK                          VALUE '00'.
           88  WRK-PEDIDET-FIM                         VALUE '10'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
       77  WRK-ESTOQUE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTOQUE-OK                          VALUE '00'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-JRNMAS-STATUS           PIC X(002)      VALUE SPACES.
      *
      *    NOTA FISCAL ELETRONICA DO PEDIDO CANCELADO: PEDIDO DE
      *    CANCELAMENTO DA NOTA AUTORIZADA OU INUTILIZACAO DO NUMERO
      *    DA NOTA REJEITADA
      *
       77  WRK-NFECTL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFECTL-OK                           VALUE '00'.
       77  WRK-NFEEXP-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-NFECTL-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-NFECTL-ABERTO                       VALUE 'S'.
       77  WRK-NFE-MOTIVO              PIC X(040)      VALUE SPACES.
      *
      *    TRAVA DE PERIODO FECHADO (PERFECHA): PEDIDO POSTADO EM
      *    MES JA FECHADO NAO PODE SER ESTORNADO, E A TENTATIVA VAI
      *    PARA O VALIDLOG
       77  WRK-PERIODO-ALVO            PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
       77  WRK-FILIAL-PEDIDO           PIC X(002)      VALUE '01'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-IMPOSTO-DELTA           PIC 9(008)V99   VALUE ZEROS.
       77  WRK-REDUCAO-TOTAL           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-ALIQUOTA-EFETIVA        PIC 9(001)V9999 VALUE ZEROS.
      *
      *    DEDUCAO DE PIS E COFINS DO CANCELAMENTO OU DA REDUCAO DE
      *    QUANTIDADE, REGISTRADA NO MOVIMENTO PISMOV
      *
       77  WRK-PISMOV-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-PISMOV-TIPO             PIC X(001)      VALUE SPACES.
       77  WRK-BASE-DELTA              PIC 9(008)V99   VALUE ZEROS.
       77  WRK-PIS-DELTA               PIC 9(008)V99   VALUE ZEROS.
       77  WRK-COFINS-DELTA            PIC 9(008)V99   VALUE ZEROS.
       77  WRK-VENDA-LIBERADA          PIC X(001)      VALUE 'N'.
           88  WRK-VENDA-FOI-LIBERADA                  VALUE 'S'.
       77  WRK-ITEM-ACHADO             PIC X(001)      VALUE 'N'.
           88  WRK-ITEM-LOCALIZADO                     VALUE 'S'.
      *
           OPEN I-O ESTOQUE-FILE.
           OPEN I-O SALESHIS-FILE.
           OPEN INPUT MANIFUF-FILE.
           OPEN I-O NFECTL-FILE.
           IF  WRK-NFECTL-OK
               SET WRK-NFECTL-ABERTO    TO TRUE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
           END-IF.
           DIVIDE PEDIDO-DATA          BY 100
               GIVING WRK-PERIODO-ALVO.
           MOVE PEDIDO-FILIAL          TO WRK-FILIAL-PEDIDO.
           IF  WRK-FILIAL-PEDIDO       EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-PEDIDO
           END-IF.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               DISPLAY 'PEDIDO POSTADO NO PERIODO ' WRK-PERIODO-ALVO
                       ' JA FECHADO NO PERFECHA DA FILIAL '
                       WRK-FILIAL-PEDIDO ' - MANUTENCAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           IF  WRK-OPCAO               EQUAL 'C' OR 'c'
           MOVE PEDIDO-TOTAL           TO WRK-REDUCAO-TOTAL.
           PERFORM 0240-ESTORNAR-VENDAS.

           MOVE 'N'                    TO WRK-VENDA-LIBERADA.
           IF  PEDIDO-LIBERADO
               SET WRK-VENDA-FOI-LIBERADA TO TRUE
           END-IF.
           MOVE PEDIDO-REC             TO WRK-JRN-ANTES.
           SET PEDIDO-CANCELADO        TO TRUE.
           REWRITE PEDIDO-REC.
           PERFORM 0810-GRAVAR-JOURNAL.
           DISPLAY 'PEDIDO ' PEDIDO-NUMERO ' CANCELADO COM ESTORNO '
                   'COMPLETO'.
           IF  WRK-VENDA-FOI-LIBERADA
               MOVE 'C'                 TO WRK-PISMOV-TIPO
               MOVE PEDIDO-SUBTOTAL     TO WRK-BASE-DELTA
               MOVE PEDIDO-PIS          TO WRK-PIS-DELTA
               MOVE PEDIDO-COFINS       TO WRK-COFINS-DELTA
               PERFORM 0295-GRAVAR-PISMOV
           END-IF.
           IF  WRK-NFECTL-ABERTO
               PERFORM 0290-GERAR-EVENTO-NFE
           END-IF.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*
           MOVE WRK-QTD-DELTA          TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
       0240-ESTORNAR-VENDAS            SECTION.
      *================================================================*
           MOVE PEDIDO-DATA            TO SALESHIS-DATA.
           MOVE WRK-FILIAL-PEDIDO      TO SALESHIS-FILIAL.
           READ SALESHIS-FILE.
           IF  WRK-SALESHIS-OK
               IF  WRK-REDUCAO-TOTAL   GREATER SALESHIS-TOTAL
           END-IF.
           COMPUTE WRK-IMPOSTO-DELTA ROUNDED =
                   WRK-VALOR-DELTA * WRK-ALIQUOTA-EFETIVA.
           IF  PEDIDO-SUBTOTAL         GREATER ZEROS
               COMPUTE WRK-PIS-DELTA ROUNDED = PEDIDO-PIS *
                       WRK-VALOR-DELTA / PEDIDO-SUBTOTAL
               COMPUTE WRK-COFINS-DELTA ROUNDED = PEDIDO-COFINS *
                       WRK-VALOR-DELTA / PEDIDO-SUBTOTAL
           ELSE
               MOVE ZEROS               TO WRK-PIS-DELTA
                                           WRK-COFINS-DELTA
           END-IF.
           SUBTRACT WRK-PIS-DELTA      FROM PEDIDO-PIS.
           SUBTRACT WRK-COFINS-DELTA   FROM PEDIDO-COFINS.
           SUBTRACT WRK-VALOR-DELTA    FROM PEDIDO-SUBTOTAL.
           SUBTRACT WRK-IMPOSTO-DELTA  FROM PEDIDO-IMPOSTO.
           COMPUTE WRK-REDUCAO-TOTAL = WRK-VALOR-DELTA +

           PERFORM 0240-ESTORNAR-VENDAS.
           PERFORM 0260-ABATER-PARCELAS.
           IF  PEDIDO-LIBERADO
               MOVE 'A'                 TO WRK-PISMOV-TIPO
               MOVE WRK-VALOR-DELTA     TO WRK-BASE-DELTA
               PERFORM 0295-GRAVAR-PISMOV
           END-IF.

           MOVE PEDIDO-TOTAL           TO WRK-TOTAL-ED.
           DISPLAY 'ITEM ALTERADO - NOVO TOTAL DO PEDIDO '
               GO TO 0080-99-FIM
           END-IF.
           MOVE WRK-PERIODO-ALVO       TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-PEDIDO      TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
           MOVE SPACES                 TO VALIDLOG-CAMPOS.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO-ALVO     DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-FILIAL-PEDIDO    DELIMITED BY SIZE
                  ' FECHADO - LANCAMENTO RECUSADO'
                                       DELIMITED BY SIZE
                  INTO VALIDLOG-CAMPOS
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GERA O EVENTO DA NOTA FISCAL ELETRONICA DO PEDIDO
      *    CANCELADO: A NOTA AUTORIZADA (OU AINDA SEM RETORNO) RECEBE
      *    O PEDIDO DE CANCELAMENTO COM O PROTOCOLO DA AUTORIZACAO; A
      *    NOTA REJEITADA NUNCA VALEU E TEM O NUMERO INUTILIZADO. O
      *    PEDIDO SEM NOTA NO NFECTL NAO GERA EVENTO
      *================================================================*
       0290-GERAR-EVENTO-NFE           SECTION.
      *================================================================*
           MOVE PEDIDO-NUMERO          TO NFECTL-PEDIDO.
           READ NFECTL-FILE.
           IF  NOT WRK-NFECTL-OK
               GO TO 0290-99-FIM
           END-IF.
           IF  NOT NFECTL-AUTORIZADA
           AND NOT NFECTL-ENVIADA
           AND NOT NFECTL-REJEITADA
               DISPLAY 'NF-E ' NFECTL-NUMERO ' JA CANCELADA OU '
                       'INUTILIZADA - SEM NOVO EVENTO'
               GO TO 0290-99-FIM
           END-IF.

           DISPLAY 'MOTIVO DO CANCELAMENTO DA NF-E:'.
           MOVE SPACES                 TO WRK-NFE-MOTIVO.
           ACCEPT WRK-NFE-MOTIVO.
           IF  WRK-NFE-MOTIVO          EQUAL SPACES
               MOVE 'PEDIDO CANCELADO ANTES DO EMBARQUE'
                                       TO WRK-NFE-MOTIVO
           END-IF.

           MOVE SPACES                 TO NFEEXP-REC.
           MOVE NFECTL-SERIE           TO NFEEXP-SERIE.
           MOVE NFECTL-NUMERO          TO NFEEXP-NUMERO.
           MOVE PEDIDO-NUMERO          TO NFEEXP-PEDIDO.
           MOVE WRK-DATA-SYS           TO NFEEXP-DATA.
           MOVE WRK-NFE-MOTIVO         TO NFEEXP-EVT-MOTIVO.
           IF  NFECTL-REJEITADA
               SET NFEEXP-INUTILIZACAO  TO TRUE
               SET NFECTL-INUTIL-ENVIADA TO TRUE
           ELSE
               SET NFEEXP-CANCELAMENTO  TO TRUE
               MOVE NFECTL-PROTOCOLO    TO NFEEXP-EVT-PROTOCOLO
               SET NFECTL-CANCEL-ENVIADO TO TRUE
           END-IF.
           OPEN EXTEND NFEEXP-FILE.
           IF  WRK-NFEEXP-STATUS       EQUAL '35'
               OPEN OUTPUT NFEEXP-FILE
               CLOSE NFEEXP-FILE
               OPEN EXTEND NFEEXP-FILE
           END-IF.
           WRITE NFEEXP-REC.
           CLOSE NFEEXP-FILE.

           MOVE WRK-NFE-MOTIVO         TO NFECTL-MOTIVO.
           REWRITE NFECTL-REC.
           IF  NFEEXP-INUTILIZACAO
               DISPLAY 'NF-E ' NFECTL-NUMERO ' REJEITADA - '
                       'INUTILIZACAO DO NUMERO EXPORTADA'
           ELSE
               DISPLAY 'NF-E ' NFECTL-NUMERO ' - PEDIDO DE '
                       'CANCELAMENTO EXPORTADO'
           END-IF.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA NO MOVIMENTO DE PIS E COFINS A DEDUCAO DO
      *    CANCELAMENTO (C) OU DA REDUCAO DE QUANTIDADE (A) DE UM
      *    PEDIDO LIBERADO
      *================================================================*
       0295-GRAVAR-PISMOV              SECTION.
      *================================================================*
           OPEN EXTEND PISMOV-FILE.
           IF  WRK-PISMOV-STATUS       EQUAL '35'
               OPEN OUTPUT PISMOV-FILE
               CLOSE PISMOV-FILE
               OPEN EXTEND PISMOV-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO PISMOV-DATA.
           MOVE WRK-PISMOV-TIPO        TO PISMOV-TIPO.
           MOVE PEDIDO-NUMERO          TO PISMOV-PEDIDO.
           MOVE WRK-BASE-DELTA         TO PISMOV-BASE.
           MOVE WRK-PIS-DELTA          TO PISMOV-PIS.
           MOVE WRK-COFINS-DELTA       TO PISMOV-COFINS.
           MOVE 'PROGCOB64'            TO PISMOV-PROGRAMA.
           WRITE PISMOV-REC.
           CLOSE PISMOV-FILE.
      *================================================================*
       0295-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
           CLOSE ESTOQUE-FILE.
           CLOSE SALESHIS-FILE.
           CLOSE MANIFUF-FILE.
           IF  WRK-NFECTL-ABERTO
               CLOSE NFECTL-FILE
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
