      * (DIARIO) E O VENDHIS (POR VENDEDOR) NAO DAO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - PEDE A FILIAL (EM BRANCO = CONSOLIDADO) E CONTA SO
      *              OS PEDIDOS DA FILIAL (PEDIDO-FILIAL, EM BRANCO =
      *              MATRIZ 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           05  WRK-ANT-MES             PIC 9(002).
       77  WRK-PEDIDO-PERIODO          PIC 9(006)      VALUE ZEROS.
      *
      *    FILIAL PEDIDA (EM BRANCO = CONSOLIDADO) E A DO PEDIDO LIDO
      *    (SEM FILIAL = MATRIZ 01)
      *
       77  WRK-FILIAL-SEL              PIC X(002)      VALUE SPACES.
           88  WRK-CONSOLIDADO                         VALUE SPACES.
       77  WRK-FILIAL-REG              PIC X(002)      VALUE SPACES.
      *
      *    ULTIMO PEDIDO LIDO NO RESUMO, PARA NAO RELER A CADA ITEM
      *
       77  WRK-ULT-PEDIDO              PIC 9(006)      VALUE ZEROS.
           DISPLAY 'MIX DE VENDAS POR PRODUTO'.
           DISPLAY 'PERIODO (AAAAMM):'.
           ACCEPT WRK-PERIODO.
           DISPLAY 'FILIAL (EM BRANCO = CONSOLIDADO):'.
           ACCEPT WRK-FILIAL-SEL.
           MOVE WRK-PERIODO            TO WRK-PERIODO-ANT.
           IF  WRK-ANT-MES             EQUAL 1
               MOVE 12                  TO WRK-ANT-MES
                  INTO MIXREL-REC
           END-STRING.
           WRITE MIXREL-REC.
           MOVE SPACES                 TO MIXREL-REC.
           IF  WRK-CONSOLIDADO
               MOVE 'FILIAL: CONSOLIDADO' TO MIXREL-REC
           ELSE
               STRING 'FILIAL: '        DELIMITED BY SIZE
                      WRK-FILIAL-SEL    DELIMITED BY SIZE
                      INTO MIXREL-REC
               END-STRING
           END-IF.
           WRITE MIXREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
               MOVE 'N'                 TO WRK-PEDIDO-VALIDO
               MOVE PEDIDET-PEDIDO      TO PEDIDO-NUMERO
               READ PEDIDO-FILE
               MOVE PEDIDO-FILIAL       TO WRK-FILIAL-REG
               IF  WRK-FILIAL-REG      EQUAL SPACES
                   MOVE '01'            TO WRK-FILIAL-REG
               END-IF
               IF  WRK-PEDIDO-OK AND PEDIDO-LIBERADO
               AND (WRK-CONSOLIDADO
               OR   WRK-FILIAL-REG     EQUAL WRK-FILIAL-SEL)
                   SET WRK-PEDIDO-CONTA TO TRUE
                   DIVIDE PEDIDO-DATA  BY 100
                       GIVING WRK-PEDIDO-PERIODO
