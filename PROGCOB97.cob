      * SIMPLES DE MELHOR/PIOR
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - RESUMO POR FILIAL: A FILIAL E PEDIDA APOS O
      *              PERIODO (EM BRANCO = CONSOLIDADO). VENDAS E FOLHA
      *              VEM DO PERFECHA DA FILIAL (NO CONSOLIDADO, SOMA
      *              DAS FILIAIS; FOLHA DO PAYHIS) E O RECEBER E
      *              FILTRADO POR CONTAREC-FILIAL; ORCAMENTO, ESTOQUE
      *              E EXCECOES SEGUEM DA EMPRESA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT ORCAMENT-FILE         ASSIGN TO "ORCAMENT"
               ORGANIZATION           IS INDEXED
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT PAYHIS-FILE           ASSIGN TO "PAYHIS"
               ORGANIZATION           IS INDEXED
       77  WRK-ORCAMENT-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ORCAMENT-OK                         VALUE '00'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-PAYHIS-STATUS           PIC X(002)      VALUE SPACES.
           05  WRK-ANT-MES             PIC 9(002).
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    FILIAL DO RESUMO (EM BRANCO = CONSOLIDADO DA EMPRESA);
      *    TITULOS SEM FILIAL SAO DA MATRIZ (01)
      *
       77  WRK-FILIAL-SEL              PIC X(002)      VALUE SPACES.
           88  WRK-CONSOLIDADO                         VALUE SPACES.
       77  WRK-FILIAL-REG              PIC X(002)      VALUE SPACES.
       77  WRK-PERFECHA-FIM            PIC X(001)      VALUE 'N'.
           88  WRK-FIM-PERFECHA                        VALUE 'S'.
       77  WRK-PERIODO-SOMA            PIC 9(006)      VALUE ZEROS.
       77  WRK-VENDAS-SOMA             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-FOLHA-SOMA              PIC 9(011)V99   VALUE ZEROS.
      *
      *    APURACOES DO RESUMO
      *
       77  WRK-VENDAS-MES              PIC 9(009)V99   VALUE ZEROS.
           ELSE
               SUBTRACT 1              FROM WRK-ANT-MES
           END-IF.
           DISPLAY 'FILIAL (EM BRANCO = CONSOLIDADO):'.
           ACCEPT WRK-FILIAL-SEL.

           OPEN INPUT PERFECHA-FILE.
           OPEN INPUT ORCAMENT-FILE.
                  INTO RESUMOGER-REC
           END-STRING.
           WRITE RESUMOGER-REC.

           MOVE SPACES                 TO RESUMOGER-REC.
           IF  WRK-CONSOLIDADO
               MOVE 'FILIAL: CONSOLIDADO' TO RESUMOGER-REC
           ELSE
               STRING 'FILIAL: '        DELIMITED BY SIZE
                      WRK-FILIAL-SEL    DELIMITED BY SIZE
                      INTO RESUMOGER-REC
               END-STRING
           END-IF.
           WRITE RESUMOGER-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
       0210-LINHA-VENDAS               SECTION.
      *================================================================*
           IF  NOT WRK-PERFECHA-INEXISTENTE
               MOVE WRK-PERIODO         TO WRK-PERIODO-SOMA
               PERFORM 0212-SOMAR-FECHAMENTOS
               MOVE WRK-VENDAS-SOMA     TO WRK-VENDAS-MES
               MOVE WRK-FOLHA-SOMA      TO WRK-FOLHA-MES
               MOVE WRK-PERIODO-ANT     TO WRK-PERIODO-SOMA
               PERFORM 0212-SOMAR-FECHAMENTOS
               MOVE WRK-VENDAS-SOMA     TO WRK-VENDAS-ANT
               MOVE WRK-FOLHA-SOMA      TO WRK-FOLHA-ANT
           END-IF.
           IF  NOT WRK-CONSOLIDADO
               MOVE WRK-VENDAS-MES      TO WRK-VALOR-ED
               MOVE SPACES              TO RESUMOGER-REC
               STRING 'VENDAS DO MES='  DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      ' (ORCAMENTO SO NO CONSOLIDADO)'
                                        DELIMITED BY SIZE
                      INTO RESUMOGER-REC
               END-STRING
               WRITE RESUMOGER-REC
               GO TO 0210-50-ANTERIOR
           END-IF.
           MOVE WRK-PERIODO            TO ORCAMENT-PERIODO.
           READ ORCAMENT-FILE.
                  INTO RESUMOGER-REC
           END-STRING.
           WRITE RESUMOGER-REC.
       0210-50-ANTERIOR.
           IF  WRK-VENDAS-MES          NOT LESS WRK-VENDAS-ANT
               MOVE 'MELHOR'            TO WRK-INDICADOR
           ELSE
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TOTAIS DE VENDAS E FOLHA FECHADOS NO PERIODO: DA FILIAL
      *    PEDIDA OU, NO CONSOLIDADO, A SOMA DE TODAS AS FILIAIS
      *================================================================*
       0212-SOMAR-FECHAMENTOS          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-VENDAS-SOMA.
           MOVE ZEROS                  TO WRK-FOLHA-SOMA.
           MOVE WRK-PERIODO-SOMA       TO PERFECHA-PERIODO.
           IF  NOT WRK-CONSOLIDADO
               MOVE WRK-FILIAL-SEL      TO PERFECHA-FILIAL
               READ PERFECHA-FILE
               IF  WRK-PERFECHA-OK
                   MOVE PERFECHA-VENDAS-TOTAL TO WRK-VENDAS-SOMA
                   MOVE PERFECHA-FOLHA-BRUTO  TO WRK-FOLHA-SOMA
               END-IF
               GO TO 0212-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-PERFECHA-FIM.
           MOVE LOW-VALUES             TO PERFECHA-FILIAL.
           START PERFECHA-FILE KEY NOT LESS PERFECHA-CHAVE
               INVALID KEY
                   SET WRK-FIM-PERFECHA TO TRUE
           END-START.
           PERFORM 0214-SOMAR-1-FECHAMENTO
               UNTIL WRK-FIM-PERFECHA.
      *================================================================*
       0212-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO FECHAMENTO E SOMA O DO PERIODO PEDIDO
      *================================================================*
       0214-SOMAR-1-FECHAMENTO         SECTION.
      *================================================================*
           READ PERFECHA-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-PERFECHA TO TRUE
           END-READ.
           IF  WRK-FIM-PERFECHA
           OR  NOT WRK-PERFECHA-OK
           OR  PERFECHA-PERIODO        NOT EQUAL WRK-PERIODO-SOMA
               SET WRK-FIM-PERFECHA     TO TRUE
               GO TO 0214-99-FIM
           END-IF.
           ADD PERFECHA-VENDAS-TOTAL   TO WRK-VENDAS-SOMA.
      *================================================================*
       0214-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTAS A RECEBER EM ABERTO E VENCIDO
      *================================================================*

       0228-SOMAR-1-TITULO             SECTION.
      *================================================================*
           MOVE CONTAREC-FILIAL        TO WRK-FILIAL-REG.
           IF  WRK-FILIAL-REG          EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-REG
           END-IF.
           IF  CONTAREC-ABERTO
           AND (WRK-CONSOLIDADO OR WRK-FILIAL-REG EQUAL WRK-FILIAL-SEL)
               COMPUTE WRK-RECEB-ABERTO = WRK-RECEB-ABERTO +
                       CONTAREC-VALOR - CONTAREC-VALOR-PAGO
               IF  CONTAREC-DATA-VENCTO LESS WRK-DATA-SYS
       0230-LINHA-FOLHA                SECTION.
      *================================================================*
           IF  WRK-PAYHIS-INEXISTENTE
           OR  NOT WRK-CONSOLIDADO
               GO TO 0230-50-IMPRIMIR
           END-IF.
           MOVE ZEROS                  TO WRK-FOLHA-MES.
           MOVE ZEROS                  TO WRK-FOLHA-ANT.
           PERFORM 0235-LER-FOLHA.
           PERFORM 0238-SOMAR-1-FOLHA UNTIL WRK-PAYHIS-FIM.
       0230-50-IMPRIMIR.
