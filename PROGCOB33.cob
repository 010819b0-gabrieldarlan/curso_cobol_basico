      * DO ANO, ACABANDO COM A SOMA MANUAL DE PAYREGS EM FEVEREIRO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - PENSAO ALIMENTICIA DESCONTADA (PAYDET-PENSAO) NA
      *              LINHA DE CADA PERIODO E TOTAL DO ANO DEDUZIDO DA
      *              BASE DO IRRF NO FECHAMENTO DO FUNCIONARIO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           05  ORDENA-INSS             PIC 9(008)V99.
           05  ORDENA-IRRF             PIC 9(008)V99.
           05  ORDENA-LIQUIDO          PIC 9(008)V99.
           05  FILLER                  PIC X(118).
           05  ORDENA-PENSAO           PIC 9(006)V99.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
       77  WRK-TOT-INSS                PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-IRRF                PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-LIQUIDO             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-PENSAO              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-FUNCIONARIOS        PIC 9(005)      VALUE ZEROS.
      *
       77  WRK-BRUTO-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-INSS-ED                 PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IRRF-ED                 PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED              PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PENSAO-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
           MOVE ZEROS                  TO WRK-TOT-BRUTO
                                           WRK-TOT-INSS
                                           WRK-TOT-IRRF
                                           WRK-TOT-LIQUIDO
                                           WRK-TOT-PENSAO.
           MOVE SPACES                 TO INFORME-REC.
           STRING 'FUNCIONARIO '       DELIMITED BY SIZE
                  WRK-MATRICULA-ATUAL  DELIMITED BY SIZE
      *================================================================*
       0235-GRAVAR-LINHA-PERIODO       SECTION.
      *================================================================*
           IF  ORDENA-PENSAO           NOT NUMERIC
               MOVE ZEROS               TO ORDENA-PENSAO
           END-IF.
           ADD ORDENA-BRUTO            TO WRK-TOT-BRUTO.
           ADD ORDENA-INSS             TO WRK-TOT-INSS.
           ADD ORDENA-IRRF             TO WRK-TOT-IRRF.
           ADD ORDENA-LIQUIDO          TO WRK-TOT-LIQUIDO.
           ADD ORDENA-PENSAO           TO WRK-TOT-PENSAO.
           MOVE ORDENA-BRUTO           TO WRK-BRUTO-ED.
           MOVE ORDENA-INSS            TO WRK-INSS-ED.
           MOVE ORDENA-IRRF            TO WRK-IRRF-ED.
           MOVE ORDENA-LIQUIDO         TO WRK-LIQUIDO-ED.
           MOVE ORDENA-PENSAO          TO WRK-PENSAO-ED.
           MOVE SPACES                 TO INFORME-REC.
           STRING '  '                 DELIMITED BY SIZE
                  ORDENA-PERIODO       DELIMITED BY SIZE
                  WRK-INSS-ED          DELIMITED BY SIZE
                  ' IRRF='             DELIMITED BY SIZE
                  WRK-IRRF-ED          DELIMITED BY SIZE
                  ' PENSAO='           DELIMITED BY SIZE
                  WRK-PENSAO-ED        DELIMITED BY SIZE
                  INTO INFORME-REC
           END-STRING.
           WRITE INFORME-REC.
                  INTO INFORME-REC
           END-STRING.
           WRITE INFORME-REC.
           IF  WRK-TOT-PENSAO          GREATER ZEROS
               MOVE WRK-TOT-PENSAO      TO WRK-PENSAO-ED
               MOVE SPACES              TO INFORME-REC
               STRING '  PENSAO ALIMENTICIA JUDICIAL PAGA NO ANO '
                                        DELIMITED BY SIZE
                      '(DEDUZIDA DA BASE DO IRRF)='
                                        DELIMITED BY SIZE
                      WRK-PENSAO-ED     DELIMITED BY SIZE
                      INTO INFORME-REC
               END-STRING
               WRITE INFORME-REC
           END-IF.
           MOVE 'N'                    TO WRK-TEM-FUNCIONARIO.
      *================================================================*
       0240-99-FIM.                    EXIT.
