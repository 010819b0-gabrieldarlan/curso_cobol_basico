      * ACABANDO COM A FILA DO DIA DE PAGAMENTO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - REGISTRO DE CLASSIFICACAO ACOMPANHA O PAYDET
      *              COMPLETO; LINHAS PROPRIAS PARA O RETROATIVO DE
      *              DISSIDIO E PARA OS DESCONTOS DE VALE-TRANSPORTE,
      *              VALE-REFEICAO E PLANO DE SAUDE (BENEFIC)
      * XX/XX/XXXX - LINHA PROPRIA PARA A PENSAO ALIMENTICIA (PAYDET-
      *              PENSAO), APOS O IRRF; REGISTRO DE CLASSIFICACAO
      *              ACOMPANHA O NOVO TAMANHO DO PAYDET
      * XX/XX/XXXX - LINHA PROPRIA COM OS DIAS E O TIPO DE AFASTAMENTO
      *              (AFASTA) E O SALARIO DESCONTADO POR ELES
      * XX/XX/XXXX - REGISTRO DE CLASSIFICACAO ACOMPANHA O PAYDET COM
      *              A FILIAL DO FUNCIONARIO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-MATRICULA        PIC 9(006).
           05  ORDENA-RESTO            PIC X(206).
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
               MOVE 'HORAS EXTRAS'      TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.
           IF  PAYDET-DIAS-AFASTADO    GREATER ZEROS
               MOVE PAYDET-DESC-AFASTAMENTO TO WRK-VALOR-ED
               MOVE SPACES              TO WRK-ROTULO
               STRING 'AFASTADO '       DELIMITED BY SIZE
                      PAYDET-DIAS-AFASTADO DELIMITED BY SIZE
                      ' DIAS ('         DELIMITED BY SIZE
                      PAYDET-TIPO-AFASTAMENTO DELIMITED BY SIZE
                      ')'               DELIMITED BY SIZE
                      INTO WRK-ROTULO
               END-STRING
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.
           IF  PAYDET-DESC-FALTAS      GREATER ZEROS
               MOVE PAYDET-DESC-FALTAS  TO WRK-VALOR-ED
               MOVE 'DESCONTO DE FALTAS' TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.
           IF  PAYDET-RETROATIVO       GREATER ZEROS
               MOVE PAYDET-RETROATIVO   TO WRK-VALOR-ED
               MOVE 'RETROATIVO DISSIDIO' TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.

           MOVE PAYDET-INSS            TO WRK-VALOR-ED.
           MOVE 'DESCONTO INSS'        TO WRK-ROTULO.
           MOVE PAYDET-IRRF            TO WRK-VALOR-ED.
           MOVE 'DESCONTO IRRF'        TO WRK-ROTULO.
           PERFORM 0245-GRAVAR-LINHA-ROTULADA.
           IF  PAYDET-PENSAO           GREATER ZEROS
               MOVE PAYDET-PENSAO       TO WRK-VALOR-ED
               MOVE 'PENSAO ALIMENTICIA' TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.

           IF  PAYDET-DESC-ADTO        GREATER ZEROS
               PERFORM 0250-GRAVAR-LINHA-ADTO
           END-IF.
           IF  PAYDET-DESC-VT          GREATER ZEROS
               MOVE PAYDET-DESC-VT      TO WRK-VALOR-ED
               MOVE 'VALE-TRANSPORTE'   TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.
           IF  PAYDET-DESC-VR          GREATER ZEROS
               MOVE PAYDET-DESC-VR      TO WRK-VALOR-ED
               MOVE 'VALE-REFEICAO'     TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.
           IF  PAYDET-DESC-SAUDE       GREATER ZEROS
               MOVE PAYDET-DESC-SAUDE   TO WRK-VALOR-ED
               MOVE 'PLANO DE SAUDE'    TO WRK-ROTULO
               PERFORM 0245-GRAVAR-LINHA-ROTULADA
           END-IF.

           MOVE PAYDET-LIQUIDO         TO WRK-VALOR-ED.
           MOVE 'LIQUIDO CREDITADO'    TO WRK-ROTULO.
