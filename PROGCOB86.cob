      * OS CHEFES DE DEPARTAMENTO FINALMENTE VEEM O QUE GASTAM
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - O RELATORIO DE DESPESAS DESTACA O REEMBOLSO DE
      *              DESPESAS A FUNCIONARIO (LANCAMENTOS DO PROGDESPG)
      *              EM COLUNA PROPRIA; LINHA DO CCUSTREL AMPLIADA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               10  WRK-CC-TOTAL        PIC 9(011)V99.
               10  WRK-CC-FOLHA        PIC 9(011)V99.
               10  WRK-CC-FRETE        PIC 9(011)V99.
               10  WRK-CC-REEMB        PIC 9(011)V99.
       77  WRK-CC-COUNT                PIC 9(002)      VALUE ZEROS.
       77  WRK-TOTAL-ED                PIC $Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
                                                        VALUE ZEROS.
       77  WRK-FRETE-ED                PIC $Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-REEMB-ED                PIC $Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*

      *================================================================*
      *    ACUMULA UM DEBITO DO PERIODO NO SEU CENTRO DE CUSTO, COM
      *    A FOLHA, O FRETE E O REEMBOLSO DE DESPESAS A FUNCIONARIO
      *    (PROGDESPG) EM COLUNAS PROPRIAS
      *================================================================*
       0520-ACUMULAR-1-LANCAMENTO      SECTION.
      *================================================================*
                       MOVE ZEROS     TO WRK-CC-TOTAL(WRK-CC-IDX)
                       MOVE ZEROS     TO WRK-CC-FOLHA(WRK-CC-IDX)
                       MOVE ZEROS     TO WRK-CC-FRETE(WRK-CC-IDX)
                       MOVE ZEROS     TO WRK-CC-REEMB(WRK-CC-IDX)
                     ELSE
                       SET WRK-CC-IDX TO WRK-CC-COUNT
                     END-IF
               IF  GLPOST-CONTA        EQUAL 'DESPFRETE'
                   ADD GLPOST-VALOR     TO WRK-CC-FRETE(WRK-CC-IDX)
               END-IF
               IF  GLPOST-PROGRAMA     EQUAL 'PROGDESPG'
                   ADD GLPOST-VALOR     TO WRK-CC-REEMB(WRK-CC-IDX)
               END-IF
           END-IF.
           PERFORM 0510-LER-LANCAMENTO.
      *================================================================*
           MOVE WRK-CC-TOTAL(WRK-CC-IDX) TO WRK-TOTAL-ED.
           MOVE WRK-CC-FOLHA(WRK-CC-IDX) TO WRK-FOLHA-ED.
           MOVE WRK-CC-FRETE(WRK-CC-IDX) TO WRK-FRETE-ED.
           MOVE WRK-CC-REEMB(WRK-CC-IDX) TO WRK-REEMB-ED.
           MOVE SPACES                 TO CCUSTREL-REC.
           STRING WRK-CC-COD(WRK-CC-IDX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-FOLHA-ED         DELIMITED BY SIZE
                  ' FRETE='            DELIMITED BY SIZE
                  WRK-FRETE-ED         DELIMITED BY SIZE
                  ' REEMB='            DELIMITED BY SIZE
                  WRK-REEMB-ED         DELIMITED BY SIZE
                  INTO CCUSTREL-REC
           END-STRING.
           WRITE CCUSTREL-REC.
