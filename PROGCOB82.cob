      * NOVEMBRO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGCOB82'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE SPACES                 TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
