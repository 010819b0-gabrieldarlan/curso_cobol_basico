      *================================================================*
      *    DISSIREL.COB                                                *
      *    LINHA DO RELATORIO DO DISSIDIO COLETIVO (PROGDISSI):        *
      *    SALARIO ANTERIOR E REAJUSTADO POR FUNCIONARIO, DIFERENCAS   *
      *    RETROATIVAS POR PERIODO E OCORRENCIAS                       *
      *================================================================*
       01  DISSIREL-REC                   PIC X(110).
