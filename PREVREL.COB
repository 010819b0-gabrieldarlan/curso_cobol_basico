      *================================================================*
      *    PREVREL.COB                                                 *
      *    RELATORIO MENSAL DA PREVISAO DE DEMANDA (PROGPREV): A       *
      *    PREVISAO DE CADA PRODUTO E A PRECISAO DAS PREVISOES DOS     *
      *    ULTIMOS 12 MESES APURADOS, PARA O PLANEJADOR SABER EM QUAIS *
      *    CONFIAR                                                     *
      *================================================================*
       01  PREVREL-REC                    PIC X(132).
