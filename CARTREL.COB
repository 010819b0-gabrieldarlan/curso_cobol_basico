      *================================================================*
      *    CARTREL.COB                                                 *
      *    RELATORIO DA CONCILIACAO DAS LIQUIDACOES DE CARTAO COM AS   *
      *    ADQUIRENTES: LIQUIDACOES NAO RECEBIDAS, DIFERENCAS DE TAXA  *
      *    E CHARGEBACKS (PROGCONCK)                                   *
      *================================================================*
       01  CARTREL-REC                    PIC X(132).
