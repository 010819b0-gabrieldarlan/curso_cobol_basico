      *================================================================*
      *    ICMSAREL.COB                                                *
      *    LINHA DA APURACAO MENSAL DE ICMS: DEBITOS, CREDITOS,        *
      *    SALDO CREDOR ANTERIOR E O RESULTADO A RECOLHER OU A         *
      *    TRANSPORTAR, COM O LANCAMENTO NO GLPOST (PROGICMAP)         *
      *================================================================*
       01  ICMSAREL-REC                   PIC X(110).
