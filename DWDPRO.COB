      *================================================================*
      *    DWDPRO.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - DIMENSAO PRODUTO    *
      *    (PRODMAS COM O CUSTO MEDIO DO CUSTOPROD), FOTOGRAFIA        *
      *    COMPLETA A CADA EXTRATO; MESMO FORMATO DELIMITADO DO DWFPED *
      *================================================================*
       01  DWDPRO-REC                     PIC X(150).
