      *================================================================*
      *    DWDVEN.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - DIMENSAO VENDEDOR   *
      *    (VENDMAS, COM AS UFS DO TERRITORIO); FOTOGRAFIA COMPLETA,   *
      *    MESMO FORMATO DELIMITADO DO DWFPED                          *
      *================================================================*
       01  DWDVEN-REC                     PIC X(150).
