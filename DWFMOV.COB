      *================================================================*
      *    DWFMOV.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - FATO MOVIMENTO DE   *
      *    ESTOQUE DO DIA (MOVEST); MESMO FORMATO DELIMITADO DO DWFPED *
      *================================================================*
       01  DWFMOV-REC                     PIC X(120).
