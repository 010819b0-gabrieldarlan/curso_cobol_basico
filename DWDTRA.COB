      *================================================================*
      *    DWDTRA.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - DIMENSAO            *
      *    TRANSPORTADORA (TRANSMAS); FOTOGRAFIA COMPLETA, MESMO       *
      *    FORMATO DELIMITADO DO DWFPED                                *
      *================================================================*
       01  DWDTRA-REC                     PIC X(120).
