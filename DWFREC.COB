      *================================================================*
      *    DWFREC.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - FATO RECEBIMENTO    *
      *    DO DIA (RECHIST), COM A CHAVE SUBSTITUTA DO CLIENTE         *
      *    (DWCLICH) NO LUGAR DO CPF; MESMO FORMATO DELIMITADO DO      *
      *    DWFPED                                                      *
      *================================================================*
       01  DWFREC-REC                     PIC X(120).
