      *================================================================*
      *    DWFFOL.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - FATO TOTAIS DA      *
      *    FOLHA POR CENTRO DE CUSTO E CONTA, LIDOS DOS LANCAMENTOS    *
      *    DO DIA QUE O PROGCOB04 GRAVOU NO GLPOST; MESMO FORMATO      *
      *    DELIMITADO DO DWFPED                                        *
      *================================================================*
       01  DWFFOL-REC                     PIC X(120).
