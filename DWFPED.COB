      *================================================================*
      *    DWFPED.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - FATO ITEM DE PEDIDO *
      *    DO DIA: PEDIDET COM O CABECALHO DO PEDIDO, O VENDEDOR DO    *
      *    TERRITORIO DA UF, A CHAVE SUBSTITUTA DO CLIENTE (DWCLICH)   *
      *    E O CUSTO MEDIO DO ITEM (CUSTOPROD/KITMAS). CAMPOS          *
      *    SEPARADOS POR ';', VALORES COM VIRGULA DECIMAL E LINHA DE   *
      *    CABECALHO COM OS NOMES                                      *
      *================================================================*
       01  DWFPED-REC                     PIC X(200).
