      *================================================================*
      *    GLDRLREL.COB                                                *
      *    LINHA DO RASTREIO DE CONTA CONTABIL (PROGGLDRL): LANCAMEN-  *
      *    TOS DO GLPOST AGRUPADOS POR PROGRAMA/LOTE E O DOCUMENTO DE  *
      *    ORIGEM DE CADA GRUPO (FOLHA, PEDIDOS OU LOTE MANUAL)        *
      *================================================================*
       01  GLDRLREL-REC                   PIC X(110).
