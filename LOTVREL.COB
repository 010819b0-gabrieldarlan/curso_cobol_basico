      *================================================================*
      *    LOTVREL.COB                                                 *
      *    RELATORIO DE LOTES DE ESTOQUE (PROGLOTE): LOTES A VENCER    *
      *    NOS PROXIMOS N DIAS OU RECOLHIMENTO DE UM LOTE, COM OS      *
      *    PEDIDOS E CPFS QUE O RECEBERAM                              *
      *================================================================*
       01  LOTVREL-REC                    PIC X(120).
