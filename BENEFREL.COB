      *================================================================*
      *    BENEFREL.COB                                                *
      *    LINHA DO RELATORIO MENSAL DE BENEFICIOS POR FORNECEDOR      *
      *    (PROGBENRL), PARA CONFERENCIA DA FATURA                     *
      *================================================================*
       01  BENEFREL-REC                   PIC X(110).
