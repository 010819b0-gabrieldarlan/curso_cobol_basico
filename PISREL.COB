      *================================================================*
      *    PISREL.COB                                                  *
      *    LINHA DA APURACAO MENSAL DE PIS E COFINS SOBRE VENDAS:      *
      *    RECEITA BRUTA, DEDUCOES, BASE DE CALCULO E TRIBUTOS         *
      *    DEVIDOS, COM O LANCAMENTO NO GLPOST (PROGPISCO)             *
      *================================================================*
       01  PISREL-REC                     PIC X(110).
