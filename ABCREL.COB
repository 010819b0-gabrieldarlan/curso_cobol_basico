      *================================================================*
      *    ABCREL.COB                                                  *
      *    RELATORIO DA CLASSIFICACAO ABC (PROGABC): RANKING POR VALOR *
      *    VENDIDO EM 12 MESES MAIS VALOR EM ESTOQUE, RESUMO POR       *
      *    CLASSE E CALENDARIO DE CONTAGEM GERADO PARA O MES           *
      *================================================================*
       01  ABCREL-REC                     PIC X(120).
