      *================================================================*
      *    RENTREL.COB                                                 *
      *    RELATORIO DE RENTABILIDADE POR CLIENTE (PROGRENT): VENDA    *
      *    LIQUIDA, CMV, FRETE ABSORVIDO, NOTAS DE CREDITO, BAIXAS POR *
      *    PERDA E ENCARGOS RECEBIDOS DE CADA CPF NO PERIODO, COM A    *
      *    MARGEM DE CONTRIBUICAO EM VALOR E EM PERCENTUAL, DO PIOR    *
      *    PARA O MELHOR                                               *
      *================================================================*
       01  RENTREL-REC                    PIC X(150).
