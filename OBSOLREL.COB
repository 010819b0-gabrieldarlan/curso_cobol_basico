      *================================================================*
      *    OBSOLREL.COB                                                *
      *    RELATORIO DE ESTOQUE PARADO E OBSOLETO (PROGOBSOL): CADA    *
      *    PRODUTO COM SALDO ENVELHECIDO PELOS DIAS DESDE A ULTIMA     *
      *    SAIDA NA TRILHA MOVEST, NAS FAIXAS DE 90/180/365 DIAS E     *
      *    ACIMA, VALORIZADO AO CUSTO MEDIO, COM A PROVISAO PARA       *
      *    PERDA POR FAIXA E O AJUSTE MENSAL LANCADO NO GLPOST         *
      *================================================================*
       01  OBSOLREL-REC                   PIC X(132).
