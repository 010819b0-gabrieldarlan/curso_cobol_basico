      *================================================================*
      *    CCUSTREL.COB                                                *
      *    LINHA DO RELATORIO MENSAL DE DESPESAS POR CENTRO DE         *
      *    CUSTO, COM A FOLHA, O FRETE E O REEMBOLSO DE DESPESAS A     *
      *    FUNCIONARIO DESTACADOS E OS CENTROS SEM CADASTRO APONTADOS  *
      *    (PROGCOB86)                                                 *
      *================================================================*
       01  CCUSTREL-REC                   PIC X(132).
