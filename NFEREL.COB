      *================================================================*
      *    NFEREL.COB                                                  *
      *    RELATORIO DO RETORNO DA NOTA FISCAL ELETRONICA (PROGNFERT): *
      *    NOTAS AUTORIZADAS, REJEITADAS PARA CORRECAO, EVENTOS DE     *
      *    CANCELAMENTO/INUTILIZACAO/DEVOLUCAO E AS NOTAS AINDA SEM    *
      *    RETORNO                                                     *
      *================================================================*
       01  NFEREL-REC                     PIC X(132).
