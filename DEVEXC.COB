      *================================================================*
      *    DEVEXC.COB                                                  *
      *    RELATORIO DE EXCECOES DO LOTE DE DEVOLUCOES (PROGCOB29):    *
      *    ITENS RECUSADOS POR FALTA DE AUTORIZACAO DE DEVOLUCAO       *
      *    (AUTDEV), AUTORIZACAO VENCIDA, CANCELADA OU DE OUTRO        *
      *    PEDIDO/PRODUTO, QUANTIDADE ACIMA DO SALDO AUTORIZADO,       *
      *    PEDIDO NAO CADASTRADO OU PERIODO FECHADO                    *
      *================================================================*
       01  DEVEXC-REC                     PIC X(132).
