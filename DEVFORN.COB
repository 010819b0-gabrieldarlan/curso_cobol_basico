      *================================================================*
      *    DEVFORN.COB                                                 *
      *    LINHA DA NOTA DE DEVOLUCAO AO FORNECEDOR (PROGDVFOR): UMA   *
      *    NOTA POR FORNECEDOR, COM OS PRODUTOS RETIRADOS DA           *
      *    QUARENTENA, A QUANTIDADE, O CUSTO DO PEDIDO DE COMPRA DE    *
      *    ORIGEM E O VALOR DA NOTA DE DEBITO, PARA ACOMPANHAR A       *
      *    MERCADORIA COM A TRANSPORTADORA                             *
      *================================================================*
       01  DEVFORN-REC                    PIC X(110).
