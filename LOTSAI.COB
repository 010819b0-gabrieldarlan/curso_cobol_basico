      *================================================================*
      *    LOTSAI.COB                                                  *
      *    SAIDAS POR LOTE: UMA LINHA POR LOTE SEPARADO PARA UM ITEM   *
      *    DE PEDIDO NO PROGCOB18, COM O PEDIDO E O CPF QUE RECEBERAM  *
      *    O LOTE, PARA A CONSULTA DE RECOLHIMENTO (RECALL) DO         *
      *    PROGLOTE                                                    *
      *================================================================*
       01  LOTSAI-REC.
           05  LOTSAI-DATA                PIC 9(008).
           05  LOTSAI-PRODUTO             PIC X(006).
           05  LOTSAI-LOTE                PIC X(010).
           05  LOTSAI-VALIDADE            PIC 9(008).
           05  LOTSAI-PEDIDO              PIC 9(006).
           05  LOTSAI-CPF                 PIC X(011).
           05  LOTSAI-QTD                 PIC 9(005).
