      *    TRILHA DE MOVIMENTACAO DE ESTOQUE, UMA LINHA POR ENTRADA,   *
      *    SAIDA OU AJUSTE, COMPARTILHADA ENTRE O LANCAMENTO DE        *
      *    ENTRADAS/AJUSTES (PROGCOB25) E A BAIXA POR ITEM DE PEDIDO   *
      *    (PROGCOB18); O LOTE E A VALIDADE SAO INFORMADOS NOS         *
      *    MOVIMENTOS DE RECEBIMENTO, TRANSFERENCIA, INVENTARIO POR    *
      *    LOTE E SEPARACAO (BRANCO/ZEROS QUANDO SEM LOTE)             *
      *================================================================*
       01  MOVEST-REC.
           05  MOVEST-DATA                PIC 9(008).
      *    FICAM NO ESTLOC E AS TRANSFERENCIAS NO PROGCOB74
      *
           05  MOVEST-LOCAL               PIC X(002).
      *
      *    LOTE DO FORNECEDOR E VALIDADE DO MOVIMENTO (SALDOS NO
      *    ESTLOTE); NOS AJUSTES POR LOTE DO INVENTARIO (PROGCOB73) A
      *    QUANTIDADE E A VARIANCIA DO LOTE E O SALDO APOS E O DO LOTE
      *
           05  MOVEST-LOTE                PIC X(010).
           05  MOVEST-VALIDADE            PIC 9(008).
