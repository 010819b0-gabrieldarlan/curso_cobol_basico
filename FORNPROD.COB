      *================================================================*
      *    FORNPROD.COB                                                *
      *    CATALOGO FORNECEDOR-PRODUTO: QUEM VENDE CADA PRODUTO DO     *
      *    PRODMAS, COM PRAZO DE ENTREGA EM DIAS, ULTIMO CUSTO         *
      *    UNITARIO ACORDADO, QUANTIDADE MINIMA DE PEDIDO E A MARCA    *
      *    DO FORNECEDOR PREFERIDO (UM POR PRODUTO). MANTIDO PELO      *
      *    PROGFPROD, COM O CUSTO ATUALIZADO A CADA PEDIDO DE COMPRA   *
      *    DO PROGCOB71, E USADO PELA SUGESTAO NOTURNA DE REPOSICAO    *
      *    (PROGCOB69) PARA GERAR OS RASCUNHOS DE PEDIDO DE COMPRA     *
      *    CHAVE: FORNPROD-CHAVE (PRODUTO + CNPJ)                      *
      *================================================================*
       01  FORNPROD-REC.
           05  FORNPROD-CHAVE.
               10  FORNPROD-PRODUTO       PIC X(006).
               10  FORNPROD-CNPJ          PIC X(014).
           05  FORNPROD-PRAZO-DIAS        PIC 9(003).
           05  FORNPROD-CUSTO-UNIT        PIC 9(007)V99.
           05  FORNPROD-QTD-MINIMA        PIC 9(005).
           05  FORNPROD-PREFERIDO         PIC X(001).
               88  FORNPROD-E-PREFERIDO                VALUE 'S'.
               88  FORNPROD-NAO-PREFERIDO              VALUE 'N'.
           05  FORNPROD-DATA-ULT-ATU      PIC 9(008).
