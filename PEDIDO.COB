      *    DE VIDA DO PEDIDO (PROGCOB62)
      *
           05  PEDIDO-DATA-PROMETIDA       PIC 9(008).
      *
      *    SEQUENCIA DO ENDERECO DE ENTREGA (ENDENTR) INFORMADA NO
      *    PEDIDO; ZERO = ENDERECO DE CADASTRO DO CUSTMAS
      *
           05  PEDIDO-END-ENTREGA          PIC 9(002).
      *
      *    PIS E COFINS DA VENDA, CALCULADOS NA ENTRADA DO PEDIDO
      *    SOBRE O SUBTOTAL PELA TABELA PISCOF E REDUZIDOS NA
      *    ALTERACAO DE QUANTIDADE (PROGCOB64)
      *
           05  PEDIDO-PIS                  PIC 9(008)V99.
           05  PEDIDO-COFINS               PIC 9(008)V99.
      *
      *    OPERADOR QUE DIGITOU O PEDIDO (PROGCOB18), CONFRONTADO COM
      *    QUEM LIBERA A RETENCAO DE CREDITO (SEGREGACAO DE FUNCOES)
      *
           05  PEDIDO-OPERADOR             PIC X(020).
      *
      *    TRANSPORTADORA ESCOLHIDA PELO MENOR FRETE NO PRAZO PROMETIDO
      *    (TABELA TRANSTAR); EM BRANCO QUANDO O FRETE VEIO DA TABELA
      *    POR UF (FRETUF)
      *
           05  PEDIDO-TRANSP-CNPJ          PIC X(014).
      *
      *    FILIAL QUE VENDEU (CADASTRO FILIAL), HERDADA PELOS TITULOS
      *    DO CONTAS A RECEBER E PELOS LANCAMENTOS DO EXTRATO DE
      *    VENDAS; EM BRANCO NOS PEDIDOS ANTERIORES = MATRIZ (01)
      *
           05  PEDIDO-FILIAL               PIC X(002).
