      *================================================================*
      *    PISCOF.COB                                                  *
      *    TABELA DE ALIQUOTAS DE PIS E COFINS SOBRE A RECEITA DE      *
      *    VENDAS COM DATA DE VIGENCIA, NOS MOLDES DA TRIBTAB DA       *
      *    FOLHA; O PEDIDO APLICA A VIGENCIA MAIS RECENTE NAO          *
      *    POSTERIOR A DATA DE PROCESSAMENTO (PROGCOB18)               *
      *    CHAVE: PISCOF-DATA-VIGENCIA                                 *
      *================================================================*
       01  PISCOF-REC.
           05  PISCOF-DATA-VIGENCIA       PIC 9(008).
           05  PISCOF-ALIQ-PIS            PIC 9(001)V9999.
           05  PISCOF-ALIQ-COFINS         PIC 9(001)V9999.
