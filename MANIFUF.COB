      *    TRANSPORTADORA (PROGCOB39)
      *
           05  MANIFUF-TRANSP-CNPJ         PIC X(014).
      *
      *    BASE DA COTACAO PELA TABELA DA TRANSPORTADORA (TRANSTAR):
      *    PESO TAXADO (PESO X FATOR DA CLASSE DE FRETE) E VOLUME,
      *    PARA A CONFERENCIA DA FATURA CONTRA A TABELA DA PROPRIA
      *    TRANSPORTADORA (PROGCOB27)
      *
           05  MANIFUF-PESO-TAXADO         PIC 9(005)V99.
           05  MANIFUF-VOLUME-M3           PIC 9(003)V9999.
