      *================================================================*
      *    ACORDTIT.COB                                                *
      *    TITULOS ORIGINAIS DO CONTAREC SUBSTITUIDOS POR UM ACORDO DE *
      *    RENEGOCIACAO (PROGRENEG), COM O SALDO E OS ENCARGOS DE      *
      *    CADA UM NA DATA DO ACORDO                                   *
      *    CHAVE: ACORDTIT-CHAVE (ACORDO + PEDIDO + PARCELA)           *
      *================================================================*
       01  ACORDTIT-REC.
           05  ACORDTIT-CHAVE.
               10  ACORDTIT-ACORDO        PIC 9(006).
               10  ACORDTIT-PEDIDO        PIC 9(006).
               10  ACORDTIT-PARCELA       PIC 9(002).
           05  ACORDTIT-DATA-VENCTO       PIC 9(008).
           05  ACORDTIT-SALDO             PIC 9(009)V99.
           05  ACORDTIT-ENCARGOS          PIC 9(009)V99.
