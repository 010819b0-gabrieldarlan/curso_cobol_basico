      *================================================================*
      *    SALESHIS.COB                                                *
      *    HISTORICO DIARIO DE VENDAS, POR DATA E FILIAL (PROGCOB15)   *
      *    CHAVE: SALESHIS-CHAVE (DATA + FILIAL DO LOTE)               *
      *================================================================*
       01  SALESHIS-REC.
           05  SALESHIS-CHAVE.
               10  SALESHIS-DATA           PIC 9(008).
               10  SALESHIS-FILIAL         PIC X(002).
           05  SALESHIS-QTD                PIC 9(005).
           05  SALESHIS-TOTAL              PIC 9(008)V99.
           05  SALESHIS-VENDA-MIN          PIC 9(006)V99.
