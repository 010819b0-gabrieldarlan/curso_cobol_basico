      *================================================================*
      *    ASNIN.COB                                                   *
      *    AVISO DE EMBARQUE (ASN) ENVIADO PELO FORNECEDOR, UMA LINHA  *
      *    POR LINHA DO PEDIDO DE COMPRA (PEDCOMP) EMBARCADA, COM A    *
      *    QUANTIDADE, A DATA PREVISTA DE CHEGADA E O LOTE/VALIDADE;   *
      *    IMPORTADO E CRITICADO PELO PROGASN                          *
      *================================================================*
       01  ASNIN-REC.
           05  ASNIN-CNPJ                 PIC X(014).
           05  ASNIN-NUMERO               PIC X(010).
           05  ASNIN-PEDCOMP              PIC 9(006).
           05  ASNIN-LINHA                PIC 9(003).
           05  ASNIN-PRODUTO              PIC X(006).
           05  ASNIN-QTD                  PIC 9(005).
           05  ASNIN-DATA-CHEGADA         PIC 9(008).
           05  ASNIN-LOTE                 PIC X(010).
           05  ASNIN-VALIDADE             PIC 9(008).
