      *================================================================*
      *    CONTLOTE.COB                                                *
      *    QUANTIDADES CONTADAS POR LOTE NO INVENTARIO FISICO DO       *
      *    DEPOSITO PRINCIPAL (LOCAL 01), DIGITADAS AS CEGAS JUNTO     *
      *    COM A CONTAGEM DO PRODUTO (CONTAGEM) PELO PROGCOB73, QUE    *
      *    APURA A VARIANCIA CONTRA O SALDO DO LOTE (ESTLOTE)          *
      *    CHAVE: CONTLOTE-CHAVE (PRODUTO + LOTE)                      *
      *================================================================*
       01  CONTLOTE-REC.
           05  CONTLOTE-CHAVE.
               10  CONTLOTE-PRODUTO       PIC X(006).
               10  CONTLOTE-LOTE          PIC X(010).
           05  CONTLOTE-VALIDADE          PIC 9(008).
           05  CONTLOTE-QTD-CONTADA       PIC 9(007).
           05  CONTLOTE-DATA              PIC 9(008).
           05  CONTLOTE-OPERADOR          PIC X(020).
