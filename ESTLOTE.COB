      *================================================================*
      *    ESTLOTE.COB                                                 *
      *    SALDO DE ESTOQUE POR LOTE DO FORNECEDOR, DENTRO DE CADA     *
      *    PRODUTO E LOCAL (O MESMO LOCAL DO ESTOQUE/ESTLOC): A        *
      *    ENTRADA NASCE NO RECEBIMENTO (PROGCOB72) COM A VALIDADE, E  *
      *    O LOTE ACOMPANHA AS TRANSFERENCIAS (PROGCOB74), O           *
      *    INVENTARIO (PROGCOB73) E A SEPARACAO DO PROGCOB18, QUE      *
      *    SUGERE O LOTE DE VALIDADE MAIS PROXIMA (PVPS). VALIDADE     *
      *    ZERADA = PRODUTO SEM VALIDADE                               *
      *    CHAVE: ESTLOTE-CHAVE (PRODUTO + LOCAL + LOTE)               *
      *================================================================*
       01  ESTLOTE-REC.
           05  ESTLOTE-CHAVE.
               10  ESTLOTE-PRODUTO        PIC X(006).
               10  ESTLOTE-LOCAL          PIC X(002).
               10  ESTLOTE-LOTE           PIC X(010).
           05  ESTLOTE-VALIDADE           PIC 9(008).
           05  ESTLOTE-SALDO              PIC 9(007).
           05  ESTLOTE-DATA-ENTRADA       PIC 9(008).
           05  ESTLOTE-DATA-ULT-MOVTO     PIC 9(008).
