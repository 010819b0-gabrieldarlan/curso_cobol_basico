      *================================================================*
      *    PROPHIS.COB                                                 *
      *    HISTORICO DE TITULARIDADE DAS PROPRIEDADES (PROGPROPT): UMA *
      *    OCORRENCIA POR TRANSFERENCIA, COM VENDEDOR, COMPRADOR, DATA *
      *    DA TRANSFERENCIA, REFERENCIA DA ESCRITURA E QUANTAS         *
      *    PARCELAS DO IPTUREC FORAM PASSADAS AO COMPRADOR; A          *
      *    SEQUENCIA CRESCENTE POR PROPRIEDADE FORMA A CADEIA DE       *
      *    PROPRIETARIOS                                               *
      *    CHAVE: PROPHIS-CHAVE (PROPRIEDADE + SEQUENCIA)              *
      *================================================================*
       01  PROPHIS-REC.
           05  PROPHIS-CHAVE.
               10  PROPHIS-PROPRIEDADE    PIC X(006).
               10  PROPHIS-SEQ            PIC 9(003).
           05  PROPHIS-CPF-VENDEDOR       PIC X(011).
           05  PROPHIS-CPF-COMPRADOR      PIC X(011).
           05  PROPHIS-DATA-TRANSF        PIC 9(008).
           05  PROPHIS-ESCRITURA          PIC X(020).
           05  PROPHIS-VENDEDOR-RETEM     PIC X(001).
               88  PROPHIS-RETEM-PARCELAS             VALUE 'S'.
               88  PROPHIS-PASSA-PARCELAS             VALUE 'N'.
           05  PROPHIS-QTD-PARCELAS       PIC 9(003).
           05  PROPHIS-DATA-REGISTRO      PIC 9(008).
           05  PROPHIS-OPERADOR           PIC X(020).
