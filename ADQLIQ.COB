      *================================================================*
      *    ADQLIQ.COB                                                  *
      *    ARQUIVO DE LIQUIDACAO ENVIADO PELA ADQUIRENTE DE CARTAO,    *
      *    UM REGISTRO POR VENDA CREDITADA (L) OU POR CHARGEBACK       *
      *    DEBITADO (E), CONCILIADO CONTRA O CARTREC (PROGCONCK)       *
      *================================================================*
       01  ADQLIQ-REC.
           05  ADQLIQ-TIPO                PIC X(001).
               88  ADQLIQ-LIQUIDACAO                   VALUE 'L'.
               88  ADQLIQ-CHARGEBACK                   VALUE 'E'.
           05  ADQLIQ-ADQUIRENTE          PIC X(003).
           05  ADQLIQ-NSU                 PIC X(012).
           05  ADQLIQ-DATA-VENDA          PIC 9(008).
           05  ADQLIQ-DATA-CREDITO        PIC 9(008).
           05  ADQLIQ-VALOR-BRUTO         PIC 9(009)V99.
           05  ADQLIQ-VALOR-TAXA          PIC 9(009)V99.
           05  ADQLIQ-VALOR-LIQUIDO       PIC 9(009)V99.
