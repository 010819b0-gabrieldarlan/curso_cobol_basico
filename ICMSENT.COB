      *================================================================*
      *    ICMSENT.COB                                                 *
      *    CREDITO DE ICMS DAS NOTAS DE FORNECEDOR RECEBIDAS NO        *
      *    PROGCOB72: UM REGISTRO POR RECEBIMENTO COM A BASE (VALOR    *
      *    RECEBIDO AO CUSTO DO PEDIDO DE COMPRA), A ALIQUOTA          *
      *    DESTACADA NA NOTA E O ICMS CREDITADO, BASE DOS CREDITOS DA  *
      *    APURACAO MENSAL DE ICMS (PROGICMAP)                         *
      *================================================================*
       01  ICMSENT-REC.
           05  ICMSENT-DATA               PIC 9(008).
           05  ICMSENT-PEDCOMP            PIC 9(006).
           05  ICMSENT-CNPJ               PIC X(014).
           05  ICMSENT-NF-NUMERO          PIC 9(009).
           05  ICMSENT-BASE               PIC 9(009)V99.
           05  ICMSENT-ALIQUOTA           PIC 9(001)V9999.
           05  ICMSENT-VALOR-ICMS         PIC 9(009)V99.
