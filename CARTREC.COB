      *================================================================*
      *    CARTREC.COB                                                 *
      *    RECEBIVEIS DE CARTAO A RECEBER DAS ADQUIRENTES: UM POR      *
      *    RECEBIMENTO EM CARTAO BAIXADO NO CONTAS A RECEBER           *
      *    (PROGCOB23), COM A DATA E O VALOR LIQUIDO PREVISTOS PELO    *
      *    CONTRATO (ADQTAB), CONCILIADO CONTRA O ARQUIVO DE           *
      *    LIQUIDACAO DA ADQUIRENTE (PROGCONCK)                        *
      *    CHAVE: CARTREC-CHAVE (ADQUIRENTE + NSU DA TRANSACAO)        *
      *================================================================*
       01  CARTREC-REC.
           05  CARTREC-CHAVE.
               10  CARTREC-ADQUIRENTE     PIC X(003).
               10  CARTREC-NSU            PIC X(012).
           05  CARTREC-PEDIDO             PIC 9(006).
           05  CARTREC-PARCELA            PIC 9(002).
           05  CARTREC-CPF                PIC X(011).
           05  CARTREC-DATA-VENDA         PIC 9(008).
           05  CARTREC-VALOR-BRUTO        PIC 9(009)V99.
      *
      *    PREVISTO PELO CONTRATO NA DATA DA VENDA
      *
           05  CARTREC-TAXA-CONTRATADA    PIC 9(001)V9(004).
           05  CARTREC-VALOR-TAXA-PREV    PIC 9(009)V99.
           05  CARTREC-VALOR-LIQUIDO-PREV PIC 9(009)V99.
           05  CARTREC-DATA-PREVISTA      PIC 9(008).
      *
      *    REALIZADO NA LIQUIDACAO (OU NO ESTORNO) DA ADQUIRENTE
      *
           05  CARTREC-SITUACAO           PIC X(001).
               88  CARTREC-ABERTO                      VALUE 'A'.
               88  CARTREC-LIQUIDADO                   VALUE 'L'.
               88  CARTREC-DIVERGENTE                  VALUE 'D'.
               88  CARTREC-ESTORNADO                   VALUE 'E'.
           05  CARTREC-DATA-LIQUIDACAO    PIC 9(008).
           05  CARTREC-VALOR-TAXA-COBRADA PIC 9(009)V99.
           05  CARTREC-VALOR-CREDITADO    PIC 9(009)V99.
