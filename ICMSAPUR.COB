      *================================================================*
      *    ICMSAPUR.COB                                                *
      *    APURACAO MENSAL DE ICMS (PROGICMAP): DEBITOS DAS VENDAS,    *
      *    CREDITOS DAS ENTRADAS, SALDO CREDOR VINDO DO MES ANTERIOR,  *
      *    O VALOR A RECOLHER OU O SALDO CREDOR QUE PASSA PARA O MES   *
      *    SEGUINTE, E A MARCA DE LANCAMENTO NO GLPOST, QUE IMPEDE O   *
      *    LANCAMENTO EM DOBRO NA REEXECUCAO                           *
      *    CHAVE: ICMSAPUR-PERIODO (AAAAMM)                            *
      *================================================================*
       01  ICMSAPUR-REC.
           05  ICMSAPUR-PERIODO           PIC 9(006).
           05  ICMSAPUR-DEBITOS           PIC 9(011)V99.
           05  ICMSAPUR-CREDITOS          PIC 9(011)V99.
           05  ICMSAPUR-SALDO-ANTERIOR    PIC 9(011)V99.
           05  ICMSAPUR-COMPENSADO        PIC 9(011)V99.
           05  ICMSAPUR-A-RECOLHER        PIC 9(011)V99.
           05  ICMSAPUR-SALDO-CREDOR      PIC 9(011)V99.
           05  ICMSAPUR-SITUACAO          PIC X(001).
               88  ICMSAPUR-APURADO                    VALUE 'A'.
               88  ICMSAPUR-LANCADO                    VALUE 'L'.
           05  ICMSAPUR-DATA-LANCAMENTO   PIC 9(008).
