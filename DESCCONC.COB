      *================================================================*
      *    DESCCONC.COB                                                *
      *    DESCONTOS CONCEDIDOS NA COBRANCA DE MENSALIDADES            *
      *    (PROGCOB89): UM REGISTRO POR DESCONTO APLICADO NA COBRANCA  *
      *    DO MES, GRAVADO NA GERACAO (FUNCAO G); O DE PONTUALIDADE E  *
      *    GRAVADO NA BAIXA (FUNCAO P) COM A SEQUENCIA 99, QUANDO O    *
      *    PAGAMENTO SAI ATE O VENCIMENTO. BASE DO RELATORIO DE        *
      *    DESCONTOS POR TIPO E TURMA (FUNCAO D)                       *
      *    CHAVE: DESCCONC-CHAVE (ANO/MES + MATRICULA + SEQUENCIA)     *
      *================================================================*
       01  DESCCONC-REC.
           05  DESCCONC-CHAVE.
               10  DESCCONC-ANOMES        PIC 9(006).
               10  DESCCONC-MATRICULA     PIC 9(006).
               10  DESCCONC-SEQ           PIC 9(002).
           05  DESCCONC-TIPO              PIC X(001).
           05  DESCCONC-TURMA             PIC X(003).
           05  DESCCONC-VALOR             PIC 9(007)V99.
