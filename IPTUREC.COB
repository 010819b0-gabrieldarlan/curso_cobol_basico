      *    POR PROPRIEDADE E EXERCICIO, GERADA PELA COBRANCA ANUAL     *
      *    (PROGCOB52) E BAIXADA QUANDO O PAGAMENTO CHEGA; O           *
      *    EXERCICIO NA CHAVE PRESERVA AS PARCELAS E OS PAGAMENTOS     *
      *    DOS ANOS ANTERIORES; A ISENCAO OU REDUCAO APROVADA          *
      *    (PROGISEN) JA VEM DESCONTADA E A PARCELA TOTALMENTE         *
      *    DISPENSADA FICA COM A SITUACAO ISENTA                       *
      *    CHAVE: IPTUREC-CHAVE (PROPRIEDADE + EXERCICIO + PARCELA)    *
      *================================================================*
       01  IPTUREC-REC.
           05  IPTUREC-SITUACAO           PIC X(001).
               88  IPTUREC-ABERTA                      VALUE 'A'.
               88  IPTUREC-PAGA                        VALUE 'P'.
               88  IPTUREC-ISENTA                      VALUE 'I'.
      *
      *    PARTE DA PARCELA DISPENSADA PELA ISENCAO OU REDUCAO
      *    APROVADA (ISENIPTU) - O VALOR ACIMA JA E O LIQUIDO A PAGAR
      *
           05  IPTUREC-VALOR-ISENTO       PIC 9(007)V99.
      *
      *    COBRANCA POR BOLETO (PROGCOB55/PROGCOB56): VALOR ENVIADO NA
      *    ULTIMA REMESSA E, NA BAIXA PELO RETORNO DO BANCO, A DATA
      *    DO PAGAMENTO E OS ENCARGOS DE ATRASO PAGOS
      *
           05  IPTUREC-VALOR-REMETIDO     PIC 9(007)V99.
           05  IPTUREC-DATA-PAGTO         PIC 9(008).
           05  IPTUREC-VALOR-ENCARGOS     PIC 9(007)V99.
