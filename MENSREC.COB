      *    NOS MOLDES DO IMPOSTO PREDIAL (PROGCOB52/IPTUREC), COM O    *
      *    VENCIMENTO EMPURRADO PARA DIA UTIL PELO CALENDARIO          *
      *    COMPARTILHADO, BAIXADA QUANDO O PAGAMENTO CHEGA             *
      *    MENSREC-VALOR E O VALOR COBRADO, JA LIQUIDO DOS DESCONTOS   *
      *    DO DESCALU (BRUTO MENOS DESCONTO); O DESCONTO DE            *
      *    PONTUALIDADE FICA A PARTE E SO E ABATIDO NA BAIXA FEITA     *
      *    ATE O VENCIMENTO                                            *
      *    CHAVE: MENSREC-CHAVE (MATRICULA + ANO/MES)                  *
      *================================================================*
       01  MENSREC-REC.
           05  MENSREC-SITUACAO           PIC X(001).
               88  MENSREC-ABERTA                      VALUE 'A'.
               88  MENSREC-PAGA                        VALUE 'P'.
           05  MENSREC-VALOR-BRUTO        PIC 9(007)V99.
           05  MENSREC-VALOR-DESCONTO     PIC 9(007)V99.
           05  MENSREC-DESC-PONTUAL       PIC 9(007)V99.
           05  MENSREC-DATA-PAGTO         PIC 9(008).
      *
      *    COBRANCA POR BOLETO (PROGCOB55/PROGCOB56): VALOR ENVIADO NA
      *    ULTIMA REMESSA E ENCARGOS DE ATRASO PAGOS NA BAIXA PELO
      *    RETORNO DO BANCO
      *
           05  MENSREC-VALOR-REMETIDO     PIC 9(007)V99.
           05  MENSREC-VALOR-ENCARGOS     PIC 9(007)V99.
