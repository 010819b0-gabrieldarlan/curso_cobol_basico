      *================================================================*
      *    FORNDEB.COB                                                 *
      *    SALDO DE NOTAS DE DEBITO CONTRA FORNECEDOR, ALIMENTADO A    *
      *    CADA DEVOLUCAO DE MERCADORIA DA QUARENTENA AO FORNECEDOR    *
      *    (PROGDVFOR) E CONSUMIDO PELO PAGAMENTO (PROGCOB77), QUE     *
      *    ABATE O SALDO DOS TITULOS EM ABERTO DO MESMO CNPJ NO        *
      *    CONTAPAG ANTES DE MANDAR O VALOR AO BANCO                   *
      *    CHAVE: FORNDEB-CNPJ                                         *
      *================================================================*
       01  FORNDEB-REC.
           05  FORNDEB-CNPJ               PIC X(014).
           05  FORNDEB-SALDO              PIC 9(009)V99.
           05  FORNDEB-DATA-ULT-MOVTO     PIC 9(008).
