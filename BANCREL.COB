      *================================================================*
      *    BANCREL.COB                                                 *
      *    RELATORIO DA CONCILIACAO BANCARIA (PROGCONBC): SALDO DO     *
      *    LIVRO, SALDO DO BANCO E OS ITENS NAO CONCILIADOS DE CADA    *
      *    LADO COM A IDADE EM DIAS                                    *
      *================================================================*
       01  BANCREL-REC                    PIC X(132).
