      *================================================================*
      *    DESPFUN.COB                                                 *
      *    RELATORIO DE DESPESAS DE FUNCIONARIO PARA REEMBOLSO         *
      *    (CABECALHO), INCLUIDO PELO PROGDESPE COM AS DESPESAS NO     *
      *    DESPLIN. O RELATORIO COM DESPESA ACIMA DO LIMITE DA         *
      *    CATEGORIA NASCE PENDENTE DE APROVACAO DO GESTOR; OS DEMAIS  *
      *    NASCEM APROVADOS. O APROVADO E CONTABILIZADO E PAGO PELO    *
      *    PROGDESPG, QUE O MARCA COMO PAGO COM O LOTE DO ARQUIVO      *
      *    BANCARIO                                                    *
      *    CHAVE: DESPFUN-NUMERO (CONTADOR DESPSEQ)                    *
      *================================================================*
       01  DESPFUN-REC.
           05  DESPFUN-NUMERO             PIC 9(006).
           05  DESPFUN-MATRICULA          PIC 9(006).
           05  DESPFUN-DATA-ENTRADA       PIC 9(008).
           05  DESPFUN-QTD-ITENS          PIC 9(003).
           05  DESPFUN-TOTAL              PIC 9(007)V99.
           05  DESPFUN-ACIMA-LIMITE       PIC X(001).
               88  DESPFUN-EXCEDE                      VALUE 'S'.
           05  DESPFUN-SITUACAO           PIC X(001).
               88  DESPFUN-PENDENTE                    VALUE 'P'.
               88  DESPFUN-APROVADO                    VALUE 'A'.
               88  DESPFUN-RECUSADO                    VALUE 'R'.
               88  DESPFUN-PAGO                        VALUE 'G'.
      *
      *    MATRICULA DO GESTOR QUE APROVOU OU RECUSOU O RELATORIO
      *    ACIMA DO LIMITE (ZEROS QUANDO APROVADO NA INCLUSAO)
      *
           05  DESPFUN-APROVADOR          PIC 9(006).
           05  DESPFUN-DATA-APROVACAO     PIC 9(008).
           05  DESPFUN-DATA-PAGAMENTO     PIC 9(008).
           05  DESPFUN-LOTE-PAGAMENTO     PIC 9(006).
           05  DESPFUN-OPERADOR-ALT       PIC X(020).
           05  DESPFUN-DATA-ALT           PIC 9(008).
