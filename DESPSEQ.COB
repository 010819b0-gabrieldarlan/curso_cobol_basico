      *================================================================*
      *    DESPSEQ.COB                                                 *
      *    CONTADOR PERSISTENTE DE NUMERO DE RELATORIO DE DESPESAS DE  *
      *    FUNCIONARIO (DESPFUN), NOS MOLDES DO CONTADOR DE ORCAMENTO  *
      *    COTSEQ (PROGCOB09)                                          *
      *================================================================*
       01  DESPSEQ-REC.
           05  DESPSEQ-NUM                 PIC 9(006).
