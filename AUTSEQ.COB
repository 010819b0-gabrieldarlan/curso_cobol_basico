      *================================================================*
      *    AUTSEQ.COB                                                  *
      *    CONTADOR PERSISTENTE DE NUMERO DE AUTORIZACAO DE DEVOLUCAO  *
      *    (AUTDEV), NOS MOLDES DO CONTADOR DE ORCAMENTO COTSEQ        *
      *    (PROGCOB09)                                                 *
      *================================================================*
       01  AUTSEQ-REC.
           05  AUTSEQ-NUM                  PIC 9(006).
