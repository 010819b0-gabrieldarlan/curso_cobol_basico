      *================================================================*
      *    NFESEQ.COB                                                  *
      *    CONTADOR PERSISTENTE DA NUMERACAO DA NOTA FISCAL            *
      *    ELETRONICA, COMPARTILHADO PELAS NOTAS DE VENDA              *
      *    (PROGCOB18/PROGCOB63) E DE DEVOLUCAO (PROGCOB29), QUE       *
      *    USAM A MESMA SERIE                                          *
      *================================================================*
       01  NFESEQ-REC.
           05  NFESEQ-SERIE               PIC 9(003).
           05  NFESEQ-NUMERO              PIC 9(009).
