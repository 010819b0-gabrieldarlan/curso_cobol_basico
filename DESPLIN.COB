      *================================================================*
      *    DESPLIN.COB                                                 *
      *    DESPESAS DO RELATORIO DE REEMBOLSO (DESPFUN), UMA POR       *
      *    COMPROVANTE, COM A CATEGORIA (DESPCAT) E O CENTRO DE CUSTO  *
      *    (CCUSMAS) DEBITADO NA CONTABILIZACAO (PROGDESPG)            *
      *    CHAVE: DESPLIN-CHAVE (NUMERO DO RELATORIO + ITEM)           *
      *================================================================*
       01  DESPLIN-REC.
           05  DESPLIN-CHAVE.
               10  DESPLIN-NUMERO         PIC 9(006).
               10  DESPLIN-ITEM           PIC 9(003).
           05  DESPLIN-DATA               PIC 9(008).
           05  DESPLIN-CATEGORIA          PIC X(002).
           05  DESPLIN-VALOR              PIC 9(006)V99.
           05  DESPLIN-CENTRO-CUSTO       PIC X(004).
           05  DESPLIN-COMPROVANTE        PIC X(020).
           05  DESPLIN-ACIMA-LIMITE       PIC X(001).
               88  DESPLIN-EXCEDE                      VALUE 'S'.
