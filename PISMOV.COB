      *================================================================*
      *    PISMOV.COB                                                  *
      *    MOVIMENTO DE PIS E COFINS SOBRE VENDAS, BASE DA APURACAO    *
      *    MENSAL (PROGPISCO): VENDA LIBERADA (PROGCOB18/PROGCOB63),   *
      *    DEVOLUCAO (PROGCOB29), CANCELAMENTO E ALTERACAO DE          *
      *    QUANTIDADE DO PEDIDO (PROGCOB64)                            *
      *    TIPO: V = VENDA (SOMA), D/C/A = DEDUCOES (SUBTRAEM)         *
      *================================================================*
       01  PISMOV-REC.
           05  PISMOV-DATA                PIC 9(008).
           05  PISMOV-TIPO                PIC X(001).
               88  PISMOV-VENDA                        VALUE 'V'.
               88  PISMOV-DEVOLUCAO                    VALUE 'D'.
               88  PISMOV-CANCELAMENTO                 VALUE 'C'.
               88  PISMOV-ALTERACAO                    VALUE 'A'.
           05  PISMOV-PEDIDO              PIC 9(006).
           05  PISMOV-BASE                PIC 9(009)V99.
           05  PISMOV-PIS                 PIC 9(007)V99.
           05  PISMOV-COFINS              PIC 9(007)V99.
           05  PISMOV-PROGRAMA            PIC X(009).
