      *================================================================*
      *    PISAPUR.COB                                                 *
      *    APURACAO MENSAL DE PIS E COFINS SOBRE VENDAS (PROGPISCO):   *
      *    TOTAIS DO PERIODO E A MARCA DE LANCAMENTO NO GLPOST, QUE    *
      *    IMPEDE O LANCAMENTO EM DOBRO NA REEXECUCAO                  *
      *    CHAVE: PISAPUR-PERIODO (AAAAMM)                             *
      *================================================================*
       01  PISAPUR-REC.
           05  PISAPUR-PERIODO            PIC 9(006).
           05  PISAPUR-RECEITA-BRUTA      PIC 9(011)V99.
           05  PISAPUR-DEDUCOES           PIC 9(011)V99.
           05  PISAPUR-BASE               PIC S9(011)V99.
           05  PISAPUR-PIS                PIC S9(009)V99.
           05  PISAPUR-COFINS             PIC S9(009)V99.
           05  PISAPUR-SITUACAO           PIC X(001).
               88  PISAPUR-APURADO                     VALUE 'A'.
               88  PISAPUR-LANCADO                     VALUE 'L'.
           05  PISAPUR-DATA-LANCAMENTO    PIC 9(008).
