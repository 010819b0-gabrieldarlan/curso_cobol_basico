      *    NA EXECUCAO, PARA A GUIA MENSAL DO PROGCOB79
      *
           05  PAYHIS-FGTS                 PIC 9(009)V99.
      *
      *    CONTRIBUICAO PREVIDENCIARIA DO EMPREGADOR (COTA PATRONAL +
      *    RAT + TERCEIROS) ACUMULADA NA EXECUCAO
      *
           05  PAYHIS-INSS-PATRONAL        PIC 9(009)V99.
