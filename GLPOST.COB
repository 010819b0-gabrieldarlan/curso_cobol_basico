               88  GLPOST-CREDITO                      VALUE 'C'.
           05  GLPOST-CONTA               PIC X(010).
           05  GLPOST-VALOR               PIC 9(009)V99.
      *
      *    FILIAL DO LANCAMENTO (CADASTRO FILIAL), PARA O BALANCETE E
      *    OS RELATORIOS POR FILIAL OU CONSOLIDADOS; EM BRANCO NOS
      *    LANCAMENTOS ANTERIORES AO CADASTRO = MATRIZ (01)
      *
           05  GLPOST-FILIAL              PIC X(002).
