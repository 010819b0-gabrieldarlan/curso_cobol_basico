      *    PERFECHA.COB                                                *
      *    ARQUIVO DE FECHAMENTOS MENSAIS, COM OS TOTAIS DE VENDAS E   *
      *    FOLHA JA FECHADOS PARA O PERIODO (PROGCOB20)                *
      *    O FECHAMENTO E POR FILIAL (CADASTRO FILIAL): CADA FILIAL    *
      *    FECHA E REABRE OS SEUS MESES, E A TRAVA DE PERIODO FECHADO  *
      *    DOS LANCAMENTOS CONSULTA O FECHAMENTO DA FILIAL DO          *
      *    MOVIMENTO (MATRIZ, 01, QUANDO O MOVIMENTO NAO TEM FILIAL)   *
      *    CHAVE: PERFECHA-CHAVE (PERIODO AAAAMM + FILIAL)             *
      *================================================================*
       01  PERFECHA-REC.
           05  PERFECHA-CHAVE.
               10  PERFECHA-PERIODO        PIC 9(006).
               10  PERFECHA-FILIAL         PIC X(002).
           05  PERFECHA-VENDAS-QTD         PIC 9(007).
           05  PERFECHA-VENDAS-TOTAL       PIC 9(009)V99.
           05  PERFECHA-FOLHA-BRUTO        PIC 9(009)V99.
