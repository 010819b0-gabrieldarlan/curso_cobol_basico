      *================================================================*
      *    CLASABC.COB                                                 *
      *    CLASSIFICACAO ABC DOS PRODUTOS, REFEITA MENSALMENTE PELO    *
      *    PROGABC: VALOR VENDIDO NOS ULTIMOS 12 MESES (PEDIDET) MAIS  *
      *    O VALOR EM ESTOQUE (SALDO X CUSTO MEDIO DO CUSTOPROD), COM  *
      *    A POSICAO NO RANKING E O PERCENTUAL ACUMULADO; A CLASSE     *
      *    DEFINE A FREQUENCIA DE CONTAGEM NO CALENDARIO CALCONT       *
      *    CHAVE: CLASABC-PRODUTO                                      *
      *================================================================*
       01  CLASABC-REC.
           05  CLASABC-PRODUTO            PIC X(006).
           05  CLASABC-CLASSE             PIC X(001).
               88  CLASABC-CLASSE-A                    VALUE 'A'.
               88  CLASABC-CLASSE-B                    VALUE 'B'.
               88  CLASABC-CLASSE-C                    VALUE 'C'.
           05  CLASABC-VALOR-VENDAS       PIC 9(011)V99.
           05  CLASABC-VALOR-ESTOQUE      PIC 9(011)V99.
           05  CLASABC-VALOR-TOTAL        PIC 9(011)V99.
           05  CLASABC-POSICAO            PIC 9(005).
           05  CLASABC-PERC-ACUMULADO     PIC 9(003)V99.
           05  CLASABC-DATA-CLASSIFICACAO PIC 9(008).
