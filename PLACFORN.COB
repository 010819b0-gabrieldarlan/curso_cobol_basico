      *================================================================*
      *    PLACFORN.COB                                                *
      *    LINHA DO PLACAR MENSAL DE DESEMPENHO DOS FORNECEDORES:      *
      *    LINHAS DE PEDIDO DE COMPRA PREVISTAS NO MES, PONTUALIDADE   *
      *    CONTRA A DATA PREVISTA, ATRASO MEDIO, ATENDIMENTO DA        *
      *    QUANTIDADE PEDIDA E ENTREGAS A MAIOR/A MENOR APONTADAS NO   *
      *    RECEBREL, DO MELHOR PARA O PIOR (PROGSCFOR)                 *
      *================================================================*
       01  PLACFORN-REC                   PIC X(120).
