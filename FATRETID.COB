      *================================================================*
      *    FATRETID.COB                                                *
      *    LINHA DO RELATORIO DE NOTAS DE FORNECEDOR RETIDAS NA        *
      *    CONFERENCIA EM TRES PONTAS (PROGNFFOR): CADA LINHA DA NOTA  *
      *    COM PRECO FORA DO CUSTO ACORDADO NO PEDCOMP OU QUANTIDADE   *
      *    ALEM DO RECEBIDO, PARA A COMPRAS RESOLVER COM O FORNECEDOR  *
      *================================================================*
       01  FATRETID-REC                   PIC X(120).
