      *================================================================*
      *    NFFPARM.COB                                                 *
      *    PARAMETRO DA CONFERENCIA EM TRES PONTAS (PROGNFFOR):        *
      *    PERCENTUAL DE DIFERENCA DE PRECO CONTRA O CUSTO ACORDADO E  *
      *    PERCENTUAL DE QUANTIDADE FATURADA ALEM DO RECEBIDO ACEITOS  *
      *    SEM RETER A NOTA (CRIADO COM 2 PC E 0 PC NA PRIMEIRA        *
      *    EXECUCAO, NOS MOLDES DO FOLVPARM)                           *
      *================================================================*
       01  NFFPARM-REC.
           05  NFFPARM-TOL-PRECO-PC        PIC 9(002)V99.
           05  NFFPARM-TOL-QTD-PC          PIC 9(002)V99.
