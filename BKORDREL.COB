      *================================================================*
      *    BKORDREL.COB                                                *
      *    RELATORIO DAS PENDENCIAS DE ENTREGA (PROGBKORD): ALOCACOES  *
      *    LIBERADAS NA EXECUCAO E ENVELHECIMENTO DAS PENDENCIAS EM    *
      *    ABERTO POR PRODUTO E POR CLIENTE, DA ESPERA MAIS LONGA      *
      *    PARA A MAIS CURTA                                           *
      *================================================================*
       01  BKORDREL-REC                   PIC X(120).
