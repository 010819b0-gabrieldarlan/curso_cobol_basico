      *================================================================*
      *    AUTREL.COB                                                  *
      *    RELATORIO DAS AUTORIZACOES DE DEVOLUCAO AINDA NAO           *
      *    RECEBIDAS (PROGAUTRL), COM O SALDO PENDENTE, O CLIENTE E    *
      *    AS VENCIDAS APONTADAS PARA COBRANCA DO ATENDIMENTO          *
      *================================================================*
       01  AUTREL-REC                     PIC X(132).
