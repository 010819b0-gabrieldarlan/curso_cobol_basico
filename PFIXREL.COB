      *================================================================*
      *    PFIXREL.COB                                                 *
      *    RELATORIO DO CICLO DE PEDIDOS FIXOS (PROGPFGER): PEDIDOS    *
      *    GERADOS NO LOTE PEDITEM, CICLOS IGNORADOS (PEDIDO PAUSADO)  *
      *    E BLOQUEADOS COM O MOTIVO, E PEDIDOS ENCERRADOS PELO FIM    *
      *    DA VIGENCIA                                                 *
      *================================================================*
       01  PFIXREL-REC                    PIC X(132).
