      *================================================================*
      *    RECLREL.COB                                                 *
      *    RELATORIO MENSAL DAS RECLAMACOES EM ABERTO CONTRA AS        *
      *    TRANSPORTADORAS (PROGRECRL), POR TRANSPORTADORA, COM OS     *
      *    DIAS EM ABERTO DE CADA RECLAMACAO                           *
      *================================================================*
       01  RECLREL-REC                    PIC X(132).
