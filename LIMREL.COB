      *================================================================*
      *    LIMREL.COB                                                  *
      *    RELATORIO MENSAL DA PONTUACAO DE CREDITO DOS CLIENTES, COM  *
      *    OS INDICADORES DE COMPORTAMENTO E A PROPOSTA DE LIMITE DE   *
      *    CADA CPF (PROGSCCLI)                                        *
      *================================================================*
       01  LIMREL-REC                     PIC X(132).
