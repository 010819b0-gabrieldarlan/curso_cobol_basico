      *================================================================*
      *    ASNREL.COB                                                  *
      *    RELATORIO DA IMPORTACAO DOS AVISOS DE EMBARQUE (PROGASN):   *
      *    AVISOS ACEITOS E REJEITADOS COM O MOTIVO, AVISOS QUE NAO    *
      *    CHEGARAM E RECEBIMENTOS SEM AVISO                           *
      *================================================================*
       01  ASNREL-REC                     PIC X(132).
