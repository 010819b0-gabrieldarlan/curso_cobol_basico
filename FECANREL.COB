      *================================================================*
      *    FECANREL.COB                                                *
      *    LINHA DO RELATORIO DE ENCERRAMENTO DO EXERCICIO: CONTAS DE  *
      *    RESULTADO ZERADAS, RESULTADO TRANSFERIDO E SALDOS DE        *
      *    ABERTURA DO EXERCICIO SEGUINTE (PROGFECAN)                  *
      *================================================================*
       01  FECANREL-REC                   PIC X(110).
