      *================================================================*
      *    FERALREL.COB                                                *
      *    LINHA DO AVISO MENSAL DE FERIAS COM LIMITE DE CONCESSAO     *
      *    NOS PROXIMOS 60 DIAS OU JA VENCIDO (PROGFERAL)              *
      *================================================================*
       01  FERALREL-REC                   PIC X(110).
