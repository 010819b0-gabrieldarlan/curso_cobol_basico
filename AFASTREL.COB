      *================================================================*
      *    AFASTREL.COB                                                *
      *    LINHA DO RELATORIO MENSAL DE FUNCIONARIOS AFASTADOS POR     *
      *    DEPARTAMENTO, COM O RETORNO PREVISTO (PROGAFARL)            *
      *================================================================*
       01  AFASTREL-REC                   PIC X(110).
