      *================================================================*
      *    GUIAGPS.COB                                                 *
      *    LINHA DA GUIA MENSAL DA PREVIDENCIA SOCIAL: UMA LINHA POR   *
      *    MATRICULA COM O INSS RETIDO E A CONTRIBUICAO DO EMPREGADOR, *
      *    O RESUMO POR CENTRO DE CUSTO E O TOTAL A RECOLHER NA        *
      *    COMPETENCIA (PROGGPS)                                       *
      *================================================================*
       01  GUIAGPS-REC                    PIC X(120).
