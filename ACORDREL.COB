      *================================================================*
      *    ACORDREL.COB                                                *
      *    RELATORIO DOS ACORDOS DE RENEGOCIACAO FECHADOS E DA         *
      *    VERIFICACAO DE ROMPIMENTO (PROGRENEG)                       *
      *================================================================*
       01  ACORDREL-REC                   PIC X(132).
