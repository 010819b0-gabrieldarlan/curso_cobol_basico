      *================================================================*
      *    FOLVAREL.COB                                                *
      *    LINHA DA LISTA DE EXCECOES DA CONFERENCIA DE VARIACAO DA    *
      *    FOLHA ANTES DA LIBERACAO DO ARQUIVO BANCARIO (PROGFOLVR)    *
      *================================================================*
       01  FOLVAREL-REC                   PIC X(110).
