      *================================================================*
      *    ISENREL.COB                                                 *
      *    LINHA DO RELATORIO ANUAL DAS ISENCOES DE IMPOSTO PREDIAL    *
      *    QUE VENCEM NO EXERCICIO (PROGISEN), PARA AVISAR OS          *
      *    PROPRIETARIOS DE QUE PRECISAM PEDIR DE NOVO                 *
      *================================================================*
       01  ISENREL-REC                    PIC X(110).
