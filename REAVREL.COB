      *================================================================*
      *    REAVREL.COB                                                 *
      *    LINHA DO COMPARATIVO DA REAVALIACAO ANUAL (PROGREAV): POR   *
      *    PROPRIEDADE, ZONA, VALOR VENAL E IMPOSTO ANTERIOR X NOVO,   *
      *    PARA APROVACAO DA CAMARA ANTES DA COBRANCA (PROGCOB52)      *
      *================================================================*
       01  REAVREL-REC                    PIC X(132).
