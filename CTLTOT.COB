           05  CTLTOT-SITUACAO             PIC X(001).
               88  CTLTOT-CONFERE                      VALUE 'S'.
               88  CTLTOT-DIVERGENTE                   VALUE 'N'.
      *
      *    FILIAL DO LOTE DE VENDAS (INFORMADA NA ABERTURA DO LOTE DO
      *    PROGCOB15); EM BRANCO = MATRIZ (01)
      *
           05  CTLTOT-FILIAL               PIC X(002).
