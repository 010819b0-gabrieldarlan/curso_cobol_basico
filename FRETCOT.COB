           05  FRETCOT-SITUACAO           PIC X(001).
               88  FRETCOT-ABERTA                      VALUE 'A'.
               88  FRETCOT-UTILIZADA                   VALUE 'U'.
      *
      *    TRANSPORTADORA MAIS BARATA ESCOLHIDA NA COTACAO (TABELA
      *    TRANSTAR); EM BRANCO QUANDO COTADO PELA TABELA POR UF
      *
           05  FRETCOT-TRANSP-CNPJ        PIC X(014).
