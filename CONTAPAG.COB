               88  CONTAPAG-ABERTO                     VALUE 'A'.
               88  CONTAPAG-ENVIADO                    VALUE 'E'.
               88  CONTAPAG-PAGO                       VALUE 'P'.
      *
      *    ORIGEM DO TITULO: FRETE DE TRANSPORTADORA (PROGCOB27) OU
      *    NOTA DE FORNECEDOR APROVADA NA CONFERENCIA EM TRES PONTAS
      *    (PROGNFFOR); BRANCO VALE COMO FRETE PARA OS TITULOS
      *    GRAVADOS ANTES DESTE CAMPO
      *
           05  CONTAPAG-ORIGEM            PIC X(001).
               88  CONTAPAG-FRETE                      VALUE 'T' ' '.
               88  CONTAPAG-FORNECEDOR                 VALUE 'F'.
