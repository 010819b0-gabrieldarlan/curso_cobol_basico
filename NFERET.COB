      *================================================================*
      *    NFERET.COB                                                  *
      *    RETORNO DO APLICATIVO EMISSOR COM O RESULTADO DE CADA       *
      *    EVENTO EXPORTADO NO NFEEXP: A AUTORIZACAO (PROTOCOLO) OU A  *
      *    REJEICAO (MOTIVO) DA NOTA, DO CANCELAMENTO, DA              *
      *    INUTILIZACAO OU DA NOTA DE DEVOLUCAO (PROGNFERT)            *
      *================================================================*
       01  NFERET-REC.
           05  NFERET-EVENTO              PIC X(001).
               88  NFERET-NOTA                         VALUE 'N'.
               88  NFERET-CANCELAMENTO                 VALUE 'C'.
               88  NFERET-INUTILIZACAO                 VALUE 'U'.
               88  NFERET-DEVOLUCAO                    VALUE 'D'.
           05  NFERET-SERIE               PIC 9(003).
           05  NFERET-NUMERO              PIC 9(009).
           05  NFERET-PEDIDO              PIC 9(006).
           05  NFERET-RESULTADO           PIC X(001).
               88  NFERET-AUTORIZADO                   VALUE 'A'.
               88  NFERET-REJEITADO                    VALUE 'R'.
           05  NFERET-PROTOCOLO           PIC X(015).
           05  NFERET-MOTIVO              PIC X(040).
           05  NFERET-DATA                PIC 9(008).
