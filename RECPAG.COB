               88  RECPAG-CHEQUE                       VALUE 'C'.
               88  RECPAG-TRANSFERENCIA                VALUE 'T'.
               88  RECPAG-CARTAO                       VALUE 'K'.
      *
      *    RECEBIMENTO EM CARTAO: ADQUIRENTE (ADQTAB) E NSU DA
      *    TRANSACAO, QUE GERAM O RECEBIVEL DA ADQUIRENTE (CARTREC)
      *    CONCILIADO NA LIQUIDACAO (PROGCONCK)
      *
           05  RECPAG-ADQUIRENTE          PIC X(003).
           05  RECPAG-NSU                 PIC X(012).
