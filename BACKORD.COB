      *================================================================*
      *    BACKORD.COB                                                 *
      *    PENDENCIAS DE ENTREGA (BACKORDER): UM REGISTRO POR ITEM DE  *
      *    PEDIDO BLOQUEADO POR FALTA DE ESTOQUE NO PROGCOB18; A       *
      *    CHAVE POR PRODUTO E DATA DO PEDIDO DA A ORDEM DE CHEGADA    *
      *    PARA A ALOCACAO PEPS DO PROGBKORD, QUE RESERVA O ESTOQUE E  *
      *    LIBERA A ENTREGA COMPLEMENTAR NO LOTE PEDITEM               *
      *    CHAVE: BACKORD-CHAVE (PRODUTO + DATA + PEDIDO + LINHA)      *
      *================================================================*
       01  BACKORD-REC.
           05  BACKORD-CHAVE.
               10  BACKORD-PRODUTO        PIC X(006).
               10  BACKORD-DATA-PEDIDO    PIC 9(008).
               10  BACKORD-PEDIDO         PIC 9(006).
               10  BACKORD-LINHA          PIC 9(003).
           05  BACKORD-CPF                PIC X(011).
           05  BACKORD-UF                 PIC X(002).
           05  BACKORD-QTD                PIC 9(003).
           05  BACKORD-PRECO              PIC 9(006)V99.
           05  BACKORD-CONDPAG            PIC 9(002).
           05  BACKORD-END-ENTREGA        PIC 9(002).
      *
      *    PENDENTE AGUARDA ESTOQUE; LIBERADA JA TEVE O ESTOQUE
      *    RESERVADO E VIROU O PEDIDO COMPLEMENTAR INFORMADO
      *
           05  BACKORD-SITUACAO           PIC X(001).
               88  BACKORD-PENDENTE                    VALUE 'P'.
               88  BACKORD-LIBERADA                    VALUE 'L'.
           05  BACKORD-DATA-LIBERACAO     PIC 9(008).
           05  BACKORD-PEDIDO-SEGUIMENTO  PIC 9(006).
      *
      *    FILIAL DO PEDIDO ORIGINAL (CADASTRO FILIAL), LEVADA PARA O
      *    PEDIDO COMPLEMENTAR; EM BRANCO ASSUME A MATRIZ (01)
      *
           05  BACKORD-FILIAL             PIC X(002).
