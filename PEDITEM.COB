      *    ENDERECO DE CADASTRO DO CUSTMAS
      *
           05  PEDITEM-END-ENTREGA        PIC 9(002).
      *
      *    ENTREGA COMPLEMENTAR DE PENDENCIA (GERADA PELO PROGBKORD):
      *    O ESTOQUE JA FOI RESERVADO NA ALOCACAO E O PROGCOB18 NAO O
      *    BAIXA DE NOVO; O PEDIDO DE ORIGEM SAI NA NOTA. BRANCO NOS
      *    ITENS DIGITADOS E NOS DA LOJA WEB
      *
           05  PEDITEM-PENDENCIA          PIC X(001).
               88  PEDITEM-DE-PENDENCIA                VALUE 'S'.
           05  PEDITEM-PEDIDO-ORIGEM      PIC 9(006).
      *
      *    FILIAL QUE VENDE (CADASTRO FILIAL), CONSIDERADA NO PRIMEIRO
      *    ITEM DE CADA PEDIDO; EM BRANCO ASSUME A MATRIZ (01)
      *
           05  PEDITEM-FILIAL             PIC X(002).
