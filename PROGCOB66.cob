      * (VALIDLOG), ONDE O PROGCOB46 AS TRABALHA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - O REGISTRO PEDITEM GANHA A MARCA DE ENTREGA
      *              COMPLEMENTAR DE PENDENCIA (PROGBKORD), GRAVADA EM
      *              BRANCO NOS PEDIDOS DA LOJA WEB
      * XX/XX/XXXX - OS ITENS DA LOJA WEB SAO VENDAS DA MATRIZ (FILIAL
      *              01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           MOVE ZEROS                  TO PEDITEM-COTACAO.
           MOVE WEBPED-CONDPAG         TO PEDITEM-CONDPAG.
           MOVE ZEROS                  TO PEDITEM-END-ENTREGA.
           MOVE SPACES                 TO PEDITEM-PENDENCIA.
           MOVE ZEROS                  TO PEDITEM-PEDIDO-ORIGEM.
           MOVE '01'                   TO PEDITEM-FILIAL.
           WRITE PEDITEM-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
