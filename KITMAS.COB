      *================================================================*
      *    KITMAS.COB                                                  *
      *    ESTRUTURA DOS PRODUTOS VENDIDOS COMO KIT: LIGA O CODIGO DO  *
      *    KIT NO PRODMAS A CADA COMPONENTE E A QUANTIDADE DELE POR    *
      *    UNIDADE DO KIT. MANTIDO PELO PROGKIT; NA BAIXA DO PEDIDO    *
      *    (PROGCOB18) E NA LIBERACAO DE PENDENCIAS (PROGBKORD) O      *
      *    ESTOQUE E MOVIMENTADO NOS COMPONENTES, E O CUSTO DO KIT NO  *
      *    CMV (PROGCOB30/PROGCOB63) E A SOMA DOS CUSTOS MEDIOS DOS    *
      *    COMPONENTES. UM NIVEL SO: COMPONENTE NAO PODE SER KIT       *
      *    CHAVE: KITMAS-CHAVE (KIT + COMPONENTE)                      *
      *================================================================*
       01  KITMAS-REC.
           05  KITMAS-CHAVE.
               10  KITMAS-KIT             PIC X(006).
               10  KITMAS-COMPONENTE      PIC X(006).
           05  KITMAS-QTD                 PIC 9(005).
           05  KITMAS-DATA-ULT-ATU        PIC 9(008).
