           05  PEDCOMP-QTD-PEDIDA         PIC 9(005).
           05  PEDCOMP-QTD-RECEBIDA       PIC 9(005).
           05  PEDCOMP-CUSTO-UNIT         PIC 9(007)V99.
      *
      *    SITUACAO DA LINHA: R = RASCUNHO GERADO PELA SUGESTAO
      *    NOTURNA DE REPOSICAO (PROGCOB69) A PARTIR DO CATALOGO
      *    FORNECEDOR-PRODUTO (FORNPROD), AINDA NAO CONFIRMADO PELO
      *    COMPRADOR NO PROGCOB71 - NAO PODE SER RECEBIDO
      *
           05  PEDCOMP-SITUACAO           PIC X(001).
               88  PEDCOMP-ABERTA                      VALUE 'A'.
               88  PEDCOMP-ATENDIDA                    VALUE 'F'.
               88  PEDCOMP-RASCUNHO                    VALUE 'R'.
      *
      *    QUANTIDADE JA FATURADA PELO FORNECEDOR E APROVADA NA
      *    CONFERENCIA EM TRES PONTAS DA NOTA DE ENTRADA (PROGNFFOR):
      *    A NOTA SO PASSA QUANDO NAO COBRA MAIS DO QUE O RECEBIDO
      *    AINDA NAO FATURADO
      *
           05  PEDCOMP-QTD-FATURADA       PIC 9(005).
      *
      *    DATA DA ULTIMA ENTREGA RECEBIDA NA LINHA E QUANTAS VEZES O
      *    RECEBIMENTO (PROGCOB72) APONTOU ENTREGA A MAIOR OU A MENOR
      *    NO RECEBREL - BASE DO PLACAR DE FORNECEDORES (PROGSCFOR)
      *
           05  PEDCOMP-DATA-ULT-RECEB     PIC 9(008).
           05  PEDCOMP-QTD-DIVERGENCIAS   PIC 9(003).
