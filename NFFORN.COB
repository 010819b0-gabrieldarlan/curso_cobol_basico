      *================================================================*
      *    NFFORN.COB                                                  *
      *    NOTAS FISCAIS DE ENTRADA DE FORNECEDOR, UMA LINHA POR ITEM  *
      *    DA NOTA, DIGITADAS E CONFERIDAS EM TRES PONTAS (NOTA X      *
      *    PEDIDO DE COMPRA PEDCOMP X QUANTIDADE RECEBIDA NO           *
      *    PROGCOB72) PELO PROGNFFOR; A NOTA APROVADA VIRA TITULO A    *
      *    PAGAR NO CONTAPAG E A RETIDA ESPERA A COMPRAS RESOLVER      *
      *    CHAVE: NFFORN-CHAVE (CNPJ + NUMERO DA NOTA + LINHA)         *
      *================================================================*
       01  NFFORN-REC.
           05  NFFORN-CHAVE.
               10  NFFORN-CNPJ            PIC X(014).
               10  NFFORN-NUMERO          PIC 9(009).
               10  NFFORN-LINHA           PIC 9(003).
           05  NFFORN-DATA-EMISSAO        PIC 9(008).
           05  NFFORN-DATA-VENCTO         PIC 9(008).
           05  NFFORN-DATA-ENTRADA        PIC 9(008).
           05  NFFORN-PEDCOMP             PIC 9(006).
           05  NFFORN-PEDCOMP-LINHA       PIC 9(003).
           05  NFFORN-PRODUTO             PIC X(006).
           05  NFFORN-QTD                 PIC 9(005).
           05  NFFORN-CUSTO-UNIT          PIC 9(007)V99.
           05  NFFORN-VALOR               PIC 9(009)V99.
      *
      *    SITUACAO DA NOTA (REPETIDA EM TODAS AS LINHAS): APROVADA
      *    NA CONFERENCIA OU RETIDA COM O MOTIVO DA PRIMEIRA
      *    DIVERGENCIA DA LINHA, PARA A COMPRAS RESOLVER
      *
           05  NFFORN-SITUACAO            PIC X(001).
               88  NFFORN-APROVADA                     VALUE 'A'.
               88  NFFORN-RETIDA                       VALUE 'R'.
           05  NFFORN-MOTIVO              PIC X(030).
           05  NFFORN-OPERADOR            PIC X(020).
