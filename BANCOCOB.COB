      *    DATA DO PAGAMENTO NO RETORNO                                *
      *    H = DATA E NUMERO DO LOTE; D = UM DETALHE POR TITULO;       *
      *    T = QUANTIDADE DE DETALHES E SOMA (HASH) DOS VALORES        *
      *    O DETALHE TRAZ A ORIGEM DO TITULO: BRANCO OU C = CONTAS A   *
      *    RECEBER (PEDIDO/PARCELA), I = PARCELA DO IMPOSTO PREDIAL    *
      *    (IPTUREC) E M = MENSALIDADE ESCOLAR (MENSREC), ESTAS DUAS   *
      *    IDENTIFICADAS PELO DOCUMENTO; O DESCONTO E O ABATIMENTO     *
      *    CONCEDIDO NO PAGAMENTO ATE O VENCIMENTO                     *
      *================================================================*
       01  BANCOCOB-REC.
           05  BANCOCOB-TIPO              PIC X(001).
               10  BANCOCOB-D-CPF         PIC X(011).
               10  BANCOCOB-D-DATA        PIC 9(008).
               10  BANCOCOB-D-VALOR       PIC 9(009)V99.
               10  BANCOCOB-D-ORIGEM      PIC X(001).
                   88  BANCOCOB-D-CONTAREC             VALUE ' ' 'C'.
                   88  BANCOCOB-D-IPTU                 VALUE 'I'.
                   88  BANCOCOB-D-MENSALIDADE          VALUE 'M'.
               10  BANCOCOB-D-DOCUMENTO   PIC X(012).
               10  BANCOCOB-D-DOC-IPTU REDEFINES BANCOCOB-D-DOCUMENTO.
                   15  BANCOCOB-D-PROPRIEDADE PIC X(006).
                   15  BANCOCOB-D-EXERCICIO   PIC 9(004).
                   15  BANCOCOB-D-PARC-IPTU   PIC 9(002).
               10  BANCOCOB-D-DOC-MENS REDEFINES BANCOCOB-D-DOCUMENTO.
                   15  BANCOCOB-D-MATRICULA   PIC 9(006).
                   15  BANCOCOB-D-ANOMES      PIC 9(006).
               10  BANCOCOB-D-DESCONTO    PIC 9(006)V99.
           05  BANCOCOB-DADOS-T REDEFINES BANCOCOB-DADOS.
               10  BANCOCOB-T-QTD         PIC 9(006).
               10  BANCOCOB-T-HASH        PIC 9(013)V99.
