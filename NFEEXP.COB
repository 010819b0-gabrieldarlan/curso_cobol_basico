      *================================================================*
      *    NFEEXP.COB                                                  *
      *    EXPORTACAO DA NOTA FISCAL ELETRONICA PARA O APLICATIVO      *
      *    EMISSOR: UM CABECALHO (N) E UMA LINHA POR ITEM (I) POR      *
      *    PEDIDO LIBERADO (PROGCOB18/PROGCOB63), O PEDIDO DE          *
      *    CANCELAMENTO (C) DA NOTA AUTORIZADA OU A INUTILIZACAO (U)   *
      *    DO NUMERO DA NOTA REJEITADA (PROGCOB64) E A NOTA DE         *
      *    DEVOLUCAO (D, COM AS LINHAS I) DO PROGCOB29                 *
      *================================================================*
       01  NFEEXP-REC.
           05  NFEEXP-TIPO                PIC X(001).
               88  NFEEXP-NOTA                         VALUE 'N'.
               88  NFEEXP-ITEM                         VALUE 'I'.
               88  NFEEXP-CANCELAMENTO                 VALUE 'C'.
               88  NFEEXP-INUTILIZACAO                 VALUE 'U'.
               88  NFEEXP-DEVOLUCAO                    VALUE 'D'.
           05  NFEEXP-SERIE               PIC 9(003).
           05  NFEEXP-NUMERO              PIC 9(009).
           05  NFEEXP-PEDIDO              PIC 9(006).
           05  NFEEXP-DATA                PIC 9(008).
           05  NFEEXP-DADOS               PIC X(173).
      *
      *    CABECALHO DA NOTA: DESTINATARIO NO ENDERECO DE ENTREGA E
      *    OS TOTAIS DO PEDIDO
      *
           05  NFEEXP-DADOS-NOTA          REDEFINES NFEEXP-DADOS.
               10  NFEEXP-CPF             PIC X(011).
               10  NFEEXP-NOME            PIC X(030).
               10  NFEEXP-ENDERECO        PIC X(030).
               10  NFEEXP-CIDADE          PIC X(020).
               10  NFEEXP-UF              PIC X(002).
               10  NFEEXP-QTD-ITENS       PIC 9(003).
               10  NFEEXP-VALOR-PRODUTOS  PIC 9(008)V99.
               10  NFEEXP-VALOR-FRETE     PIC 9(006)V99.
               10  NFEEXP-BASE-ICMS       PIC 9(008)V99.
               10  NFEEXP-ALIQUOTA        PIC 9(001)V9999.
               10  NFEEXP-VALOR-ICMS      PIC 9(008)V99.
               10  NFEEXP-VALOR-TOTAL     PIC 9(009)V99.
               10  NFEEXP-CONDPAG         PIC 9(002).
               10  FILLER                 PIC X(021).
      *
      *    ITEM DA NOTA (OU DA NOTA DE DEVOLUCAO)
      *
           05  NFEEXP-DADOS-ITEM          REDEFINES NFEEXP-DADOS.
               10  NFEEXP-ITEM-LINHA      PIC 9(003).
               10  NFEEXP-ITEM-PRODUTO    PIC X(006).
               10  NFEEXP-ITEM-DESCRICAO  PIC X(020).
               10  NFEEXP-ITEM-QTD        PIC 9(003).
               10  NFEEXP-ITEM-PRECO      PIC 9(006)V99.
               10  NFEEXP-ITEM-TOTAL      PIC 9(008)V99.
               10  NFEEXP-ITEM-ALIQUOTA   PIC 9(001)V9999.
               10  NFEEXP-ITEM-ICMS       PIC 9(008)V99.
               10  FILLER                 PIC X(108).
      *
      *    CANCELAMENTO DA NOTA AUTORIZADA (PROTOCOLO DA AUTORIZACAO)
      *    OU INUTILIZACAO DO NUMERO DA NOTA REJEITADA
      *
           05  NFEEXP-DADOS-EVENTO        REDEFINES NFEEXP-DADOS.
               10  NFEEXP-EVT-PROTOCOLO   PIC X(015).
               10  NFEEXP-EVT-MOTIVO      PIC X(040).
               10  FILLER                 PIC X(118).
      *
      *    NOTA DE DEVOLUCAO: REFERENCIA A NOTA ORIGINAL DO PEDIDO
      *
           05  NFEEXP-DADOS-DEVOLUCAO     REDEFINES NFEEXP-DADOS.
               10  NFEEXP-DEV-SERIE-ORIG  PIC 9(003).
               10  NFEEXP-DEV-NUMERO-ORIG PIC 9(009).
               10  NFEEXP-DEV-PROTOCOLO   PIC X(015).
               10  NFEEXP-DEV-CPF         PIC X(011).
               10  NFEEXP-DEV-QTD-ITENS   PIC 9(003).
               10  NFEEXP-DEV-VALOR       PIC 9(008)V99.
               10  NFEEXP-DEV-ALIQUOTA    PIC 9(001)V9999.
               10  NFEEXP-DEV-ICMS        PIC 9(008)V99.
               10  FILLER                 PIC X(107).
