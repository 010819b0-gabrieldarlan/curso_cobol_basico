      *================================================================*
      *    LIMREV.COB                                                  *
      *    REVISAO PERIODICA DO LIMITE DE CREDITO DOS CLIENTES: UMA    *
      *    PROPOSTA POR CPF E MES DE REFERENCIA, GERADA PELA           *
      *    PONTUACAO DE COMPORTAMENTO (PROGSCCLI) COM OS INDICADORES   *
      *    QUE A JUSTIFICAM, E DECIDIDA PELO APROVADOR NA FILA DE      *
      *    REVISAO (PROGLIMAP), QUE GRAVA O NOVO LIMITE NO CUSTMAS     *
      *    CHAVE: LIMREV-CHAVE (REFERENCIA AAAAMM + CPF)               *
      *================================================================*
       01  LIMREV-REC.
           05  LIMREV-CHAVE.
               10  LIMREV-REFERENCIA      PIC 9(006).
               10  LIMREV-CPF             PIC X(011).
           05  LIMREV-DATA-APURACAO       PIC 9(008).
      *
      *    INDICADORES DE COMPORTAMENTO NA JANELA DE DOZE MESES
      *
           05  LIMREV-PONTUACAO           PIC 9(003).
           05  LIMREV-QTD-PAGAMENTOS      PIC 9(005).
           05  LIMREV-ATRASO-MEDIO        PIC 9(003).
           05  LIMREV-ESTAGIO-MAXIMO      PIC 9(001).
           05  LIMREV-QTD-BAIXAS          PIC 9(003).
           05  LIMREV-QTD-RENEGOCIACOES   PIC 9(003).
           05  LIMREV-VALOR-COMPRAS       PIC 9(011)V99.
      *
      *    PROPOSTA: ELEVAR, REDUZIR OU BLOQUEAR (LIMITE ZERO, QUE
      *    RETEM NO PROGCOB18 TODO PEDIDO A PRAZO DO CLIENTE)
      *
           05  LIMREV-LIMITE-ATUAL        PIC 9(007)V99.
           05  LIMREV-LIMITE-PROPOSTO     PIC 9(007)V99.
           05  LIMREV-ACAO                PIC X(001).
               88  LIMREV-ELEVAR                      VALUE 'E'.
               88  LIMREV-MANTER                      VALUE 'M'.
               88  LIMREV-REDUZIR                     VALUE 'R'.
               88  LIMREV-BLOQUEAR                    VALUE 'B'.
           05  LIMREV-MOTIVO              PIC X(060).
      *
      *    DECISAO DO APROVADOR
      *
           05  LIMREV-SITUACAO            PIC X(001).
               88  LIMREV-PENDENTE                    VALUE 'P'.
               88  LIMREV-APROVADA                    VALUE 'A'.
               88  LIMREV-REJEITADA                   VALUE 'R'.
           05  LIMREV-APROVADOR           PIC X(020).
           05  LIMREV-DATA-DECISAO        PIC 9(008).
