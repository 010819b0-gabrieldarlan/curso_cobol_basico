      *================================================================*
      *    BENEFIC.COB                                                 *
      *    ADESAO DO FUNCIONARIO AOS BENEFICIOS, UMA POR TIPO:         *
      *    T = VALE-TRANSPORTE (VALOR DAS PASSAGENS DO MES),           *
      *    R = VALE-REFEICAO (VALOR DO CARTAO NO MES) E                *
      *    S = PLANO DE SAUDE (CUSTO MENSAL POR VIDA COBERTA).         *
      *    MANTIDO PELO PROGBENEF; A FOLHA NORMAL (PROGCOB04) DESCONTA *
      *    A PARTE DO EMPREGADO E O PROGBENRL CONFERE A FATURA DE      *
      *    CADA FORNECEDOR                                             *
      *    CHAVE: BENEFIC-CHAVE (MATRICULA + TIPO)                     *
      *================================================================*
       01  BENEFIC-REC.
           05  BENEFIC-CHAVE.
               10  BENEFIC-MATRICULA      PIC 9(006).
               10  BENEFIC-TIPO           PIC X(001).
                   88  BENEFIC-TRANSPORTE              VALUE 'T'.
                   88  BENEFIC-REFEICAO                VALUE 'R'.
                   88  BENEFIC-SAUDE                   VALUE 'S'.
                   88  BENEFIC-TIPO-VALIDO             VALUE 'T' 'R'
                                                             'S'.
           05  BENEFIC-FORNECEDOR         PIC X(010).
           05  BENEFIC-VALOR              PIC 9(006)V99.
           05  BENEFIC-DATA-ADESAO        PIC 9(008).
           05  BENEFIC-STATUS             PIC X(001).
               88  BENEFIC-ATIVO                       VALUE 'A'.
               88  BENEFIC-CANCELADO                   VALUE 'C'.
