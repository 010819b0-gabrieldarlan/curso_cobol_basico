      *================================================================*
      *    CONCBANC.COB                                                *
      *    LADO DO BANCO DA CONCILIACAO BANCARIA (PROGCONBC): CADA     *
      *    LANCAMENTO DOS EXTRATOS CARREGADOS, PENDENTE ATE CASAR COM  *
      *    UM MOVIMENTO DO LIVRO (CONCLIVR) E FICAR CONCILIADO         *
      *    CHAVE: TIPO + VALOR + SEQUENCIA, COMO NO CONCLIVR           *
      *================================================================*
       01  CONCBANC-REC.
           05  CONCBANC-CHAVE.
               10  CONCBANC-TIPO          PIC X(001).
                   88  CONCBANC-DEBITO                 VALUE 'D'.
                   88  CONCBANC-CREDITO                VALUE 'C'.
               10  CONCBANC-VALOR         PIC 9(013)V99.
               10  CONCBANC-SEQ           PIC 9(008).
           05  CONCBANC-DATA              PIC 9(008).
           05  CONCBANC-DOCUMENTO         PIC X(020).
           05  CONCBANC-HISTORICO         PIC X(030).
           05  CONCBANC-SITUACAO          PIC X(001).
               88  CONCBANC-PENDENTE                   VALUE 'P'.
               88  CONCBANC-CONCILIADO                 VALUE 'C'.
           05  CONCBANC-DATA-CONCILIACAO  PIC 9(008).
           05  CONCBANC-SEQ-LIVRO         PIC 9(008).
