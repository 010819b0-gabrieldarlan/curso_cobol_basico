      *================================================================*
      *    CONCLIVR.COB                                                *
      *    LADO DO LIVRO DA CONCILIACAO BANCARIA (PROGCONBC): CADA     *
      *    MOVIMENTO DO MOVBANCO CARREGADO, PENDENTE ATE CASAR COM UM  *
      *    ITEM DO EXTRATO (CONCBANC) E FICAR CONCILIADO               *
      *    CHAVE: TIPO + VALOR + SEQUENCIA, PARA O CASAMENTO LOCALIZAR *
      *    OS CANDIDATOS DE MESMO SENTIDO E VALOR COM UM START         *
      *================================================================*
       01  CONCLIVR-REC.
           05  CONCLIVR-CHAVE.
               10  CONCLIVR-TIPO          PIC X(001).
                   88  CONCLIVR-DEBITO                 VALUE 'D'.
                   88  CONCLIVR-CREDITO                VALUE 'C'.
               10  CONCLIVR-VALOR         PIC 9(013)V99.
               10  CONCLIVR-SEQ           PIC 9(008).
           05  CONCLIVR-ORIGEM            PIC X(003).
           05  CONCLIVR-DATA              PIC 9(008).
           05  CONCLIVR-REFERENCIA        PIC X(020).
           05  CONCLIVR-PROGRAMA          PIC X(009).
           05  CONCLIVR-SITUACAO          PIC X(001).
               88  CONCLIVR-PENDENTE                   VALUE 'P'.
               88  CONCLIVR-CONCILIADO                 VALUE 'C'.
           05  CONCLIVR-DATA-CONCILIACAO  PIC 9(008).
           05  CONCLIVR-SEQ-BANCO         PIC 9(008).
