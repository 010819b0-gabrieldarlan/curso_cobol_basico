      *================================================================*
      *    SALBANCO.COB                                                *
      *    CONTROLE DA CONCILIACAO BANCARIA (PROGCONBC), REGRAVADO A   *
      *    CADA EXECUCAO NOS MOLDES DO BATSEQ: SALDO DO LIVRO          *
      *    (ACUMULADO DOS MOVIMENTOS DO MOVBANCO), SALDO DO BANCO NO   *
      *    ULTIMO EXTRATO E A ULTIMA SEQUENCIA USADA NO CONCLIVR E NO  *
      *    CONCBANC                                                    *
      *================================================================*
       01  SALBANCO-REC.
           05  SALBANCO-DATA-EXTRATO      PIC 9(008).
           05  SALBANCO-SALDO-LIVRO       PIC S9(013)V99.
           05  SALBANCO-SALDO-BANCO       PIC S9(013)V99.
           05  SALBANCO-ULT-SEQ           PIC 9(008).
