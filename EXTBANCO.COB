      *================================================================*
      *    EXTBANCO.COB                                                *
      *    EXTRATO DIARIO DA CONTA BANCARIA ENVIADO PELO BANCO, NO     *
      *    LAYOUT HEADER/DETALHE/TRAILER:                              *
      *    H = DATA, CONTA E SALDO INICIAL; D = UM LANCAMENTO (D =     *
      *    SAIDA, C = ENTRADA) COM O DOCUMENTO E O HISTORICO DO BANCO; *
      *    T = QUANTIDADE DE LANCAMENTOS E SALDO FINAL                 *
      *    OS SALDOS TRAZEM O SINAL EM CAMPO PROPRIO ('+' OU '-')      *
      *================================================================*
       01  EXTBANCO-REC.
           05  EXTBANCO-TIPO              PIC X(001).
               88  EXTBANCO-HEADER                     VALUE 'H'.
               88  EXTBANCO-DETALHE                    VALUE 'D'.
               88  EXTBANCO-TRAILER                    VALUE 'T'.
           05  EXTBANCO-DADOS             PIC X(079).
           05  EXTBANCO-DADOS-H REDEFINES EXTBANCO-DADOS.
               10  EXTBANCO-H-DATA        PIC 9(008).
               10  EXTBANCO-H-BANCO       PIC 9(003).
               10  EXTBANCO-H-AGENCIA     PIC 9(004).
               10  EXTBANCO-H-CONTA       PIC X(010).
               10  EXTBANCO-H-SINAL       PIC X(001).
               10  EXTBANCO-H-SALDO       PIC 9(013)V99.
               10  FILLER                 PIC X(038).
           05  EXTBANCO-DADOS-D REDEFINES EXTBANCO-DADOS.
               10  EXTBANCO-D-DATA        PIC 9(008).
               10  EXTBANCO-D-TIPO        PIC X(001).
                   88  EXTBANCO-D-DEBITO               VALUE 'D'.
                   88  EXTBANCO-D-CREDITO              VALUE 'C'.
               10  EXTBANCO-D-VALOR       PIC 9(013)V99.
               10  EXTBANCO-D-DOCUMENTO   PIC X(020).
               10  EXTBANCO-D-HISTORICO   PIC X(030).
               10  FILLER                 PIC X(005).
           05  EXTBANCO-DADOS-T REDEFINES EXTBANCO-DADOS.
               10  EXTBANCO-T-QTD         PIC 9(006).
               10  EXTBANCO-T-SINAL       PIC X(001).
               10  EXTBANCO-T-SALDO       PIC 9(013)V99.
               10  FILLER                 PIC X(057).
