      *================================================================*
      *    MOVBANCO.COB                                                *
      *    MOVIMENTOS DA CONTA BANCARIA GERADOS PELO SISTEMA, UM POR   *
      *    ARQUIVO OU DEPOSITO QUE MEXE NO BANCO: CREDITOS DE SALARIO  *
      *    ACEITOS (PROGCOB81), RETORNO DE COBRANCA (PROGCOB56),       *
      *    PAGAMENTO DE FRETES (PROGCOB77), DEPOSITO DO CAIXA          *
      *    (PROGCOB60) E REEMBOLSO DE DESPESAS A FUNCIONARIO           *
      *    (PROGDESPG). GRAVADO EM EXTEND E CONSUMIDO PELA             *
      *    CONCILIACAO BANCARIA (PROGCONBC), QUE O CARREGA NO CONCLIVR *
      *    TIPO NO SENTIDO DO EXTRATO: D = SAIDA, C = ENTRADA          *
      *    REFERENCIA: O NUMERO DO LOTE DO ARQUIVO BANCARIO (OU A DATA *
      *    DO FECHAMENTO NO DEPOSITO), QUE O BANCO DEVOLVE NO CAMPO    *
      *    DOCUMENTO DO EXTRATO                                        *
      *================================================================*
       01  MOVBANCO-REC.
           05  MOVBANCO-ORIGEM            PIC X(003).
               88  MOVBANCO-SALARIO                    VALUE 'SAL'.
               88  MOVBANCO-COBRANCA                   VALUE 'COB'.
               88  MOVBANCO-FRETE                      VALUE 'FRT'.
               88  MOVBANCO-DEPOSITO                   VALUE 'DEP'.
               88  MOVBANCO-REEMBOLSO                  VALUE 'REE'.
           05  MOVBANCO-DATA              PIC 9(008).
           05  MOVBANCO-TIPO              PIC X(001).
               88  MOVBANCO-DEBITO                     VALUE 'D'.
               88  MOVBANCO-CREDITO                    VALUE 'C'.
           05  MOVBANCO-VALOR             PIC 9(013)V99.
           05  MOVBANCO-REFERENCIA        PIC X(020).
           05  MOVBANCO-PROGRAMA          PIC X(009).
