      *================================================================*
      *    SALDOABE.COB                                                *
      *    SALDOS DE ABERTURA DAS CONTAS DE ATIVO E PASSIVO NO         *
      *    EXERCICIO, GRAVADOS PELO ENCERRAMENTO DO EXERCICIO          *
      *    ANTERIOR (PROGFECAN); AS CONTAS DE RESULTADO ABREM ZERADAS  *
      *    SALDO COM SINAL: POSITIVO = DEVEDOR, NEGATIVO = CREDOR      *
      *    CHAVE: SALDOABE-CHAVE (EXERCICIO + CONTA)                   *
      *================================================================*
       01  SALDOABE-REC.
           05  SALDOABE-CHAVE.
               10  SALDOABE-EXERCICIO     PIC 9(004).
               10  SALDOABE-CONTA         PIC X(010).
           05  SALDOABE-TIPO              PIC X(001).
           05  SALDOABE-SALDO             PIC S9(013)V99.
           05  SALDOABE-DATA-GERACAO      PIC 9(008).
