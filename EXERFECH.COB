      *================================================================*
      *    EXERFECH.COB                                                *
      *    CONTROLE DOS EXERCICIOS CONTABEIS ENCERRADOS (PROGFECAN):   *
      *    DATA E OPERADOR DO ENCERRAMENTO E O RESULTADO TRANSFERIDO   *
      *    PARA LUCROS OU PREJUIZOS ACUMULADOS. EXERCICIO ENCERRADO    *
      *    NAO TEM MES REABERTO PELO PROGCOB20, E O BALANCETE E AS     *
      *    DEMONSTRACOES PARTEM DOS SALDOS DE ABERTURA (SALDOABE) DO   *
      *    EXERCICIO SEGUINTE                                          *
      *    CHAVE: EXERFECH-EXERCICIO (AAAA)                            *
      *================================================================*
       01  EXERFECH-REC.
           05  EXERFECH-EXERCICIO         PIC 9(004).
           05  EXERFECH-DATA-FECHAMENTO   PIC 9(008).
           05  EXERFECH-OPERADOR          PIC X(020).
           05  EXERFECH-RESULTADO         PIC S9(013)V99.
           05  EXERFECH-QTD-CONTAS        PIC 9(005).
