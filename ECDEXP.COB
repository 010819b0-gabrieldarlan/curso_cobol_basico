      *================================================================*
      *    ECDEXP.COB                                                  *
      *    ARQUIVO DA ESCRITURACAO CONTABIL DIGITAL DO EXERCICIO       *
      *    (PROGECD), EM LAYOUT FIXO POR REGISTRO E BLOCO:             *
      *    0000 = ABERTURA (EXERCICIO E DATA DE GERACAO)               *
      *    0990 = ENCERRAMENTO DO BLOCO 0                              *
      *    I050 = PLANO DE CONTAS (PLANCTA, COM O TIPO A/P/R/D)        *
      *    I150 = PERIODO MENSAL DOS SALDOS                            *
      *    I155 = SALDOS INICIAL E FINAL E MOVIMENTO DA CONTA NO MES   *
      *    I200 = LANCAMENTO (UM LOTE DO GLPOST: DATA+PROGRAMA+LOTE)   *
      *    I250 = PARTIDA DO LANCAMENTO (UMA LINHA DO GLPOST)          *
      *    I990 = ENCERRAMENTO DO BLOCO I                              *
      *    9999 = ENCERRAMENTO DO ARQUIVO (TOTAL DE REGISTROS)         *
      *    VALORES SEM SINAL, COM O INDICADOR D (DEVEDOR) OU C         *
      *    (CREDOR) AO LADO                                            *
      *================================================================*
       01  ECDEXP-REC.
           05  ECDEXP-REG                 PIC X(004).
               88  ECDEXP-ABERTURA                     VALUE '0000'.
               88  ECDEXP-FIM-BLOCO-0                  VALUE '0990'.
               88  ECDEXP-PLANO                        VALUE 'I050'.
               88  ECDEXP-PERIODO                      VALUE 'I150'.
               88  ECDEXP-SALDO                        VALUE 'I155'.
               88  ECDEXP-LANCAMENTO                   VALUE 'I200'.
               88  ECDEXP-PARTIDA                      VALUE 'I250'.
               88  ECDEXP-FIM-BLOCO-I                  VALUE 'I990'.
               88  ECDEXP-ENCERRAMENTO                 VALUE '9999'.
           05  ECDEXP-DADOS               PIC X(116).
      *
      *    ABERTURA: EXERCICIO E DATA DE GERACAO DO ARQUIVO
      *
           05  ECDEXP-DADOS-0000          REDEFINES ECDEXP-DADOS.
               10  ECDEXP-0000-DT-INI     PIC 9(008).
               10  ECDEXP-0000-DT-FIN     PIC 9(008).
               10  ECDEXP-0000-EXERCICIO  PIC 9(004).
               10  ECDEXP-0000-DT-GERACAO PIC 9(008).
               10  FILLER                 PIC X(088).
      *
      *    PLANO DE CONTAS: NATUREZA 01=ATIVO 02=PASSIVO 04=RESULTADO,
      *    TODAS AS CONTAS ANALITICAS (A)
      *
           05  ECDEXP-DADOS-I050          REDEFINES ECDEXP-DADOS.
               10  ECDEXP-I050-CONTA      PIC X(010).
               10  ECDEXP-I050-NOME       PIC X(030).
               10  ECDEXP-I050-TIPO       PIC X(001).
               10  ECDEXP-I050-NATUREZA   PIC 9(002).
               10  ECDEXP-I050-IND-CTA    PIC X(001).
               10  FILLER                 PIC X(072).
      *
      *    PERIODO MENSAL DOS SALDOS
      *
           05  ECDEXP-DADOS-I150          REDEFINES ECDEXP-DADOS.
               10  ECDEXP-I150-DT-INI     PIC 9(008).
               10  ECDEXP-I150-DT-FIN     PIC 9(008).
               10  FILLER                 PIC X(100).
      *
      *    SALDOS DA CONTA NO MES
      *
           05  ECDEXP-DADOS-I155          REDEFINES ECDEXP-DADOS.
               10  ECDEXP-I155-CONTA      PIC X(010).
               10  ECDEXP-I155-SALDO-INI  PIC 9(013)V99.
               10  ECDEXP-I155-IND-INI    PIC X(001).
               10  ECDEXP-I155-DEBITOS    PIC 9(013)V99.
               10  ECDEXP-I155-CREDITOS   PIC 9(013)V99.
               10  ECDEXP-I155-SALDO-FIN  PIC 9(013)V99.
               10  ECDEXP-I155-IND-FIN    PIC X(001).
               10  FILLER                 PIC X(044).
      *
      *    LANCAMENTO: UM LOTE BALANCEADO DO GLPOST; INDICADOR N =
      *    NORMAL, E = ENCERRAMENTO DO EXERCICIO (PROGFECAN)
      *
           05  ECDEXP-DADOS-I200          REDEFINES ECDEXP-DADOS.
               10  ECDEXP-I200-NUMERO     PIC 9(007).
               10  ECDEXP-I200-DATA       PIC 9(008).
               10  ECDEXP-I200-VALOR      PIC 9(013)V99.
               10  ECDEXP-I200-IND        PIC X(001).
               10  ECDEXP-I200-PROGRAMA   PIC X(009).
               10  ECDEXP-I200-LOTE       PIC 9(006).
               10  ECDEXP-I200-OPERADOR   PIC X(020).
               10  FILLER                 PIC X(050).
      *
      *    PARTIDA DO LANCAMENTO
      *
           05  ECDEXP-DADOS-I250          REDEFINES ECDEXP-DADOS.
               10  ECDEXP-I250-NUMERO     PIC 9(007).
               10  ECDEXP-I250-CONTA      PIC X(010).
               10  ECDEXP-I250-CENTRO     PIC X(004).
               10  ECDEXP-I250-VALOR      PIC 9(013)V99.
               10  ECDEXP-I250-IND-DC     PIC X(001).
               10  FILLER                 PIC X(079).
      *
      *    ENCERRAMENTO DE BLOCO OU DO ARQUIVO: QUANTIDADE DE
      *    REGISTROS, INCLUSIVE O PROPRIO
      *
           05  ECDEXP-DADOS-FIM           REDEFINES ECDEXP-DADOS.
               10  ECDEXP-FIM-QTD         PIC 9(009).
               10  FILLER                 PIC X(107).
