      *================================================================*
      *    PENSAO.COB                                                  *
      *    ORDEM JUDICIAL DE PENSAO ALIMENTICIA DO FUNCIONARIO, UMA    *
      *    POR BENEFICIARIO, COM OS DADOS BANCARIOS DO CREDITO E A     *
      *    REGRA DE CALCULO: L = PERCENTUAL DO LIQUIDO (BRUTO MENOS    *
      *    INSS E IRRF), B = PERCENTUAL DO BRUTO, F = VALOR FIXO.      *
      *    MANTIDO PELO PROGPENSA; A FOLHA (PROGCOB04) DESCONTA O      *
      *    VALOR, ABATE DA BASE DO IRRF E CREDITA O BENEFICIARIO NO    *
      *    MESMO ARQUIVO BANCARIO (BANCOPAG)                           *
      *    CHAVE: PENSAO-CHAVE (MATRICULA + SEQUENCIA DA ORDEM)        *
      *================================================================*
       01  PENSAO-REC.
           05  PENSAO-CHAVE.
               10  PENSAO-MATRICULA       PIC 9(006).
               10  PENSAO-SEQ             PIC 9(002).
           05  PENSAO-PROCESSO            PIC X(020).
           05  PENSAO-BENEF-NOME          PIC X(030).
           05  PENSAO-BENEF-CPF           PIC X(011).
           05  PENSAO-BANCO               PIC 9(003).
           05  PENSAO-AGENCIA             PIC 9(004).
           05  PENSAO-CONTA               PIC X(010).
           05  PENSAO-REGRA               PIC X(001).
               88  PENSAO-PERC-LIQUIDO                 VALUE 'L'.
               88  PENSAO-PERC-BRUTO                   VALUE 'B'.
               88  PENSAO-VALOR-FIXO                   VALUE 'F'.
               88  PENSAO-REGRA-VALIDA                 VALUE 'L' 'B'
                                                             'F'.
           05  PENSAO-PERCENTUAL          PIC 9(003)V99.
           05  PENSAO-VALOR               PIC 9(006)V99.
           05  PENSAO-DATA-INICIO         PIC 9(008).
           05  PENSAO-STATUS              PIC X(001).
               88  PENSAO-ATIVA                        VALUE 'A'.
               88  PENSAO-ENCERRADA                    VALUE 'E'.
