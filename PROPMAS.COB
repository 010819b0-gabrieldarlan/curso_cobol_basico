      *================================================================*
      *    PROPMAS.COB                                                 *
      *    CADASTRO DE PROPRIEDADES PARA ESTIMATIVA DE IMPOSTO,        *
      *    LIGADO AO CADASTRO DE CLIENTES POR CPF (PROGCOB11); COM A   *
      *    ZONA FISCAL PREENCHIDA, O IMPOSTO ESTIMADO VEM DO VALOR     *
      *    VENAL DA REAVALIACAO ANUAL (PROGREAV)                       *
      *    CHAVE: PROPMAS-ID                                           *
      *================================================================*
       01  PROPMAS-REC.
           05  PROPMAS-PERIMETRO          PIC 9(008)V99.
           05  PROPMAS-IMPOSTO-ESTIMADO   PIC 9(007)V99.
           05  PROPMAS-DATA-CADASTRO      PIC 9(008).
      *
      *    DADOS DA AVALIACAO POR ZONA FISCAL (PROGZONA/PROGREAV): A
      *    PROPRIEDADE SEM ZONA CONTINUA COM A ESTIMATIVA POR AREA DO
      *    PROGCOB11
      *
           05  PROPMAS-ZONA               PIC X(003).
           05  PROPMAS-AREA-CONSTRUIDA    PIC 9(007)V99.
           05  PROPMAS-PADRAO             PIC 9(001).
               88  PROPMAS-PADRAO-VALIDO              VALUE 1 THRU 3.
           05  PROPMAS-VALOR-VENAL        PIC 9(009)V99.
           05  PROPMAS-DATA-REAVALIACAO   PIC 9(008).
