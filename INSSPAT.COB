      *================================================================*
      *    INSSPAT.COB                                                 *
      *    TABELA DE ALIQUOTAS DA CONTRIBUICAO PREVIDENCIARIA DO       *
      *    EMPREGADOR COM DATA DE VIGENCIA, NOS MOLDES DA TRIBTAB:     *
      *    COTA PATRONAL, RAT (RISCO DE ACIDENTE DO TRABALHO, JA       *
      *    AJUSTADO PELO FAP) E TERCEIROS (SALARIO-EDUCACAO, SISTEMA   *
      *    S E INCRA); A FOLHA (PROGCOB04) APLICA A VIGENCIA MAIS      *
      *    RECENTE NAO POSTERIOR A DATA DE PROCESSAMENTO               *
      *    CHAVE: INSSPAT-DATA-VIGENCIA                                *
      *================================================================*
       01  INSSPAT-REC.
           05  INSSPAT-DATA-VIGENCIA      PIC 9(008).
           05  INSSPAT-ALIQ-EMPRESA       PIC 9(001)V9999.
           05  INSSPAT-ALIQ-RAT           PIC 9(001)V9999.
           05  INSSPAT-ALIQ-TERCEIROS     PIC 9(001)V9999.
