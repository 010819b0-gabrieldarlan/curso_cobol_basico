      *================================================================*
      *    GPSAPUR.COB                                                 *
      *    CONTROLE DA GUIA MENSAL DA PREVIDENCIA (PROGGPS): INSS      *
      *    RETIDO DOS EMPREGADOS E CONTRIBUICAO DO EMPREGADOR DA       *
      *    COMPETENCIA, TOTAL DA GUIA E A MARCA DE APROPRIACAO NO      *
      *    GLPOST, QUE IMPEDE O LANCAMENTO EM DOBRO NA REEXECUCAO      *
      *    CHAVE: GPSAPUR-PERIODO (AAAAMM)                             *
      *================================================================*
       01  GPSAPUR-REC.
           05  GPSAPUR-PERIODO            PIC 9(006).
           05  GPSAPUR-QTD-FUNC           PIC 9(005).
           05  GPSAPUR-INSS-SEGURADOS     PIC 9(011)V99.
           05  GPSAPUR-INSS-EMPRESA       PIC 9(011)V99.
           05  GPSAPUR-INSS-RAT           PIC 9(011)V99.
           05  GPSAPUR-INSS-TERCEIROS     PIC 9(011)V99.
           05  GPSAPUR-TOTAL-GUIA         PIC 9(011)V99.
           05  GPSAPUR-SITUACAO           PIC X(001).
               88  GPSAPUR-APURADO                     VALUE 'A'.
               88  GPSAPUR-LANCADO                     VALUE 'L'.
           05  GPSAPUR-DATA-LANCAMENTO    PIC 9(008).
           05  GPSAPUR-OPERADOR           PIC X(020).
