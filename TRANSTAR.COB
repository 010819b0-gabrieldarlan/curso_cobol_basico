      *================================================================*
      *    TRANSTAR.COB                                                *
      *    TABELA DE FRETE DE CADA TRANSPORTADORA (TRANSMAS) POR UF    *
      *    DE DESTINO, COM DATA DE INICIO DE VIGENCIA, MANTIDA PELO    *
      *    PROGTRTAB; UMA NOVA VIGENCIA E UM NOVO REGISTRO, E A        *
      *    TABELA APLICADA E A DE VIGENCIA MAIS RECENTE NAO POSTERIOR  *
      *    A DATA DO EMBARQUE. USADA NA ESCOLHA DA TRANSPORTADORA MAIS *
      *    BARATA (PROGCOB09 E PROGCOB18) E NA CONFERENCIA DA FATURA   *
      *    (PROGCOB27)                                                 *
      *    FAIXAS DE PESO EM ORDEM CRESCENTE; FAIXA SEM USO FICA COM   *
      *    PESO-ATE ZERADO, E PESO ACIMA DA ULTIMA FAIXA USA A ULTIMA  *
      *    CHAVE: TRANSTAR-CHAVE (CNPJ + UF + DATA DE VIGENCIA)        *
      *================================================================*
       01  TRANSTAR-REC.
           05  TRANSTAR-CHAVE.
               10  TRANSTAR-CNPJ          PIC X(014).
               10  TRANSTAR-UF            PIC X(002).
               10  TRANSTAR-DATA-VIGENCIA PIC 9(008).
           05  TRANSTAR-FAIXA             OCCURS 5 TIMES.
               10  TRANSTAR-PESO-ATE      PIC 9(005)V99.
               10  TRANSTAR-VLR-KG        PIC 9(003)V99.
           05  TRANSTAR-VLR-M3            PIC 9(003)V99.
      *
      *    AD VALOREM: FRACAO DO VALOR DA MERCADORIA (0,0050 = 0,5%)
      *
           05  TRANSTAR-PERC-VALOR        PIC 9(001)V9(004).
           05  TRANSTAR-FRETE-MINIMO      PIC 9(004)V99.
      *
      *    PRAZO DE TRANSITO DA TRANSPORTADORA EM DIAS UTEIS, COMPARADO
      *    COM O PRAZO PROMETIDO DA MATRIZ TRANSUF
      *
           05  TRANSTAR-DIAS-TRANSITO     PIC 9(003).
           05  TRANSTAR-OPERADOR-ALT      PIC X(020).
           05  TRANSTAR-DATA-ALT          PIC 9(008).
