      *================================================================*
      *    PREVISAO.COB                                                *
      *    PREVISAO MENSAL DE DEMANDA POR PRODUTO, CALCULADA PELO      *
      *    PROGPREV SOBRE O HISTORICO DE VENDAS DO PEDIDET (MEDIA      *
      *    MOVEL DESSAZONALIZADA X INDICE SAZONAL DO MES). QUANDO O    *
      *    MES FECHA, A VENDA REAL E O ERRO DA PREVISAO SAO APURADOS   *
      *    NO PROPRIO REGISTRO; O DESVIO MEDIO ABSOLUTO DOS ULTIMOS    *
      *    12 MESES APURADOS ALIMENTA O ESTOQUE DE SEGURANCA DA        *
      *    SUGESTAO DE REPOSICAO (PROGCOB69)                           *
      *    CHAVE: PREVISAO-CHAVE (PRODUTO + PERIODO AAAAMM)            *
      *================================================================*
       01  PREVISAO-REC.
           05  PREVISAO-CHAVE.
               10  PREVISAO-PRODUTO       PIC X(006).
               10  PREVISAO-PERIODO       PIC 9(006).
           05  PREVISAO-QTD-PREVISTA      PIC 9(007).
           05  PREVISAO-MEDIA-MOVEL       PIC 9(007)V99.
           05  PREVISAO-INDICE-SAZONAL    PIC 9(002)V9999.
      *
      *    APURACAO DO MES FECHADO: VENDA REAL E ERRO (REAL MENOS
      *    PREVISTO; NEGATIVO = PREVISAO ACIMA DA VENDA)
      *
           05  PREVISAO-APURACAO          PIC X(001).
               88  PREVISAO-APURADA                    VALUE 'S'.
               88  PREVISAO-EM-ABERTO                  VALUE 'N'.
           05  PREVISAO-QTD-REAL          PIC 9(007).
           05  PREVISAO-ERRO              PIC S9(007).
      *
      *    PRECISAO DO PRODUTO NO CALCULO: DESVIO MEDIO ABSOLUTO E
      *    ERRO PERCENTUAL MEDIO DOS ULTIMOS 12 MESES APURADOS
      *
           05  PREVISAO-DESVIO-MEDIO      PIC 9(007)V99.
           05  PREVISAO-PERC-ERRO         PIC 9(003)V99.
           05  PREVISAO-DATA-CALCULO      PIC 9(008).
