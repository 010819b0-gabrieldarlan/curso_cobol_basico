      *================================================================*
      *    PEDFIXO.COB                                                 *
      *    PEDIDOS FIXOS (RECORRENTES) DOS CLIENTES, MANTIDOS PELO     *
      *    PROGPFIXO: PRODUTOS E QUANTIDADES, ENDERECO DE ENTREGA DO   *
      *    CADERNO ENDENTR, CONDICAO DE PAGAMENTO (CONDPAG),           *
      *    FREQUENCIA E VIGENCIA. O PROGPFGER GERA NO LOTE PEDITEM O   *
      *    PEDIDO DO CICLO QUANDO A PROXIMA DATA CHEGA E AVANCA A      *
      *    PROXIMA DATA PELA FREQUENCIA:                               *
      *      S - SEMANAL (A CADA 7 DIAS)                               *
      *      Q - QUINZENAL (A CADA 14 DIAS)                            *
      *      M - MENSAL, NO DIA DO MES DA DATA DE INICIO (NO ULTIMO    *
      *          DIA DO MES QUANDO ELE FOR MAIS CURTO)                 *
      *    DATA DE FIM ZERADA = SEM FIM. O PEDIDO PAUSADO NAO GERA,    *
      *    MAS TEM O CICLO APONTADO COMO IGNORADO                      *
      *    CHAVE: PEDFIXO-CHAVE (CPF + SEQUENCIA)                      *
      *================================================================*
       01  PEDFIXO-REC.
           05  PEDFIXO-CHAVE.
               10  PEDFIXO-CPF            PIC X(011).
               10  PEDFIXO-SEQ            PIC 9(002).
           05  PEDFIXO-DESCRICAO          PIC X(020).
           05  PEDFIXO-END-ENTREGA        PIC 9(002).
           05  PEDFIXO-CONDPAG            PIC 9(002).
           05  PEDFIXO-FREQUENCIA         PIC X(001).
               88  PEDFIXO-SEMANAL                     VALUE 'S'.
               88  PEDFIXO-QUINZENAL                   VALUE 'Q'.
               88  PEDFIXO-MENSAL                      VALUE 'M'.
               88  PEDFIXO-FREQ-VALIDA             VALUE 'S' 'Q' 'M'.
           05  PEDFIXO-DATA-INICIO        PIC 9(008).
           05  PEDFIXO-DATA-FIM           PIC 9(008).
           05  PEDFIXO-PROXIMA-DATA       PIC 9(008).
           05  PEDFIXO-SITUACAO           PIC X(001).
               88  PEDFIXO-ATIVO                       VALUE 'A'.
               88  PEDFIXO-PAUSADO                     VALUE 'P'.
               88  PEDFIXO-ENCERRADO                   VALUE 'E'.
           05  PEDFIXO-QTD-ITENS          PIC 9(002).
           05  PEDFIXO-ITEM               OCCURS 10 TIMES.
               10  PEDFIXO-PRODUTO        PIC X(006).
               10  PEDFIXO-QTD            PIC 9(003).
           05  PEDFIXO-DATA-ULT-GERACAO   PIC 9(008).
           05  PEDFIXO-PEDIDO-ULT         PIC 9(006).
           05  PEDFIXO-OPERADOR-ALT       PIC X(020).
           05  PEDFIXO-DATA-ALT           PIC 9(008).
      *
      *    FILIAL QUE VENDE (CADASTRO FILIAL), LEVADA PELO PROGPFGER
      *    AOS ITENS GERADOS; EM BRANCO ASSUME A MATRIZ (01)
      *
           05  PEDFIXO-FILIAL             PIC X(002).
