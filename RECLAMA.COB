      *================================================================*
      *    RECLAMA.COB                                                 *
      *    RECLAMACOES CONTRA A TRANSPORTADORA POR AVARIA, EXTRAVIO OU *
      *    FALTA NA ENTREGA, ABERTAS A PARTIR DA LINHA DO MANIFESTO    *
      *    (MANIFUF) PELO RETORNO DE ENTREGAS (PROGCOB28) OU PELA      *
      *    MANUTENCAO (PROGRECLA). A RECLAMACAO ACEITA E ABATIDA DOS   *
      *    TITULOS DE FRETE DA TRANSPORTADORA NO PAGAMENTO (PROGCOB77) *
      *    E AS EM ABERTO SAEM NO RELATORIO MENSAL (PROGRECRL)         *
      *    CHAVE: RECLAMA-CHAVE (CNPJ + CHAVE DO MANIFESTO)            *
      *================================================================*
       01  RECLAMA-REC.
           05  RECLAMA-CHAVE.
               10  RECLAMA-CNPJ           PIC X(014).
               10  RECLAMA-EMBARQUE.
                   15  RECLAMA-UF         PIC X(002).
                   15  RECLAMA-DATA-EMB   PIC 9(008).
                   15  RECLAMA-HORA-EMB   PIC 9(008).
           05  RECLAMA-PRODUTO            PIC X(006).
           05  RECLAMA-TIPO               PIC X(001).
               88  RECLAMA-AVARIA                      VALUE 'A'.
               88  RECLAMA-EXTRAVIO                    VALUE 'E'.
               88  RECLAMA-FALTA                       VALUE 'F'.
               88  RECLAMA-TIPO-VALIDO                 VALUE 'A' 'E'
                                                             'F'.
      *
      *    VALOR RECLAMADO: VALOR DA MERCADORIA MAIS O FRETE DO
      *    EMBARQUE, NA PROPORCAO AFETADA (100 = EMBARQUE INTEIRO)
      *
           05  RECLAMA-VALOR-MERCADORIA   PIC 9(008)V99.
           05  RECLAMA-VALOR-FRETE        PIC 9(004)V99.
           05  RECLAMA-PERC-AFETADO       PIC 9(003).
           05  RECLAMA-VALOR-RECLAMADO    PIC 9(009)V99.
           05  RECLAMA-VALOR-ACEITO       PIC 9(009)V99.
           05  RECLAMA-VALOR-ABATIDO      PIC 9(009)V99.
           05  RECLAMA-EVIDENCIA          PIC X(030).
           05  RECLAMA-SITUACAO           PIC X(001).
               88  RECLAMA-ABERTA                      VALUE 'A'.
               88  RECLAMA-SUBMETIDA                   VALUE 'S'.
               88  RECLAMA-ACEITA                      VALUE 'C'.
               88  RECLAMA-RECUSADA                    VALUE 'R'.
               88  RECLAMA-PAGA                        VALUE 'P'.
               88  RECLAMA-EM-ABERTO                   VALUE 'A' 'S'
                                                             'C'.
           05  RECLAMA-DATA-ABERTURA      PIC 9(008).
           05  RECLAMA-DATA-SUBMISSAO     PIC 9(008).
           05  RECLAMA-DATA-DECISAO       PIC 9(008).
           05  RECLAMA-DATA-PAGAMENTO     PIC 9(008).
           05  RECLAMA-OPERADOR-ALT       PIC X(020).
           05  RECLAMA-DATA-ALT           PIC 9(008).
