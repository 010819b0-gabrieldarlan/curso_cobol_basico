      *================================================================*
      *    ECDEXC.COB                                                  *
      *    LINHA DO RELATORIO DE EXCECOES DA ESCRITURACAO CONTABIL     *
      *    DIGITAL (PROGECD): CONTA DO GLPOST SEM CADASTRO NO PLANCTA  *
      *    E LOTE COM DEBITOS DIFERENTES DOS CREDITOS; HAVENDO         *
      *    EXCECAO, O ARQUIVO ECDEXP NAO E GERADO                      *
      *================================================================*
       01  ECDEXC-REC                     PIC X(110).
