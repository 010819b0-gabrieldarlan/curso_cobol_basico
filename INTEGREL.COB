      *================================================================*
      *    INTEGREL.COB                                                *
      *    LINHA DO RELATORIO DE EXCECOES DA VERIFICACAO NOTURNA DE    *
      *    INTEGRIDADE REFERENCIAL ENTRE OS CADASTROS E OS ARQUIVOS    *
      *    DE MOVIMENTO: UMA LINHA POR VIOLACAO, COM O NUMERO DA       *
      *    REGRA, E O RESUMO DE OCORRENCIAS POR REGRA NO FINAL         *
      *    (PROGINTEG)                                                 *
      *================================================================*
       01  INTEGREL-REC                   PIC X(132).
