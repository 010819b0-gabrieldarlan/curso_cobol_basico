      *================================================================*
      *    LGPDREL.COB                                                 *
      *    LINHA DO RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD),     *
      *    EMITIDO PELO PROGLGPD PARA ENTREGA AO PROPRIO TITULAR       *
      *================================================================*
       01  LGPDREL-REC                    PIC X(132).
