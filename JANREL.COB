      *================================================================*
      *    JANREL.COB                                                  *
      *    LINHA DO RELATORIO DA JANELA DO PROCESSAMENTO NOTURNO:      *
      *    DURACAO DE CADA PASSO POR NOITE, MEDIA E MAXIMO DE 30 DIAS, *
      *    TENDENCIA, ESTOUROS E PROJECAO DO FIM DA CADEIA CONTRA O    *
      *    FIM COMBINADO DA JANELA (PROGJANEL)                         *
      *================================================================*
       01  JANREL-REC                     PIC X(132).
