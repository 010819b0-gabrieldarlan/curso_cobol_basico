      *================================================================*
      *    DWCTL.COB                                                   *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - CONTROLE DA CARGA:  *
      *    UMA LINHA POR ARQUIVO EXTRAIDO (DATA;ARQUIVO;QTD;TOTAL),    *
      *    COM A QUANTIDADE DE LINHAS DE DADOS (SEM O CABECALHO) E O   *
      *    TOTAL DE CONTROLE DO ARQUIVO (VALOR DOS ITENS, VALOR        *
      *    RECEBIDO, QUANTIDADE MOVIMENTADA, VALOR DA FOLHA; ZERO NAS  *
      *    DIMENSOES), PARA O BI PROVAR QUE A CARGA ESTA COMPLETA      *
      *================================================================*
       01  DWCTL-REC                      PIC X(100).
