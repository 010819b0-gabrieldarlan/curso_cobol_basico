      *================================================================*
      *    SODREL.COB                                                  *
      *    LINHA DO RELATORIO TRIMESTRAL DE USUARIOS COM PERMISSOES    *
      *    INCOMPATIVEIS NA MATRIZ DE AUTORIZACAO (PROGSEGRE)          *
      *================================================================*
       01  SODREL-REC                     PIC X(132).
