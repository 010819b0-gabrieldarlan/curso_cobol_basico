      *================================================================*
      *    DWCLISEQ.COB                                                *
      *    CONTADOR PERSISTENTE DA ULTIMA CHAVE SUBSTITUTA DE CLIENTE  *
      *    ATRIBUIDA NO DWCLICH (PROGDWEXT), NOS MOLDES DO AUTSEQ      *
      *================================================================*
       01  DWCLISEQ-REC.
           05  DWCLISEQ-NUM               PIC 9(009).
