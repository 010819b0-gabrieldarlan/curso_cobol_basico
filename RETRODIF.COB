      *================================================================*
      *    RETRODIF.COB                                                *
      *    DIFERENCAS SALARIAIS RETROATIVAS DO DISSIDIO COLETIVO       *
      *    ASSINADO COM ATRASO (PROGDISSI), UMA POR FUNCIONARIO E      *
      *    PERIODO DE FOLHA JA PAGO (PAYDET) DESDE A DATA-BASE DO      *
      *    ACORDO; PAGAS COMO VERBA SEPARADA NA FOLHA NORMAL SEGUINTE  *
      *    (PROGCOB04), QUE MARCA A DIFERENCA COMO PAGA E O LOTE       *
      *    CHAVE: RETRODIF-CHAVE (MATRICULA + DATA-ACORDO + PERIODO)   *
      *================================================================*
       01  RETRODIF-REC.
           05  RETRODIF-CHAVE.
               10  RETRODIF-MATRICULA     PIC 9(006).
               10  RETRODIF-DATA-ACORDO   PIC 9(008).
               10  RETRODIF-PERIODO       PIC 9(006).
           05  RETRODIF-SALARIO-ANTERIOR  PIC 9(006)V99.
           05  RETRODIF-PERCENTUAL        PIC 9(003)V99.
           05  RETRODIF-VALOR             PIC 9(006)V99.
           05  RETRODIF-SITUACAO          PIC X(001).
               88  RETRODIF-PENDENTE                   VALUE 'P'.
               88  RETRODIF-PAGA                       VALUE 'G'.
           05  RETRODIF-LOTE-PAGTO        PIC 9(006).
           05  RETRODIF-DATA-PAGTO        PIC 9(008).
