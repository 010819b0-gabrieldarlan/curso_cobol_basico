      *================================================================*
      *    DESPCAT.COB                                                 *
      *    CATEGORIAS DE DESPESA REEMBOLSAVEL A FUNCIONARIO, MANTIDAS  *
      *    PELO PROGDESPE (AUTO-CARREGADAS NO PRIMEIRO USO), COM O     *
      *    LIMITE POR DESPESA ACIMA DO QUAL O RELATORIO EXIGE A        *
      *    APROVACAO DO GESTOR E A CONTA DE DESPESA (PLANCTA) DEBITADA *
      *    NA CONTABILIZACAO DO REEMBOLSO (PROGDESPG)                  *
      *    CHAVE: DESPCAT-CODIGO                                       *
      *================================================================*
       01  DESPCAT-REC.
           05  DESPCAT-CODIGO             PIC X(002).
           05  DESPCAT-DESCRICAO          PIC X(030).
           05  DESPCAT-LIMITE             PIC 9(006)V99.
           05  DESPCAT-CONTA              PIC X(010).
           05  DESPCAT-STATUS             PIC X(001).
               88  DESPCAT-ATIVA                       VALUE 'A'.
               88  DESPCAT-INATIVA                     VALUE 'I'.
