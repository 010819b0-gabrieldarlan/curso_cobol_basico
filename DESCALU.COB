      *================================================================*
      *    DESCALU.COB                                                 *
      *    DESCONTOS DE MENSALIDADE POR ALUNO (PROGDESC): BOLSA DE     *
      *    ESTUDO, DESCONTO DE IRMAO, FILHO DE FUNCIONARIO E           *
      *    PONTUALIDADE, EM PERCENTUAL OU VALOR FIXO, COM VIGENCIA     *
      *    ENTRE DOIS MESES (AAAAMM; FIM ZERADO = SEM TERMINO). A      *
      *    COBRANCA DO PROGCOB89 APLICA OS DESCONTOS VIGENTES NO MES;  *
      *    O DE PONTUALIDADE SO VALE PARA PAGAMENTO ATE O VENCIMENTO   *
      *    CHAVE: DESCALU-CHAVE (MATRICULA + SEQUENCIA)                *
      *================================================================*
       01  DESCALU-REC.
           05  DESCALU-CHAVE.
               10  DESCALU-MATRICULA      PIC 9(006).
               10  DESCALU-SEQ            PIC 9(002).
           05  DESCALU-TIPO               PIC X(001).
               88  DESCALU-BOLSA                     VALUE 'B'.
               88  DESCALU-IRMAO                     VALUE 'I'.
               88  DESCALU-FILHO-FUNC                VALUE 'F'.
               88  DESCALU-PONTUALIDADE              VALUE 'P'.
               88  DESCALU-TIPO-VALIDO     VALUE 'B' 'I' 'F' 'P'.
           05  DESCALU-FORMA              PIC X(001).
               88  DESCALU-EM-PERCENTUAL             VALUE 'P'.
               88  DESCALU-VALOR-FIXO                VALUE 'F'.
               88  DESCALU-FORMA-VALIDA          VALUE 'P' 'F'.
           05  DESCALU-PERCENTUAL         PIC 9(003)V99.
           05  DESCALU-VALOR              PIC 9(007)V99.
           05  DESCALU-VIGENCIA-INICIO    PIC 9(006).
           05  DESCALU-VIGENCIA-FIM       PIC 9(006).
           05  DESCALU-SITUACAO           PIC X(001).
               88  DESCALU-ATIVO                     VALUE 'A'.
               88  DESCALU-ENCERRADO                 VALUE 'E'.
