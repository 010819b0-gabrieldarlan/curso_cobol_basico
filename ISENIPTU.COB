      *================================================================*
      *    ISENIPTU.COB                                                *
      *    ISENCOES E REDUCOES DO IMPOSTO PREDIAL POR PROPRIEDADE      *
      *    (PROGISEN): APOSENTADO COM RESIDENCIA UNICA, IMOVEL DE USO  *
      *    SOCIAL OU OUTRA HIPOTESE LEGAL, COM O PERCENTUAL (100 =     *
      *    ISENCAO TOTAL), O FUNDAMENTO LEGAL E O CICLO PEDIDO ->      *
      *    APROVACAO (OU RECUSA) -> VENCIMENTO NO EXERCICIO FINAL. A   *
      *    COBRANCA ANUAL (PROGCOB52) APLICA A APROVADA E VIGENTE NO   *
      *    EXERCICIO E O PROGCOB90 NAO COBRA ENCARGOS SOBRE A PARTE    *
      *    ISENTA                                                      *
      *    CHAVE: ISENIPTU-PROPRIEDADE                                 *
      *================================================================*
       01  ISENIPTU-REC.
           05  ISENIPTU-PROPRIEDADE       PIC X(006).
           05  ISENIPTU-TIPO              PIC X(001).
               88  ISENIPTU-APOSENTADO                VALUE 'A'.
               88  ISENIPTU-USO-SOCIAL                VALUE 'S'.
               88  ISENIPTU-OUTRA                     VALUE 'O'.
               88  ISENIPTU-TIPO-VALIDO               VALUE 'A' 'S' 'O'.
           05  ISENIPTU-PERCENTUAL        PIC 9(003)V99.
           05  ISENIPTU-FUNDAMENTO        PIC X(030).
           05  ISENIPTU-DATA-PEDIDO       PIC 9(008).
           05  ISENIPTU-OPERADOR-PEDIDO   PIC X(020).
           05  ISENIPTU-DATA-APROVACAO    PIC 9(008).
           05  ISENIPTU-OPERADOR-DECISAO  PIC X(020).
           05  ISENIPTU-EXERCICIO-INICIO  PIC 9(004).
           05  ISENIPTU-EXERCICIO-FIM     PIC 9(004).
           05  ISENIPTU-SITUACAO          PIC X(001).
               88  ISENIPTU-PEDIDA                    VALUE 'P'.
               88  ISENIPTU-APROVADA                  VALUE 'A'.
               88  ISENIPTU-RECUSADA                  VALUE 'R'.
               88  ISENIPTU-CANCELADA                 VALUE 'C'.
