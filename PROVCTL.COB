      *    FERIAS: O ACUMULADO PROVISIONADO MENOS O REVERTIDO NOS      *
      *    PAGAMENTOS EFETIVOS, MANTIDO PELO PROGCOB82                 *
      *    TIPO: 13 = DECIMO TERCEIRO, FE = FERIAS                     *
      *    OB = ESTOQUE OBSOLETO: SALDO DA ULTIMA PROVISAO MENSAL DO   *
      *    PROGOBSOL, BASE DO AJUSTE LANCADO NO MES SEGUINTE           *
      *    CHAVE: PROVCTL-TIPO                                         *
      *================================================================*
       01  PROVCTL-REC.
