      *================================================================*
      *    LANCPEND.COB                                                *
      *    LOTES DE LANCAMENTOS CONTABEIS MANUAIS DIGITADOS NO         *
      *    PROGCOB84 E AINDA NAO EFETIVADOS: O LOTE BALANCEADO FICA    *
      *    AQUI ATE OUTRO USUARIO EFETIVA-LO (FUNCAO E), QUANDO AS     *
      *    LINHAS VAO PARA O GLPOST COM O CARIMBO DE QUEM DIGITOU      *
      *    CHAVE: LANCPEND-CHAVE (LOTE + LINHA)                        *
      *================================================================*
       01  LANCPEND-REC.
           05  LANCPEND-CHAVE.
               10  LANCPEND-LOTE          PIC 9(006).
               10  LANCPEND-LINHA         PIC 9(002).
           05  LANCPEND-DATA              PIC 9(008).
           05  LANCPEND-OPERADOR          PIC X(020).
           05  LANCPEND-TIPO              PIC X(001).
           05  LANCPEND-CONTA             PIC X(010).
           05  LANCPEND-CENTRO-CUSTO      PIC X(004).
           05  LANCPEND-VALOR             PIC 9(009)V99.
           05  LANCPEND-SITUACAO          PIC X(001).
               88  LANCPEND-PENDENTE                   VALUE 'P'.
               88  LANCPEND-EFETIVADO                  VALUE 'E'.
           05  LANCPEND-OPERADOR-EFETIV   PIC X(020).
           05  LANCPEND-DATA-EFETIV       PIC 9(008).
