      *================================================================*
      *    CALCONT.COB                                                 *
      *    CALENDARIO DE CONTAGEM CICLICA GERADO MES A MES PELO        *
      *    PROGABC A PARTIR DA CLASSE ABC: ITENS A TODO MES, B UMA     *
      *    VEZ POR TRIMESTRE E C UMA VEZ POR ANO, DISTRIBUIDOS PELOS   *
      *    DIAS UTEIS DO MES (FERIADOS); O PROGCOB73 IMPRIME AS        *
      *    FOLHAS DO DIA A PARTIR DESTE CALENDARIO                     *
      *    CHAVE: CALCONT-CHAVE (DATA AAAAMMDD + PRODUTO)              *
      *================================================================*
       01  CALCONT-REC.
           05  CALCONT-CHAVE.
               10  CALCONT-DATA           PIC 9(008).
               10  CALCONT-PRODUTO        PIC X(006).
           05  CALCONT-CLASSE             PIC X(001).
           05  CALCONT-SITUACAO           PIC X(001).
               88  CALCONT-PENDENTE                    VALUE 'P'.
               88  CALCONT-EMITIDA                     VALUE 'E'.
