      *================================================================*
      *    ADQTAB.COB                                                  *
      *    TABELA COMPARTILHADA DOS CONTRATOS COM AS ADQUIRENTES DE    *
      *    CARTAO: CODIGO INFORMADO NO RECEBIMENTO (RECPAG), TAXA      *
      *    CONTRATADA SOBRE O VALOR BRUTO E PRAZO DE LIQUIDACAO EM     *
      *    DIAS CORRIDOS APOS A VENDA (PROGCOB23, PROGCOB60 E          *
      *    PROGCONCK)                                                  *
      *================================================================*
       01  ADQ-CONTRATOS-GRP.
           02  FILLER                  PIC X(003)  VALUE 'CIE'.
           02  FILLER                  PIC X(015)  VALUE 'CIELO'.
           02  FILLER                  PIC 9(001)V9(004) VALUE 0,0250.
           02  FILLER                  PIC 9(003)  VALUE 030.
           02  FILLER                  PIC X(003)  VALUE 'RED'.
           02  FILLER                  PIC X(015)  VALUE 'REDE'.
           02  FILLER                  PIC 9(001)V9(004) VALUE 0,0240.
           02  FILLER                  PIC 9(003)  VALUE 030.
           02  FILLER                  PIC X(003)  VALUE 'GET'.
           02  FILLER                  PIC X(015)  VALUE 'GETNET'.
           02  FILLER                  PIC 9(001)V9(004) VALUE 0,0260.
           02  FILLER                  PIC 9(003)  VALUE 030.
           02  FILLER                  PIC X(003)  VALUE 'STN'.
           02  FILLER                  PIC X(015)  VALUE 'STONE'.
           02  FILLER                  PIC 9(001)V9(004) VALUE 0,0220.
           02  FILLER                  PIC 9(003)  VALUE 002.
       01  ADQ-CONTRATOS REDEFINES ADQ-CONTRATOS-GRP.
           05  ADQ-ENTRY               OCCURS 4 TIMES
                                        INDEXED BY ADQ-IDX.
               10  ADQ-CODIGO          PIC X(003).
               10  ADQ-NOME            PIC X(015).
               10  ADQ-TAXA            PIC 9(001)V9(004).
               10  ADQ-PRAZO-DIAS      PIC 9(003).
      *
      *    ADQUIRENTE NAO CADASTRADA: SEM TAXA PREVISTA E LIQUIDACAO
      *    ESPERADA NO PRAZO PADRAO
      *
       77  ADQ-PRAZO-PADRAO            PIC 9(003)  VALUE 030.
