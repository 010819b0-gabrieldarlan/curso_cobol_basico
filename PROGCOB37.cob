      * ALTERACOES:
      * XX/XX/XXXX - TABELA DE ACUMULACAO POR DIA PASSA A SER ZERADA
      *              NA INICIALIZACAO ANTES DE RECEBER AS SOMAS
      * XX/XX/XXXX - CONCILIACAO POR FILIAL OU CONSOLIDADA: A FILIAL
      *              INFORMADA FILTRA O CTLTOT E O SALESHIS E LE O
      *              FECHAMENTO DELA; EM BRANCO SOMA TODAS AS FILIAIS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-SALESHIS-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT CONCREL-FILE          ASSIGN TO "CONCREL"
               ORGANIZATION           IS LINE SEQUENTIAL
       77  WRK-DATA-PREFIXO            PIC 9(006)      VALUE ZEROS.
       77  WRK-DIA                     PIC 9(002)      VALUE ZEROS.
      *
      *    FILIAL CONCILIADA (CADASTRO FILIAL); EM BRANCO CONCILIA
      *    O CONSOLIDADO DE TODAS AS FILIAIS. REGISTRO SEM FILIAL E
      *    DA MATRIZ (01)
      *
       77  WRK-FILIAL-SEL              PIC X(002)      VALUE SPACES.
           88  WRK-CONSOLIDADO                         VALUE SPACES.
       77  WRK-FILIAL-REG              PIC X(002)      VALUE SPACES.
       77  WRK-PERFECHA-FIM            PIC X(001)      VALUE 'N'.
           88  WRK-FIM-PERFECHA                        VALUE 'S'.
      *
      *    TOTAIS POR DIA DO MES: CONTROLE (CTLTOT) E HISTORICO
      *    (SALESHIS)
      *
      *================================================================*
           DISPLAY 'PERIODO A CONCILIAR (AAAAMM):'
           ACCEPT WRK-PERIODO.
           DISPLAY 'FILIAL (EM BRANCO = CONSOLIDADO):'
           ACCEPT WRK-FILIAL-SEL.

           PERFORM 0110-LIMPAR-1-DIA
               VARYING WRK-DIA-INI FROM 1 BY 1
                  INTO CONCREL-REC
           END-STRING.
           WRITE CONCREL-REC.
           MOVE SPACES                 TO CONCREL-REC.
           IF  WRK-CONSOLIDADO
               MOVE 'FILIAL: CONSOLIDADO' TO CONCREL-REC
           ELSE
               STRING 'FILIAL: '        DELIMITED BY SIZE
                      WRK-FILIAL-SEL    DELIMITED BY SIZE
                      INTO CONCREL-REC
               END-STRING
           END-IF.
           WRITE CONCREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
                   UNTIL WRK-SALESHIS-FIM
           END-IF.

           IF  WRK-CONSOLIDADO
               PERFORM 0260-SOMAR-FECHAMENTOS
           ELSE
               MOVE WRK-PERIODO         TO PERFECHA-PERIODO
               MOVE WRK-FILIAL-SEL      TO PERFECHA-FILIAL
               READ PERFECHA-FILE
               IF  WRK-PERFECHA-OK
                   SET WRK-HA-FECHAMENTO TO TRUE
                   MOVE PERFECHA-VENDAS-TOTAL TO WRK-TOT-FECHA
               END-IF
           END-IF.

           PERFORM 0250-CONFRONTAR-1-DIA
      *================================================================*
           DIVIDE CTLTOT-DATA          BY 100
               GIVING WRK-DATA-PREFIXO REMAINDER WRK-DIA.
           MOVE CTLTOT-FILIAL          TO WRK-FILIAL-REG.
           IF  WRK-FILIAL-REG          EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-REG
           END-IF.
           IF  WRK-DATA-PREFIXO        EQUAL WRK-PERIODO
           AND WRK-DIA                 GREATER ZEROS
           AND (WRK-CONSOLIDADO OR WRK-FILIAL-REG EQUAL WRK-FILIAL-SEL)
               ADD CTLTOT-TOTAL-CALCULADO TO WRK-DIA-CTL(WRK-DIA)
               ADD CTLTOT-TOTAL-CALCULADO TO WRK-TOT-CTL
               MOVE 'S'                 TO WRK-DIA-TEM-MOVTO(WRK-DIA)
      *================================================================*
           DIVIDE SALESHIS-DATA        BY 100
               GIVING WRK-DATA-PREFIXO REMAINDER WRK-DIA.
           MOVE SALESHIS-FILIAL        TO WRK-FILIAL-REG.
           IF  WRK-FILIAL-REG          EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-REG
           END-IF.
           IF  WRK-DATA-PREFIXO        EQUAL WRK-PERIODO
           AND WRK-DIA                 GREATER ZEROS
           AND (WRK-CONSOLIDADO OR WRK-FILIAL-REG EQUAL WRK-FILIAL-SEL)
               ADD SALESHIS-TOTAL       TO WRK-DIA-HIS(WRK-DIA)
               ADD SALESHIS-TOTAL       TO WRK-TOT-HIS
               MOVE 'S'                 TO WRK-DIA-TEM-MOVTO(WRK-DIA)
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    NO CONSOLIDADO, SOMA OS FECHAMENTOS DO PERIODO DE TODAS
      *    AS FILIAIS
      *================================================================*
       0260-SOMAR-FECHAMENTOS          SECTION.
      *================================================================*
           MOVE WRK-PERIODO            TO PERFECHA-PERIODO.
           MOVE LOW-VALUES             TO PERFECHA-FILIAL.
           START PERFECHA-FILE KEY NOT LESS PERFECHA-CHAVE
               INVALID KEY
                   SET WRK-FIM-PERFECHA TO TRUE
           END-START.
           PERFORM 0265-SOMAR-1-FECHAMENTO
               UNTIL WRK-FIM-PERFECHA.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO FECHAMENTO E SOMA O DO PERIODO CONCILIADO
      *================================================================*
       0265-SOMAR-1-FECHAMENTO         SECTION.
      *================================================================*
           READ PERFECHA-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-PERFECHA TO TRUE
           END-READ.
           IF  WRK-FIM-PERFECHA
           OR  NOT WRK-PERFECHA-OK
           OR  PERFECHA-PERIODO        NOT EQUAL WRK-PERIODO
               SET WRK-FIM-PERFECHA     TO TRUE
               GO TO 0265-99-FIM
           END-IF.
           SET WRK-HA-FECHAMENTO       TO TRUE.
           ADD PERFECHA-VENDAS-TOTAL   TO WRK-TOT-FECHA.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFRONTA OS TOTAIS DO PERIODO NAS TRES PONTAS E ENCERRA
      *================================================================*
