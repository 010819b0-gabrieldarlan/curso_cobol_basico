      * BAIXA SAI NO RELATORIO PERDAREL COM O CARIMBO DE APROVACAO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO DE PERDAS (MASCARA.COB)
      *              CONFORME O NIVEL DO SUPERVISOR NO USERMAS
      * XX/XX/XXXX - A PERDA PASSA A SER ACUMULADA POR FILIAL DO TITULO
      *              (CONTAREC-FILIAL, EM BRANCO = MATRIZ 01) E
      *              LANCADA NO GLPOST COM UM PAR DEBITO/CREDITO POR
      *              FILIAL (GLPOST-FILIAL)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-TOTAL-PERDA-ED          PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-BAIXADOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'VEND'.
      *
      *    PERDA ACUMULADA POR FILIAL DO TITULO (SEM FILIAL = MATRIZ
      *    01), LANCADA NO GLPOST COM A FILIAL
      *
       01  WRK-FIL-TAB.
           05  WRK-FIL-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-FIL-IDX.
               10  WRK-FIL-CODIGO      PIC X(002).
               10  WRK-FIL-PERDA       PIC 9(009)V99.
       77  WRK-FIL-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-FIL-TITULO              PIC X(002)      VALUE SPACES.
       77  WRK-CONTA-PERDA             PIC X(010)
                                        VALUE 'PERDACRED'.
       77  WRK-CONTA-RECEBER           PIC X(010)
               AND WRK-SUPERV-SENHA    EQUAL USERMAS-SENHA
               AND (USERMAS-NIVEL EQUAL 03 OR USERMAS-NIVEL EQUAL 01)
               SET WRK-APROVACAO-OK     TO TRUE
               MOVE USERMAS-NIVEL       TO MASC-NIVEL
               IF  MASC-NIVEL-INTEGRAL
                   SET MASC-INTEGRAL    TO TRUE
               END-IF
           ELSE
               DISPLAY 'APROVACAO NEGADA - NENHUM TITULO BAIXADO'
           END-IF.
           REWRITE CONTAREC-REC.
           ADD 1                       TO WRK-QTD-BAIXADOS.
           ADD WRK-SALDO               TO WRK-TOTAL-PERDA.
           PERFORM 0235-ACUMULAR-FILIAL.

           MOVE WRK-SALDO              TO WRK-SALDO-ED.
           MOVE WRK-DIAS-ATRASO        TO WRK-DIAS-ATRASO-ED.
           MOVE CONTAREC-CPF           TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO PERDAREL-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  CONTAREC-PEDIDO      DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CONTAREC-PARCELA     DELIMITED BY SIZE
                  ' CLIENTE '          DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' ATRASO='           DELIMITED BY SIZE
                  WRK-DIAS-ATRASO-ED   DELIMITED BY SIZE
                  ' PERDA='            DELIMITED BY SIZE
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O SALDO BAIXADO NA PERDA DA FILIAL DO TITULO
      *================================================================*
       0235-ACUMULAR-FILIAL            SECTION.
      *================================================================*
           MOVE CONTAREC-FILIAL        TO WRK-FIL-TITULO.
           IF  WRK-FIL-TITULO          EQUAL SPACES
               MOVE '01'                TO WRK-FIL-TITULO
           END-IF.
           SET WRK-FIL-IDX             TO 1.
           SEARCH WRK-FIL-ENTRY
               AT END
                 IF  WRK-FIL-COUNT LESS 50
                   ADD 1              TO WRK-FIL-COUNT
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                   MOVE WRK-FIL-TITULO TO WRK-FIL-CODIGO(WRK-FIL-IDX)
                   MOVE ZEROS         TO WRK-FIL-PERDA(WRK-FIL-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 50 FILIAIS ATINGIDO -'
                     ' ' WRK-FIL-TITULO ' ACUMULADA NA ULTIMA FILIAL'
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                 END-IF
               WHEN WRK-FIL-CODIGO(WRK-FIL-IDX) EQUAL WRK-FIL-TITULO
                   CONTINUE
           END-SEARCH.
           ADD WRK-SALDO               TO WRK-FIL-PERDA(WRK-FIL-IDX).
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA A PERDA NO EXTRATO CONTABIL: DEBITO DA DESPESA DE
      *    PERDAS E CREDITO DO CONTAS A RECEBER, POR FILIAL
      *================================================================*
       0240-LANCAR-PERDA-GLPOST        SECTION.
      *================================================================*
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           PERFORM 0245-LANCAR-PERDA-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX       GREATER WRK-FIL-COUNT.
           CLOSE GLPOST-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O PAR DEBITO/CREDITO DA PERDA DE UMA FILIAL
      *================================================================*
       0245-LANCAR-PERDA-FILIAL        SECTION.
      *================================================================*
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGCOB57'            TO GLPOST-PROGRAMA.
           MOVE WRK-FIL-CODIGO(WRK-FIL-IDX) TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE WRK-SUPERV-USUARIO     TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-PERDA        TO GLPOST-CONTA.
           MOVE WRK-FIL-PERDA(WRK-FIL-IDX) TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-CONTA-RECEBER      TO GLPOST-CONTA.
           MOVE WRK-FIL-PERDA(WRK-FIL-IDX) TO GLPOST-VALOR.
           WRITE GLPOST-REC.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA O CPF EM MASC-CPF, DEIXANDO SO OS DIGITOS DO MEIO,
      *    QUANDO O SOLICITANTE NAO PODE VER O DADO INTEIRO
      *================================================================*
       0965-MASCARAR-CPF               SECTION.
      *================================================================*
           IF  MASC-MASCARAR
           AND MASC-CPF                NOT EQUAL SPACES
               MOVE '***'               TO MASC-CPF-INICIO
               MOVE '**'                TO MASC-CPF-DV
           END-IF.
      *================================================================*
       0965-99-FIM.                    EXIT.
      *================================================================*
