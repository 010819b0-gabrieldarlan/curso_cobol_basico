      *              (PROGCOB95) QUANDO ELE EXISTE, INCLUSIVE OS
      *              MOVEIS; A TABELA FIXA DO CALEND FICA COMO
      *              CONTINGENCIA
      * XX/XX/XXXX - FILIAL PEDIDA APOS A FAIXA DE DATAS (EM BRANCO =
      *              CONSOLIDADO): COM O SALESHIS CHAVEADO POR DATA +
      *              FILIAL, CADA DIA PASSA A SER A SOMA DAS SUAS
      *              LINHAS NA FILIAL PEDIDA OU EM TODAS AS FILIAIS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-SALESHIS-STATUS.
           SELECT FERIADOS-FILE         ASSIGN TO "FERIADOS"
               ORGANIZATION           IS INDEXED
       77  WRK-DATA-INICIO             PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE 99999999.
      *
      *    FILIAL DO RELATORIO (EM BRANCO = CONSOLIDADO, SOMANDO AS
      *    FILIAIS DE CADA DIA); DIA SEM FILIAL E DA MATRIZ (01)
      *
       77  WRK-FILIAL-SEL              PIC X(002)      VALUE SPACES.
           88  WRK-CONSOLIDADO                         VALUE SPACES.
       77  WRK-FILIAL-REG              PIC X(002)      VALUE SPACES.
       77  WRK-DIA-QTD                 PIC 9(006)      VALUE ZEROS.
       77  WRK-DIA-TOTAL               PIC 9(008)V99   VALUE ZEROS.
       77  WRK-DIA-VENDA-SW            PIC X(001)      VALUE 'N'.
           88  WRK-DIA-COM-VENDA                       VALUE 'S'.
      *
      *    JANELA DA MEDIA MOVEL DE 7 DIAS DE VENDA
      *
       01  WRK-JANELA-TAB.
           IF  WRK-DATA-FIM            EQUAL ZEROS
               MOVE 99999999            TO WRK-DATA-FIM
           END-IF.
           DISPLAY 'FILIAL (EM BRANCO = CONSOLIDADO):'
           ACCEPT WRK-FILIAL-SEL.

           PERFORM 0110-LIMPAR-1-DIA-SEMANA
               VARYING WRK-DSEM-IDX FROM 1 BY 1
                  INTO TENDREL-REC
           END-STRING.
           WRITE TENDREL-REC.

           MOVE SPACES                 TO TENDREL-REC.
           IF  WRK-CONSOLIDADO
               MOVE 'FILIAL: CONSOLIDADO' TO TENDREL-REC
           ELSE
               STRING 'FILIAL: '        DELIMITED BY SIZE
                      WRK-FILIAL-SEL    DELIMITED BY SIZE
                      INTO TENDREL-REC
               END-STRING
           END-IF.
           WRITE TENDREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ANALISA UM DIA DA FAIXA: MEDIA MOVEL, MELHOR/PIOR DIA,
      *    ACUMULADO POR DIA DA SEMANA E LINHA DO RELATORIO. O DIA
      *    E A SOMA DAS SUAS LINHAS DO HISTORICO NA FILIAL PEDIDA
      *    (OU DE TODAS AS FILIAIS, NO CONSOLIDADO)
      *================================================================*
       0220-ANALISAR-1-DIA             SECTION.
      *================================================================*
           MOVE SALESHIS-DATA          TO WRK-DATA-DIA.
           MOVE ZEROS                  TO WRK-DIA-QTD.
           MOVE ZEROS                  TO WRK-DIA-TOTAL.
           MOVE 'N'                    TO WRK-DIA-VENDA-SW.
           PERFORM 0225-SOMAR-1-FILIAL
               UNTIL WRK-SALESHIS-FIM
               OR    SALESHIS-DATA     NOT EQUAL WRK-DATA-DIA.
           IF  WRK-DIA-COM-VENDA
           AND WRK-DATA-DIA            NOT LESS WRK-DATA-INICIO
           AND WRK-DATA-DIA            NOT GREATER WRK-DATA-FIM
               ADD 1                    TO WRK-QTD-DIAS
               PERFORM 0230-CALCULAR-DIA-SEMANA
               PERFORM 0240-CHECAR-FERIADO
               PERFORM 0250-ATUALIZAR-MEDIA-MOVEL
               PERFORM 0260-ATUALIZAR-EXTREMOS
               ADD WRK-DIA-TOTAL        TO
                   WRK-DSEM-TOTAL(WRK-DSEM-POSICAO)
               ADD 1                    TO
                   WRK-DSEM-QTD(WRK-DSEM-POSICAO)
               PERFORM 0270-GRAVAR-LINHA-DIA
           END-IF.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA AO DIA A LINHA DO HISTORICO QUANDO DA FILIAL PEDIDA
      *    (OU QUALQUER FILIAL, NO CONSOLIDADO) E LE A PROXIMA
      *================================================================*
       0225-SOMAR-1-FILIAL             SECTION.
      *================================================================*
           MOVE SALESHIS-FILIAL        TO WRK-FILIAL-REG.
           IF  WRK-FILIAL-REG          EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-REG
           END-IF.
           IF  WRK-CONSOLIDADO
           OR  WRK-FILIAL-REG          EQUAL WRK-FILIAL-SEL
               ADD SALESHIS-QTD         TO WRK-DIA-QTD
               ADD SALESHIS-TOTAL       TO WRK-DIA-TOTAL
               SET WRK-DIA-COM-VENDA    TO TRUE
           END-IF.
           PERFORM 0210-LER-DIA.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O DIA DA SEMANA PELA CONGRUENCIA DE ZELLER E O
      *    CONVERTE PARA A POSICAO DA TABELA CAL-DIA-SEMANA
      *================================================================*
       0250-ATUALIZAR-MEDIA-MOVEL      SECTION.
      *================================================================*
           MOVE WRK-DIA-TOTAL          TO
                WRK-JANELA-TOTAL(WRK-JANELA-PROX).
           ADD 1                       TO WRK-JANELA-PROX.
           IF  WRK-JANELA-PROX         GREATER 7
      *================================================================*
       0260-ATUALIZAR-EXTREMOS         SECTION.
      *================================================================*
           IF  WRK-DIA-TOTAL           GREATER WRK-MELHOR-TOTAL
               MOVE WRK-DIA-TOTAL       TO WRK-MELHOR-TOTAL
               MOVE WRK-DATA-DIA        TO WRK-MELHOR-DATA
           END-IF.
           IF  WRK-DIA-TOTAL           LESS WRK-PIOR-TOTAL
               MOVE WRK-DIA-TOTAL       TO WRK-PIOR-TOTAL
               MOVE WRK-DATA-DIA        TO WRK-PIOR-DATA
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*
       0270-GRAVAR-LINHA-DIA           SECTION.
      *================================================================*
           MOVE WRK-DIA-TOTAL          TO WRK-TOTAL-ED.
           MOVE WRK-MEDIA-MOVEL        TO WRK-MEDIA-ED.
           MOVE SPACES                 TO TENDREL-REC.
           IF  WRK-FERIADO
               STRING WRK-DATA-DIA      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CAL-DIA-SEMANA(WRK-DSEM-POSICAO)
                                        DELIMITED BY SIZE
                      ' QTD='           DELIMITED BY SIZE
                      WRK-DIA-QTD       DELIMITED BY SIZE
                      ' TOTAL='         DELIMITED BY SIZE
                      WRK-TOTAL-ED      DELIMITED BY SIZE
                      ' MEDIA 7D='      DELIMITED BY SIZE
                      INTO TENDREL-REC
               END-STRING
           ELSE
               STRING WRK-DATA-DIA      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CAL-DIA-SEMANA(WRK-DSEM-POSICAO)
                                        DELIMITED BY SIZE
                      ' QTD='           DELIMITED BY SIZE
                      WRK-DIA-QTD       DELIMITED BY SIZE
                      ' TOTAL='         DELIMITED BY SIZE
                      WRK-TOTAL-ED      DELIMITED BY SIZE
                      ' MEDIA 7D='      DELIMITED BY SIZE
