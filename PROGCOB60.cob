      * QUALQUER DIFERENCA ENTRE O APURADO E O CONTADO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CARTAO SAI DA CONTAGEM DO CAIXA E DO TOTAL DO DIA:
      *              A LINHA DO CARTAO MOSTRA O BRUTO, A TAXA PREVISTA
      *              PELO CONTRATO (ADQTAB) E O LIQUIDO A RECEBER DA
      *              ADQUIRENTE, CONCILIADO NO PROGCONCK
      * XX/XX/XXXX - O DEPOSITO DO CAIXA (DINHEIRO E CHEQUE CONTADOS)
      *              VAI PARA O MOVIMENTO BANCARIO (MOVBANCO), PARA A
      *              CONCILIACAO BANCARIA (PROGCONBC)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT CAIXAREL-FILE         ASSIGN TO "CAIXAREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CAIXAREL-STATUS.
           SELECT MOVBANCO-FILE         ASSIGN TO "MOVBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVBANCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECPAG-FILE.
           COPY 'RECPAG.COB'.
       FD  CAIXAREL-FILE.
           COPY 'CAIXAREL.COB'.
       FD  MOVBANCO-FILE.
           COPY 'MOVBANCO.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-RECPAG-OK                           VALUE '00'.
           88  WRK-RECPAG-FIM                          VALUE '10'.
       77  WRK-CAIXAREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-MOVBANCO-STATUS         PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FECHAMENTO         PIC 9(008)      VALUE ZEROS.
       77  WRK-QTD-SEM-FORMA           PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-DIA               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-DIA-ED            PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-DEPOSITO          PIC 9(011)V99   VALUE ZEROS.
      *
      *    CARTAO NAO ENTRA NO CAIXA DO DIA: A ADQUIRENTE PAGA NA DATA
      *    DO CONTRATO (ADQTAB), MENOS A TAXA, E O VALOR FICA A
      *    RECEBER (CARTREC, CONCILIADO NO PROGCONCK)
      *
       77  WRK-QTD-FORMAS-CAIXA        PIC 9(001)      VALUE 3.
       77  WRK-FORMA-CARTAO            PIC 9(001)      VALUE 4.
       77  WRK-CARTAO-TAXA             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CARTAO-TAXA-PREV        PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CARTAO-LIQUIDO-PREV     PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TAXA-ED                 PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    CONTRATOS COM AS ADQUIRENTES
      *
           COPY 'ADQTAB.COB'.
      *
       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 0220-APURAR-1-RECEBIMENTO UNTIL WRK-RECPAG-FIM.
           PERFORM 0230-COLHER-CONTAGEM
               VARYING WRK-FORMA-IDX FROM 1 BY 1
               UNTIL WRK-FORMA-IDX     GREATER WRK-QTD-FORMAS-CAIXA.
           PERFORM 0240-CONFRONTAR-1-FORMA
               VARYING WRK-FORMA-IDX FROM 1 BY 1
               UNTIL WRK-FORMA-IDX     GREATER WRK-QTD-FORMAS-CAIXA.
           PERFORM 0250-RESUMIR-CARTAO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*
                   ADD 1                TO WRK-FORMA-QTD(WRK-FORMA-IDX)
                   ADD RECPAG-VALOR     TO WRK-FORMA-APURADO
                                            (WRK-FORMA-IDX)
               END-IF
               IF  WRK-FORMA-IDX       EQUAL WRK-FORMA-CARTAO
                   PERFORM 0225-PREVER-TAXA-CARTAO
               ELSE
                   IF  WRK-FORMA-IDX   GREATER ZEROS
                       ADD RECPAG-VALOR TO WRK-TOTAL-DIA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-RECEBIMENTO.
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PREVE A TAXA DA ADQUIRENTE SOBRE UM RECEBIMENTO EM CARTAO
      *    PELO CONTRATO; ADQUIRENTE SEM CONTRATO FICA SEM TAXA
      *================================================================*
       0225-PREVER-TAXA-CARTAO         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CARTAO-TAXA.
           SET ADQ-IDX                 TO 1.
           SEARCH ADQ-ENTRY
               AT END
                   CONTINUE
               WHEN ADQ-CODIGO(ADQ-IDX) EQUAL RECPAG-ADQUIRENTE
                   COMPUTE WRK-CARTAO-TAXA ROUNDED =
                           RECPAG-VALOR * ADQ-TAXA(ADQ-IDX)
           END-SEARCH.
           ADD WRK-CARTAO-TAXA         TO WRK-CARTAO-TAXA-PREV.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COLHE A CONTAGEM INDEPENDENTE DO CAIXA PARA UMA FORMA
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DOS RECEBIMENTOS EM CARTAO, QUE NAO SAO
      *    CONTADOS NO CAIXA: FICAM A RECEBER DAS ADQUIRENTES PELO
      *    LIQUIDO PREVISTO NO CONTRATO
      *================================================================*
       0250-RESUMIR-CARTAO             SECTION.
      *================================================================*
           COMPUTE WRK-CARTAO-LIQUIDO-PREV =
                   WRK-FORMA-APURADO(WRK-FORMA-CARTAO) -
                   WRK-CARTAO-TAXA-PREV.
           MOVE WRK-FORMA-APURADO(WRK-FORMA-CARTAO) TO WRK-APURADO-ED.
           MOVE WRK-CARTAO-TAXA-PREV   TO WRK-TAXA-ED.
           MOVE WRK-CARTAO-LIQUIDO-PREV TO WRK-CONTADO-ED.
           MOVE SPACES                 TO CAIXAREL-REC.
           STRING WRK-FORMA-NOME(WRK-FORMA-CARTAO) DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  WRK-FORMA-QTD(WRK-FORMA-CARTAO) DELIMITED BY SIZE
                  ' BRUTO='            DELIMITED BY SIZE
                  WRK-APURADO-ED       DELIMITED BY SIZE
                  ' TAXA='             DELIMITED BY SIZE
                  WRK-TAXA-ED          DELIMITED BY SIZE
                  ' A RECEBER='        DELIMITED BY SIZE
                  WRK-CONTADO-ED       DELIMITED BY SIZE
                  INTO CAIXAREL-REC
           END-STRING.
           WRITE CAIXAREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O DEPOSITO DO CAIXA (DINHEIRO E CHEQUE CONTADOS)
      *    NO MOVIMENTO BANCARIO (MOVBANCO), PARA A CONCILIACAO
      *    BANCARIA (PROGCONBC); A REFERENCIA E A DATA DO FECHAMENTO
      *================================================================*
       0290-GRAVAR-MOVTO-BANCO         SECTION.
      *================================================================*
           OPEN EXTEND MOVBANCO-FILE.
           IF  WRK-MOVBANCO-STATUS     EQUAL '35'
               OPEN OUTPUT MOVBANCO-FILE
               CLOSE MOVBANCO-FILE
               OPEN EXTEND MOVBANCO-FILE
           END-IF.
           MOVE SPACES                 TO MOVBANCO-REC.
           SET MOVBANCO-DEPOSITO       TO TRUE.
           MOVE WRK-DATA-FECHAMENTO    TO MOVBANCO-DATA.
           SET MOVBANCO-CREDITO        TO TRUE.
           MOVE WRK-VALOR-DEPOSITO     TO MOVBANCO-VALOR.
           MOVE WRK-DATA-FECHAMENTO    TO MOVBANCO-REFERENCIA.
           MOVE 'PROGCOB60'            TO MOVBANCO-PROGRAMA.
           WRITE MOVBANCO-REC.
           CLOSE MOVBANCO-FILE.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O FECHO DO CAIXA E ENCERRA O PROGRAMA
      *================================================================*
           END-STRING.
           WRITE CAIXAREL-REC.

           COMPUTE WRK-VALOR-DEPOSITO = WRK-FORMA-CONTADO(1) +
                                        WRK-FORMA-CONTADO(2).
           IF  WRK-VALOR-DEPOSITO      GREATER ZEROS
               PERFORM 0290-GRAVAR-MOVTO-BANCO
           END-IF.

           CLOSE RECPAG-FILE.
           CLOSE CAIXAREL-FILE.
           IF  WRK-QTD-DIVERGENCIAS    GREATER ZEROS
