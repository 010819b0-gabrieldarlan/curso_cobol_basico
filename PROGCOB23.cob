      *              PERIODO FECHADO NO PERFECHA E RECUSADO COMO
      *              EXCECAO NO RELATORIO DE BAIXAS E A TENTATIVA E
      *              REGISTRADA NO VALIDLOG
      * XX/XX/XXXX - PAGAMENTO SOBRE TITULO RENEGOCIADO (SUBSTITUIDO
      *              POR ACORDO DO PROGRENEG) E RECUSADO COMO EXCECAO
      *              NO RELATORIO DE BAIXAS
      * XX/XX/XXXX - RECEBIMENTO EM CARTAO (FORMA K) BAIXA O TITULO E
      *              GERA O RECEBIVEL DA ADQUIRENTE (CARTREC) COM TAXA
      *              E DATA DE LIQUIDACAO DO CONTRATO (ADQTAB), LANCADO
      *              NO GLPOST (DEBITO ADQRECEB, CREDITO CONTASREC)
      * XX/XX/XXXX - A TRAVA DE PERIODO FECHADO CONSULTA O FECHAMENTO
      *              DA FILIAL DO TITULO; O LANCAMENTO DO TOTAL DE
      *              CARTAO DO LOTE FICA NA MATRIZ (FILIAL 01)
      * XX/XX/XXXX - TOTAL DE CARTAO DO LOTE LANCADO NO GLPOST POR
      *              FILIAL DO TITULO, UM PAR DEBITO/CREDITO POR FILIAL
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT RECPREL-FILE          ASSIGN TO "RECPREL"
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT RECHIST-FILE          ASSIGN TO "RECHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECHIST-STATUS.
           SELECT CARTREC-FILE          ASSIGN TO "CARTREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CARTREC-CHAVE
               FILE STATUS            IS WRK-CARTREC-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECPAG-FILE.
           COPY 'VALIDLOG.COB'.
       FD  RECHIST-FILE.
           COPY 'RECHIST.COB'.
       FD  CARTREC-FILE.
           COPY 'CARTREC.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-RECPAG-OK                           VALUE '00'.
           88  WRK-RECPAG-FIM                          VALUE '10'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-NAO-ACHOU                  VALUE '23'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-RECPREL-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-PERIODO-ALVO            PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
       77  WRK-FILIAL-TRAVA            PIC X(002)      VALUE '01'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-ENCARGOS-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS-ED       PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *
      *    RECEBIMENTO EM CARTAO: O DINHEIRO VEM DA ADQUIRENTE NA DATA
      *    PREVISTA PELO CONTRATO (ADQTAB), MENOS A TAXA; O TITULO DO
      *    CLIENTE E BAIXADO E NASCE O RECEBIVEL DA ADQUIRENTE
      *    (CARTREC), LANCADO NO GLPOST CONTRA O CONTAS A RECEBER
      *
       77  WRK-CARTREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CARTREC-OK                          VALUE '00'.
           88  WRK-CARTREC-INEXISTENTE                 VALUE '35'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-QTD-CARTAO              PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-CARTAO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-CARTAO-ED         PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    TOTAL DE CARTAO DO LOTE POR FILIAL DO TITULO (EM BRANCO =
      *    MATRIZ 01): CADA FILIAL GANHA O SEU PAR DE LANCAMENTOS NO
      *    GLPOST, COMO O CONTAS A RECEBER FOI DEBITADO NELA
      *
       01  WRK-CAR-TAB.
           05  WRK-CAR-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-CAR-IDX.
               10  WRK-CAR-FILIAL      PIC X(002).
               10  WRK-CAR-TOTAL       PIC 9(009)V99.
       77  WRK-CAR-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-PRAZO-LIQUIDACAO        PIC 9(003)      VALUE ZEROS.
       77  WRK-DATA-PREVISTA           PIC 9(008)      VALUE ZEROS.
       77  WRK-PREV-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-PREV-DIA                PIC 9(003)      VALUE ZEROS.
       77  WRK-PREV-RESTO              PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-QUOCIENTE          PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-DIAS-MES           PIC 9(002)      VALUE ZEROS.
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'VEND'.
       77  WRK-CONTA-RECEBER           PIC X(010)     VALUE 'CONTASREC'.
       77  WRK-CONTA-ADQUIRENTE        PIC X(010)     VALUE 'ADQRECEB'.
      *
       77  WRK-QTD-PAGAMENTOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-BAIXADOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EXCECOES            PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-RECEBIDO          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-RECEBIDO-ED       PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    CONTRATOS COM AS ADQUIRENTES E TABELAS DE CALENDARIO
      *
           COPY 'ADQTAB.COB'.
           COPY 'CALEND.COB'.
      *
       PROCEDURE DIVISION.
      *================================================================*
               OPEN I-O CONTAREC-FILE
           END-IF.
           OPEN OUTPUT RECPREL-FILE.
           OPEN I-O CARTREC-FILE.
           IF  WRK-CARTREC-INEXISTENTE
               CLOSE CARTREC-FILE
               OPEN OUTPUT CARTREC-FILE
               CLOSE CARTREC-FILE
               OPEN I-O CARTREC-FILE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
       0220-APLICAR-1-PAGAMENTO        SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-PAGAMENTOS.
           MOVE RECPAG-PEDIDO          TO CONTAREC-PEDIDO.
           IF  RECPAG-PARCELA          EQUAL ZEROS
               MOVE 1                   TO CONTAREC-PARCELA
           ELSE
               MOVE RECPAG-PARCELA      TO CONTAREC-PARCELA
           END-IF.
           READ CONTAREC-FILE.

           MOVE '01'                   TO WRK-FILIAL-TRAVA.
           IF  WRK-CONTAREC-OK
           AND CONTAREC-FILIAL         NOT EQUAL SPACES
               MOVE CONTAREC-FILIAL     TO WRK-FILIAL-TRAVA
           END-IF.
           DIVIDE RECPAG-DATA          BY 100
               GIVING WRK-PERIODO-ALVO.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
               PERFORM 0210-LER-PAGAMENTO
               GO TO 0220-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN NOT WRK-CONTAREC-OK
               WHEN CONTAREC-QUITADO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0250-GRAVAR-EXCECAO-QUITADO
               WHEN CONTAREC-RENEGOCIADO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0255-GRAVAR-EXCECAO-RENEGOCIADO
               WHEN OTHER
                   PERFORM 0260-CALCULAR-ENCARGOS
                   ADD RECPAG-VALOR     TO CONTAREC-VALOR-PAGO
                   ADD 1                TO WRK-QTD-BAIXADOS
                   PERFORM 0270-GRAVAR-TRILHA-RECEBTO
                   PERFORM 0230-GRAVAR-LINHA-BAIXA
                   IF  RECPAG-CARTAO
                       PERFORM 0275-GRAVAR-RECEBIVEL-CARTAO
                   END-IF
           END-EVALUATE.

           PERFORM 0210-LER-PAGAMENTO.

      *================================================================*
      *    CHECA NO PERFECHA SE O PERIODO ALVO ESTA FECHADO OU
      *    REFECHADO NA FILIAL DO TITULO; PERIODO REABERTO OU SEM
      *    REGISTRO ESTA LIVRE
      *================================================================*
       0080-CHECAR-PERIODO-FECHADO     SECTION.
      *================================================================*
               GO TO 0080-99-FIM
           END-IF.
           MOVE WRK-PERIODO-ALVO       TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-TRAVA       TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
           MOVE SPACES                 TO VALIDLOG-CAMPOS.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO-ALVO     DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-FILIAL-TRAVA     DELIMITED BY SIZE
                  ' FECHADO - LANCAMENTO RECUSADO'
                                       DELIMITED BY SIZE
                  INTO VALIDLOG-CAMPOS
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GERA O RECEBIVEL DA ADQUIRENTE PARA O RECEBIMENTO EM
      *    CARTAO, COM A TAXA E A DATA DE LIQUIDACAO DO CONTRATO
      *================================================================*
       0275-GRAVAR-RECEBIVEL-CARTAO    SECTION.
      *================================================================*
           MOVE RECPAG-ADQUIRENTE      TO CARTREC-ADQUIRENTE.
           MOVE RECPAG-NSU             TO CARTREC-NSU.
           IF  RECPAG-NSU              EQUAL SPACES
               STRING 'P'              DELIMITED BY SIZE
                      RECPAG-PEDIDO    DELIMITED BY SIZE
                      CONTAREC-PARCELA DELIMITED BY SIZE
                      INTO CARTREC-NSU
               END-STRING
           END-IF.
           MOVE RECPAG-PEDIDO          TO CARTREC-PEDIDO.
           MOVE CONTAREC-PARCELA       TO CARTREC-PARCELA.
           MOVE CONTAREC-CPF           TO CARTREC-CPF.
           MOVE RECPAG-DATA            TO CARTREC-DATA-VENDA.
           MOVE RECPAG-VALOR           TO CARTREC-VALOR-BRUTO.

           SET ADQ-IDX                 TO 1.
           SEARCH ADQ-ENTRY
               AT END
                   MOVE ZEROS           TO CARTREC-TAXA-CONTRATADA
                   MOVE ADQ-PRAZO-PADRAO TO WRK-PRAZO-LIQUIDACAO
               WHEN ADQ-CODIGO(ADQ-IDX) EQUAL RECPAG-ADQUIRENTE
                   MOVE ADQ-TAXA(ADQ-IDX) TO CARTREC-TAXA-CONTRATADA
                   MOVE ADQ-PRAZO-DIAS(ADQ-IDX)
                                        TO WRK-PRAZO-LIQUIDACAO
           END-SEARCH.
           COMPUTE CARTREC-VALOR-TAXA-PREV ROUNDED =
                   RECPAG-VALOR * CARTREC-TAXA-CONTRATADA.
           COMPUTE CARTREC-VALOR-LIQUIDO-PREV =
                   RECPAG-VALOR - CARTREC-VALOR-TAXA-PREV.
           PERFORM 0650-CALCULAR-DATA-PREVISTA.
           MOVE WRK-DATA-PREVISTA      TO CARTREC-DATA-PREVISTA.
           SET CARTREC-ABERTO          TO TRUE.
           MOVE ZEROS                  TO CARTREC-DATA-LIQUIDACAO
                                           CARTREC-VALOR-TAXA-COBRADA
                                           CARTREC-VALOR-CREDITADO.
           WRITE CARTREC-REC
               INVALID KEY
                   MOVE SPACES          TO RECPREL-REC
                   STRING '   CARTAO NSU ' DELIMITED BY SIZE
                          CARTREC-NSU   DELIMITED BY SIZE
                          ' JA REGISTRADO NA ADQUIRENTE '
                                        DELIMITED BY SIZE
                          CARTREC-ADQUIRENTE DELIMITED BY SIZE
                          ' - CONFERIR' DELIMITED BY SIZE
                          INTO RECPREL-REC
                   END-STRING
                   WRITE RECPREL-REC
                   GO TO 0275-99-FIM
           END-WRITE.
           ADD 1                       TO WRK-QTD-CARTAO.
           ADD RECPAG-VALOR            TO WRK-TOTAL-CARTAO.
           PERFORM 0277-ACUMULAR-CARTAO-FILIAL.

           MOVE CARTREC-VALOR-LIQUIDO-PREV TO WRK-VALOR-ED.
           MOVE SPACES                 TO RECPREL-REC.
           IF  CARTREC-TAXA-CONTRATADA EQUAL ZEROS
               STRING '   CARTAO ADQUIRENTE ' DELIMITED BY SIZE
                      RECPAG-ADQUIRENTE DELIMITED BY SIZE
                      ' SEM CONTRATO - LIQUIDACAO PREVISTA EM '
                                       DELIMITED BY SIZE
                      WRK-DATA-PREVISTA DELIMITED BY SIZE
                      INTO RECPREL-REC
               END-STRING
           ELSE
               STRING '   CARTAO ADQUIRENTE ' DELIMITED BY SIZE
                      RECPAG-ADQUIRENTE DELIMITED BY SIZE
                      ' LIQUIDO PREVISTO=' DELIMITED BY SIZE
                      WRK-VALOR-ED     DELIMITED BY SIZE
                      ' EM '           DELIMITED BY SIZE
                      WRK-DATA-PREVISTA DELIMITED BY SIZE
                      INTO RECPREL-REC
               END-STRING
           END-IF.
           WRITE RECPREL-REC.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O RECEBIMENTO EM CARTAO NO TOTAL DA FILIAL DO TITULO
      *================================================================*
       0277-ACUMULAR-CARTAO-FILIAL     SECTION.
      *================================================================*
           SET WRK-CAR-IDX             TO 1.
           SEARCH WRK-CAR-ENTRY
               AT END
                 IF  WRK-CAR-COUNT LESS 50
                   ADD 1              TO WRK-CAR-COUNT
                   SET WRK-CAR-IDX    TO WRK-CAR-COUNT
                   MOVE WRK-FILIAL-TRAVA TO WRK-CAR-FILIAL(WRK-CAR-IDX)
                   MOVE ZEROS         TO WRK-CAR-TOTAL(WRK-CAR-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 50 FILIAIS ATINGIDO -'
                     ' ' WRK-FILIAL-TRAVA ' ACUMULADA NA ULTIMA FILIAL'
                   SET WRK-CAR-IDX    TO WRK-CAR-COUNT
                 END-IF
               WHEN WRK-CAR-FILIAL(WRK-CAR-IDX) EQUAL WRK-FILIAL-TRAVA
                   CONTINUE
           END-SEARCH.
           ADD RECPAG-VALOR            TO WRK-CAR-TOTAL(WRK-CAR-IDX).
      *================================================================*
       0277-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A DATA PREVISTA DE LIQUIDACAO SOMANDO O PRAZO DO
      *    CONTRATO A DATA DA VENDA, COM VIRADA DE MES/ANO PELO
      *    CALENDARIO
      *================================================================*
       0650-CALCULAR-DATA-PREVISTA     SECTION.
      *================================================================*
           DIVIDE RECPAG-DATA          BY 10000
               GIVING WRK-PREV-ANO REMAINDER WRK-PREV-RESTO.
           DIVIDE WRK-PREV-RESTO       BY 100
               GIVING WRK-PREV-MES REMAINDER WRK-PREV-DIA.
           ADD WRK-PRAZO-LIQUIDACAO    TO WRK-PREV-DIA.
           MOVE ZEROS                  TO WRK-PREV-DIAS-MES.
           PERFORM 0660-VIRAR-MES-PREVISTA
               UNTIL WRK-PREV-DIA NOT GREATER WRK-PREV-DIAS-MES.
           COMPUTE WRK-DATA-PREVISTA = (WRK-PREV-ANO * 10000) +
                   (WRK-PREV-MES * 100) + WRK-PREV-DIA.
      *================================================================*
       0650-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONSOME UM MES INTEIRO DO EXCEDENTE DE DIAS DA DATA PREVISTA
      *================================================================*
       0660-VIRAR-MES-PREVISTA         SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-PREV-MES) TO WRK-PREV-DIAS-MES.
           IF  WRK-PREV-MES            EQUAL 2
               DIVIDE WRK-PREV-ANO     BY 4
                   GIVING WRK-PREV-QUOCIENTE
                   REMAINDER WRK-PREV-RESTO
               IF  WRK-PREV-RESTO      EQUAL ZEROS
                   MOVE 29              TO WRK-PREV-DIAS-MES
               END-IF
           END-IF.
           IF  WRK-PREV-DIA            GREATER WRK-PREV-DIAS-MES
               SUBTRACT WRK-PREV-DIAS-MES FROM WRK-PREV-DIA
               ADD 1                   TO WRK-PREV-MES
               IF  WRK-PREV-MES        GREATER 12
                   MOVE 1               TO WRK-PREV-MES
                   ADD 1                TO WRK-PREV-ANO
               END-IF
           END-IF.
      *================================================================*
       0660-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA OS RECEBIMENTOS EM CARTAO DO LOTE NO EXTRATO
      *    CONTABIL: DEBITO DO RECEBIVEL DAS ADQUIRENTES E CREDITO DO
      *    CONTAS A RECEBER DE CLIENTES, UM PAR POR FILIAL DO TITULO
      *================================================================*
       0290-LANCAR-CARTAO-GLPOST       SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           PERFORM 0292-LANCAR-CARTAO-FILIAL
               VARYING WRK-CAR-IDX FROM 1 BY 1
               UNTIL WRK-CAR-IDX GREATER WRK-CAR-COUNT.
           CLOSE GLPOST-FILE.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O PAR DEBITO/CREDITO DO TOTAL DE CARTAO DE UMA FILIAL
      *================================================================*
       0292-LANCAR-CARTAO-FILIAL       SECTION.
      *================================================================*
           IF  WRK-CAR-TOTAL(WRK-CAR-IDX) EQUAL ZEROS
               GO TO 0292-99-FIM
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGCOB23'            TO GLPOST-PROGRAMA.
           MOVE WRK-CAR-FILIAL(WRK-CAR-IDX) TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE SPACES                 TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-ADQUIRENTE   TO GLPOST-CONTA.
           MOVE WRK-CAR-TOTAL(WRK-CAR-IDX) TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-CONTA-RECEBER      TO GLPOST-CONTA.
           MOVE WRK-CAR-TOTAL(WRK-CAR-IDX) TO GLPOST-VALOR.
           WRITE GLPOST-REC.
      *================================================================*
       0292-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE BAIXA COM O SALDO RESTANTE DO TITULO
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE PAGAMENTO SOBRE TITULO SUBSTITUIDO POR
      *    ACORDO DE RENEGOCIACAO (O PAGAMENTO VAI PARA A PARCELA DO
      *    ACORDO)
      *================================================================*
       0255-GRAVAR-EXCECAO-RENEGOCIADO SECTION.
      *================================================================*
           MOVE RECPAG-VALOR           TO WRK-VALOR-ED.
           MOVE SPACES                 TO RECPREL-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  RECPAG-PEDIDO        DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' TITULO RENEGOCIADO - BAIXAR NA PARCELA DO ACORDO'
                                       DELIMITED BY SIZE
                  INTO RECPREL-REC
           END-STRING.
           WRITE RECPREL-REC.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS TOTAIS DO LOTE E ENCERRA O PROGRAMA
      *================================================================*
           END-STRING.
           WRITE RECPREL-REC.

           IF  WRK-TOTAL-CARTAO        GREATER ZEROS
               PERFORM 0290-LANCAR-CARTAO-GLPOST
               MOVE WRK-TOTAL-CARTAO    TO WRK-TOTAL-CARTAO-ED
               MOVE SPACES              TO RECPREL-REC
               STRING 'EM CARTAO='      DELIMITED BY SIZE
                      WRK-QTD-CARTAO    DELIMITED BY SIZE
                      ' A RECEBER DAS ADQUIRENTES='
                                        DELIMITED BY SIZE
                      WRK-TOTAL-CARTAO-ED DELIMITED BY SIZE
                      INTO RECPREL-REC
               END-STRING
               WRITE RECPREL-REC
           END-IF.

           CLOSE RECPAG-FILE.
           CLOSE CONTAREC-FILE.
           CLOSE RECPREL-FILE.
           CLOSE CARTREC-FILE.
           DISPLAY 'BAIXA DE RECEBIMENTOS GRAVADA EM RECPREL'.
           GOBACK.
      *================================================================*
