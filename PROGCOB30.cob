      *              GERADO E A CADEIA PARA COM RETURN-CODE; AS
      *              LINHAS DE GL GRAVADAS SAO ENTREGUES NO MESMO
      *              CONTROLE PARA O BALANCETE CONFERIR
      * XX/XX/XXXX - CUSTO DE ITEM DE KIT (KITMAS) NO CMV PELA SOMA
      *              DOS CUSTOS MEDIOS DOS COMPONENTES
      * XX/XX/XXXX - EXTRATO POR FILIAL: OS PEDIDOS SAO ACUMULADOS POR
      *              FILIAL E CADA UMA GANHA OS SEUS LANCAMENTOS NO
      *              GLPOST; A TRAVA DE PERIODO FECHADO PASSA A SER
      *              POR FILIAL, E SO A FILIAL FECHADA NAO E LANCADA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT CTLPASSO-FILE         ASSIGN TO "CTLPASSO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
           COPY 'PEDIDET.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  CTLPASSO-FILE.
           COPY 'CTLPASSO.COB'.
       FD  DATAPROC-FILE.
       77  WRK-PERIODO-ALVO            PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
       77  WRK-FILIAL-TRAVA            PIC X(002)      VALUE '01'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
      *
           88  WRK-CUSTOPROD-OK                        VALUE '00'.
       77  WRK-TOT-CMV                 PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CUSTO-ITEM              PIC 9(009)V99   VALUE ZEROS.
      *
      *    CUSTO UNITARIO DO ITEM: O CUSTO MEDIO DO PRODUTO OU, SE ELE
      *    E UM KIT (KITMAS), A SOMA DOS CUSTOS MEDIOS DOS COMPONENTES
      *
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-KITMAS-OK                           VALUE '00'.
       77  WRK-KITMAS-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-KITMAS-ABERTO                       VALUE 'S'.
       77  WRK-FIM-KIT                 PIC X(001)      VALUE 'N'.
           88  WRK-KIT-ENCERRADO                       VALUE 'S'.
       77  WRK-ITEM-KIT                PIC X(001)      VALUE 'N'.
           88  WRK-ITEM-E-KIT                          VALUE 'S'.
       77  WRK-CUSTO-UNITARIO          PIC 9(007)V9999 VALUE ZEROS.
      *
       77  WRK-TOT-SUBTOTAL            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-FRETE               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-IMPOSTO             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-RECEBER             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-PEDIDOS             PIC 9(005)      VALUE ZEROS.
      *
      *    ACUMULADO DO EXTRATO POR FILIAL DO PEDIDO (EM BRANCO =
      *    MATRIZ 01): CADA FILIAL GANHA OS SEUS LANCAMENTOS NO
      *    GLPOST, E FILIAL COM O PERIODO FECHADO NAO E LANCADA
      *
       01  WRK-FIL-TAB.
           05  WRK-FIL-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-FIL-IDX.
               10  WRK-FIL-CODIGO      PIC X(002).
               10  WRK-FIL-SUBTOTAL    PIC 9(009)V99.
               10  WRK-FIL-FRETE       PIC 9(009)V99.
               10  WRK-FIL-IMPOSTO     PIC 9(009)V99.
               10  WRK-FIL-RECEBER     PIC 9(009)V99.
               10  WRK-FIL-CMV         PIC 9(011)V99.
       77  WRK-FIL-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-FIL-PEDIDO              PIC X(002)      VALUE SPACES.
       77  WRK-CMV-ANTES               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-QTD-FIL-FECHADAS        PIC 9(003)      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
           END-IF.
           DIVIDE WRK-DATA-EXTRATO     BY 100
               GIVING WRK-PERIODO-ALVO.

           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN INPUT CUSTOPROD-FILE.
           OPEN INPUT KITMAS-FILE.
           IF  WRK-KITMAS-OK
               SET WRK-KITMAS-ABERTO    TO TRUE
           END-IF.
           IF  NOT WRK-PEDIDO-ABERTO
               DISPLAY 'CADASTRO DE PEDIDOS INDISPONIVEL - STATUS '
                       WRK-PEDIDO-STATUS
               ADD PEDIDO-FRETE         TO WRK-TOT-FRETE
               ADD PEDIDO-IMPOSTO       TO WRK-TOT-IMPOSTO
               ADD PEDIDO-TOTAL         TO WRK-TOT-RECEBER
               MOVE WRK-TOT-CMV         TO WRK-CMV-ANTES
               PERFORM 0250-ACUMULAR-CMV-PEDIDO
               PERFORM 0225-ACUMULAR-FILIAL
           END-IF.
           PERFORM 0210-LER-PEDIDO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O PEDIDO CORRENTE NO ACUMULADO DA FILIAL DELE
      *================================================================*
       0225-ACUMULAR-FILIAL            SECTION.
      *================================================================*
           MOVE PEDIDO-FILIAL          TO WRK-FIL-PEDIDO.
           IF  WRK-FIL-PEDIDO          EQUAL SPACES
               MOVE '01'                TO WRK-FIL-PEDIDO
           END-IF.
           SET WRK-FIL-IDX             TO 1.
           SEARCH WRK-FIL-ENTRY
               AT END
                 IF  WRK-FIL-COUNT LESS 50
                   ADD 1              TO WRK-FIL-COUNT
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                   MOVE WRK-FIL-PEDIDO TO WRK-FIL-CODIGO(WRK-FIL-IDX)
                   MOVE ZEROS         TO WRK-FIL-SUBTOTAL(WRK-FIL-IDX)
                                         WRK-FIL-FRETE(WRK-FIL-IDX)
                                         WRK-FIL-IMPOSTO(WRK-FIL-IDX)
                                         WRK-FIL-RECEBER(WRK-FIL-IDX)
                                         WRK-FIL-CMV(WRK-FIL-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 50 FILIAIS ATINGIDO -'
                     ' ' WRK-FIL-PEDIDO ' ACUMULADA NA ULTIMA FILIAL'
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                 END-IF
               WHEN WRK-FIL-CODIGO(WRK-FIL-IDX) EQUAL WRK-FIL-PEDIDO
                   CONTINUE
           END-SEARCH.
           ADD PEDIDO-SUBTOTAL         TO WRK-FIL-SUBTOTAL(WRK-FIL-IDX).
           ADD PEDIDO-FRETE            TO WRK-FIL-FRETE(WRK-FIL-IDX).
           ADD PEDIDO-IMPOSTO          TO WRK-FIL-IMPOSTO(WRK-FIL-IDX).
           ADD PEDIDO-TOTAL            TO WRK-FIL-RECEBER(WRK-FIL-IDX).
           COMPUTE WRK-FIL-CMV(WRK-FIL-IDX) =
                   WRK-FIL-CMV(WRK-FIL-IDX) + WRK-TOT-CMV
                   - WRK-CMV-ANTES.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*



      *================================================================*

      *================================================================*
      *    CHECA NO PERFECHA SE O PERIODO ALVO ESTA FECHADO OU
      *    REFECHADO NA FILIAL; PERIODO REABERTO OU SEM REGISTRO
      *    ESTA LIVRE
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
       0258-CUSTEAR-1-ITEM             SECTION.
      *================================================================*
           IF  PEDIDET-ITEM-ATENDIDO
               PERFORM 0260-OBTER-CUSTO-UNITARIO
               COMPUTE WRK-CUSTO-ITEM ROUNDED =
                       PEDIDET-QTD * WRK-CUSTO-UNITARIO
               ADD WRK-CUSTO-ITEM       TO WRK-TOT-CMV
           END-IF.
           PERFORM 0255-LER-ITEM-DETALHE.
      *================================================================*
       0258-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CUSTO UNITARIO DO ITEM: SOMA DOS CUSTOS MEDIOS DOS
      *    COMPONENTES QUANDO O PRODUTO E UM KIT, SENAO O CUSTO MEDIO
      *    DO PROPRIO PRODUTO (CUSTOPROD)
      *================================================================*
       0260-OBTER-CUSTO-UNITARIO       SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CUSTO-UNITARIO.
           MOVE 'N'                    TO WRK-ITEM-KIT.
           IF  WRK-KITMAS-ABERTO
               MOVE 'N'                 TO WRK-FIM-KIT
               MOVE PEDIDET-PRODUTO     TO KITMAS-KIT
               MOVE LOW-VALUES          TO KITMAS-COMPONENTE
               START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
                   INVALID KEY
                       SET WRK-KIT-ENCERRADO TO TRUE
               END-START
               PERFORM 0262-SOMAR-1-COMPONENTE
                   UNTIL WRK-KIT-ENCERRADO
           END-IF.
           IF  NOT WRK-ITEM-E-KIT
               MOVE PEDIDET-PRODUTO     TO CUSTOPROD-PRODUTO
               READ CUSTOPROD-FILE
               IF  WRK-CUSTOPROD-OK
                   MOVE CUSTOPROD-CUSTO-MEDIO TO WRK-CUSTO-UNITARIO
               END-IF
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NO CUSTO DO KIT O CUSTO MEDIO DE UM COMPONENTE VEZES
      *    A QUANTIDADE DELE POR KIT
      *================================================================*
       0262-SOMAR-1-COMPONENTE         SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0262-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL PEDIDET-PRODUTO
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0262-99-FIM
           END-IF.
           SET WRK-ITEM-E-KIT          TO TRUE.
           MOVE KITMAS-COMPONENTE      TO CUSTOPROD-PRODUTO.
           READ CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               COMPUTE WRK-CUSTO-UNITARIO = WRK-CUSTO-UNITARIO +
                       (KITMAS-QTD * CUSTOPROD-CUSTO-MEDIO)
           END-IF.
      *================================================================*
       0262-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS LANCAMENTOS DO DIA: DEBITO DE CONTAS A RECEBER E
      *    CREDITOS DE RECEITA, ICMS A RECOLHER E RECUPERACAO DE
      *    FRETE, NO MESMO FORMATO DO EXTRATO DA FOLHA, UM CONJUNTO
      *    POR FILIAL
      *================================================================*
       0230-GRAVAR-LANCAMENTOS         SECTION.
      *================================================================*
           PERFORM 0232-GRAVAR-LANCAMENTOS-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX GREATER WRK-FIL-COUNT.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS LANCAMENTOS DE UMA FILIAL, SE O PERIODO DO EXTRATO
      *    NAO ESTIVER FECHADO NELA
      *================================================================*
       0232-GRAVAR-LANCAMENTOS-FILIAL  SECTION.
      *================================================================*
           MOVE WRK-FIL-CODIGO(WRK-FIL-IDX) TO WRK-FILIAL-TRAVA.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               ADD 1                    TO WRK-QTD-FIL-FECHADAS
               DISPLAY 'PERIODO ' WRK-PERIODO-ALVO ' FECHADO NO '
                       'PERFECHA DA FILIAL ' WRK-FILIAL-TRAVA
                       ' - EXTRATO DA FILIAL NAO GERADO'
               GO TO 0232-99-FIM
           END-IF.
           MOVE WRK-FIL-SUBTOTAL(WRK-FIL-IDX) TO WRK-TOT-SUBTOTAL.
           MOVE WRK-FIL-FRETE(WRK-FIL-IDX)    TO WRK-TOT-FRETE.
           MOVE WRK-FIL-IMPOSTO(WRK-FIL-IDX)  TO WRK-TOT-IMPOSTO.
           MOVE WRK-FIL-RECEBER(WRK-FIL-IDX)  TO WRK-TOT-RECEBER.
           MOVE WRK-FIL-CMV(WRK-FIL-IDX)      TO WRK-TOT-CMV.
           MOVE WRK-FILIAL-TRAVA       TO GLPOST-FILIAL.
           MOVE WRK-DATA-EXTRATO       TO GLPOST-DATA.
           MOVE 'PROGCOB30'            TO GLPOST-PROGRAMA.
           MOVE ZEROS                  TO GLPOST-LOTE.
               WRITE GLPOST-REC
           END-IF.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
           CLOSE PEDIDO-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE CUSTOPROD-FILE.
           CLOSE KITMAS-FILE.
           CLOSE GLPOST-FILE.
           DISPLAY 'EXTRATO DE VENDAS DE ' WRK-DATA-EXTRATO
                   ' GRAVADO EM GLPOST - PEDIDOS: ' WRK-QTD-PEDIDOS.
