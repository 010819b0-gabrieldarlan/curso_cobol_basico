      *              (PROGCOB95) QUANDO ELE EXISTE, INCLUSIVE OS
      *              MOVEIS; A TABELA FIXA DO CALEND FICA COMO
      *              CONTINGENCIA
      * XX/XX/XXXX - A ISENCAO OU REDUCAO APROVADA E VIGENTE NO
      *              EXERCICIO (ISENIPTU, PROGISEN) PASSA A SER
      *              DESCONTADA NA COBRANCA, COM A PARTE DISPENSADA
      *              GRAVADA NA PARCELA E IMPRESSA NA GUIA; A
      *              PROPRIEDADE TOTALMENTE ISENTA NAO GERA GUIA E A
      *              PARCELA JA GERADA EM ABERTO PASSA A ISENTA
      * XX/XX/XXXX - A PARCELA NOVA NASCE SEM REMESSA DE BOLETO
      *              (IPTUREC-VALOR-REMETIDO), PARA A COBRANCA
      *              BANCARIA DO PROGCOB55/PROGCOB56
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FERIADOS-DATA
               FILE STATUS            IS WRK-FERIADOS-STATUS.
           SELECT ISENIPTU-FILE         ASSIGN TO "ISENIPTU"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ISENIPTU-PROPRIEDADE
               FILE STATUS            IS WRK-ISENIPTU-STATUS.
           SELECT GUIAIPTU-FILE         ASSIGN TO "GUIAIPTU"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GUIAIPTU-STATUS.
           COPY 'IPTUREC.COB'.
       FD  FERIADOS-FILE.
           COPY 'FERIADOS.COB'.
       FD  ISENIPTU-FILE.
           COPY 'ISENIPTU.COB'.
       FD  GUIAIPTU-FILE.
           COPY 'GUIAIPTU.COB'.
       WORKING-STORAGE                 SECTION.
           88  WRK-IPTUREC-NAO-ACHOU                   VALUE '23'.
           88  WRK-IPTUREC-INEXISTENTE                 VALUE '35'.
       77  WRK-GUIAIPTU-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-ISENIPTU-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ISENIPTU-OK                         VALUE '00'.
           88  WRK-ISENIPTU-INEXISTENTE                VALUE '35'.
      *
       77  WRK-FUNCAO                  PIC X(001)      VALUE 'G'.
           88  WRK-FUNCAO-GERAR                        VALUE 'G'.
       77  WRK-VALOR-GUIA              PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VALOR-GUIA-ED           PIC $ZZZZZZ9,99 VALUE ZEROS.
      *
      *    ISENCAO OU REDUCAO APROVADA E VIGENTE NO EXERCICIO
      *    (PROGISEN): O IMPOSTO A COBRAR E O ESTIMADO MENOS A PARTE
      *    ISENTA, REPARTIDA NAS PARCELAS COMO O PROPRIO IMPOSTO
      *
       77  WRK-IMPOSTO-COBRAR          PIC 9(007)V99   VALUE ZEROS.
       77  WRK-IMPOSTO-ISENTO          PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ISENTO-PARCELA          PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ISENTO-ULTIMA           PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ISENTO-GUIA             PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ISENTO-GUIA-ED          PIC $ZZZZZZ9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL-ED           PIC ZZ9,99      VALUE ZEROS.
       77  WRK-QTD-ISENTAS             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REDUZIDAS           PIC 9(005)      VALUE ZEROS.
      *
      *    VENCIMENTO DA PARCELA, AJUSTADO PARA DIA UTIL
      *
       77  WRK-DATA-VENCTO             PIC 9(008)      VALUE ZEROS.
                       'STATUS ' WRK-PROPMAS-STATUS
               SET WRK-PROPMAS-FIM     TO TRUE
           END-IF.
           OPEN INPUT ISENIPTU-FILE.
           OPEN OUTPUT GUIAIPTU-FILE.
           MOVE SPACES                 TO GUIAIPTU-REC.
           STRING 'GUIAS DO IMPOSTO PREDIAL - EXERCICIO '
           END-IF.

           CLOSE PROPMAS-FILE.
           IF  NOT WRK-ISENIPTU-INEXISTENTE
               CLOSE ISENIPTU-FILE
           END-IF.
           CLOSE GUIAIPTU-FILE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GERA AS PARCELAS DE UMA PROPRIEDADE COM IMPOSTO ESTIMADO,
      *    DESCONTADA A ISENCAO OU REDUCAO VIGENTE; A PROPRIEDADE
      *    TOTALMENTE ISENTA NAO GERA GUIA
      *================================================================*
       0220-COBRAR-1-PROPRIEDADE       SECTION.
      *================================================================*
           IF  PROPMAS-IMPOSTO-ESTIMADO NOT GREATER ZEROS
               GO TO 0220-90-PROXIMA
           END-IF.
           PERFORM 0225-APLICAR-ISENCAO.
           IF  WRK-IMPOSTO-COBRAR      EQUAL ZEROS
               ADD 1                    TO WRK-QTD-ISENTAS
               PERFORM 0228-MARCAR-1-ISENTA
                   VARYING WRK-PARCELA-IDX FROM 1 BY 1
                   UNTIL WRK-PARCELA-IDX GREATER 12
               GO TO 0220-90-PROXIMA
           END-IF.
           ADD 1                       TO WRK-QTD-PROPRIEDADES.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-IMPOSTO-COBRAR / WRK-QTD-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA =
                   WRK-IMPOSTO-COBRAR -
                   (WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)).
           COMPUTE WRK-ISENTO-PARCELA ROUNDED =
                   WRK-IMPOSTO-ISENTO / WRK-QTD-PARCELAS.
           COMPUTE WRK-ISENTO-ULTIMA =
                   WRK-IMPOSTO-ISENTO -
                   (WRK-ISENTO-PARCELA * (WRK-QTD-PARCELAS - 1)).
           PERFORM 0230-GERAR-1-PARCELA
               VARYING WRK-PARCELA-IDX FROM 1 BY 1
               UNTIL WRK-PARCELA-IDX GREATER WRK-QTD-PARCELAS.

       0220-90-PROXIMA.
           PERFORM 0210-LER-PROPRIEDADE.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCURA A ISENCAO DA PROPRIEDADE: SO VALE A APROVADA CUJA
      *    VIGENCIA COBRE O EXERCICIO COBRADO
      *================================================================*
       0225-APLICAR-ISENCAO            SECTION.
      *================================================================*
           MOVE PROPMAS-IMPOSTO-ESTIMADO TO WRK-IMPOSTO-COBRAR.
           MOVE ZEROS                  TO WRK-IMPOSTO-ISENTO.
           IF  WRK-ISENIPTU-INEXISTENTE
               GO TO 0225-99-FIM
           END-IF.
           MOVE PROPMAS-ID             TO ISENIPTU-PROPRIEDADE.
           READ ISENIPTU-FILE.
           IF  NOT WRK-ISENIPTU-OK
           OR  NOT ISENIPTU-APROVADA
           OR  WRK-EXERCICIO           LESS ISENIPTU-EXERCICIO-INICIO
           OR  WRK-EXERCICIO           GREATER ISENIPTU-EXERCICIO-FIM
               GO TO 0225-99-FIM
           END-IF.
           COMPUTE WRK-IMPOSTO-ISENTO ROUNDED =
                   PROPMAS-IMPOSTO-ESTIMADO * ISENIPTU-PERCENTUAL / 100.
           SUBTRACT WRK-IMPOSTO-ISENTO FROM WRK-IMPOSTO-COBRAR.
           IF  WRK-IMPOSTO-COBRAR      GREATER ZEROS
               ADD 1                    TO WRK-QTD-REDUZIDAS
           END-IF.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROPRIEDADE TOTALMENTE ISENTA: PARCELA DO EXERCICIO JA
      *    GERADA E AINDA EM ABERTO (COBRANCA REPETIDA DEPOIS DA
      *    APROVACAO) PASSA A ISENTA, SEM VALOR A PAGAR
      *================================================================*
       0228-MARCAR-1-ISENTA            SECTION.
      *================================================================*
           MOVE PROPMAS-ID             TO IPTUREC-PROPRIEDADE.
           MOVE WRK-EXERCICIO          TO IPTUREC-EXERCICIO.
           MOVE WRK-PARCELA-IDX        TO IPTUREC-PARCELA.
           READ IPTUREC-FILE.
           IF  WRK-IPTUREC-OK AND IPTUREC-ABERTA
               ADD IPTUREC-VALOR        TO IPTUREC-VALOR-ISENTO
               MOVE ZEROS               TO IPTUREC-VALOR
               SET IPTUREC-ISENTA       TO TRUE
               REWRITE IPTUREC-REC
           END-IF.
      *================================================================*
       0228-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GERA UMA PARCELA: VENCIMENTO MENSAL EM DIA UTIL, GUIA
      *    IMPRESSA E CONTROLE DE RECEBIMENTO EM ABERTO
      *================================================================*
           IF  WRK-PARCELA-IDX         EQUAL WRK-QTD-PARCELAS
               MOVE WRK-VALOR-ULTIMA    TO WRK-VALOR-GUIA
               MOVE WRK-ISENTO-ULTIMA   TO WRK-ISENTO-GUIA
           ELSE
               MOVE WRK-VALOR-PARCELA   TO WRK-VALOR-GUIA
               MOVE WRK-ISENTO-PARCELA  TO WRK-ISENTO-GUIA
           END-IF.

           PERFORM 0240-CALCULAR-VENCIMENTO.
           MOVE PROPMAS-CPF            TO IPTUREC-CPF.
           MOVE WRK-DATA-VENCTO        TO IPTUREC-DATA-VENCTO.
           MOVE WRK-VALOR-GUIA         TO IPTUREC-VALOR.
           MOVE WRK-ISENTO-GUIA        TO IPTUREC-VALOR-ISENTO.
           SET IPTUREC-ABERTA          TO TRUE.
           IF  WRK-IPTUREC-OK
               REWRITE IPTUREC-REC
           ELSE
               MOVE ZEROS               TO IPTUREC-VALOR-REMETIDO
               MOVE ZEROS               TO IPTUREC-DATA-PAGTO
               MOVE ZEROS               TO IPTUREC-VALOR-ENCARGOS
               WRITE IPTUREC-REC
           END-IF.
      *================================================================*
                  INTO GUIAIPTU-REC
           END-STRING.
           WRITE GUIAIPTU-REC.
           IF  WRK-ISENTO-GUIA         GREATER ZEROS
               MOVE WRK-ISENTO-GUIA     TO WRK-ISENTO-GUIA-ED
               MOVE ISENIPTU-PERCENTUAL TO WRK-PERCENTUAL-ED
               MOVE SPACES              TO GUIAIPTU-REC
               STRING '    REDUCAO DE '  DELIMITED BY SIZE
                      WRK-PERCENTUAL-ED  DELIMITED BY SIZE
                      '% - '             DELIMITED BY SIZE
                      ISENIPTU-FUNDAMENTO DELIMITED BY SIZE
                      ' - DISPENSADO='   DELIMITED BY SIZE
                      WRK-ISENTO-GUIA-ED DELIMITED BY SIZE
                      INTO GUIAIPTU-REC
               END-STRING
               WRITE GUIAIPTU-REC
           END-IF.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*
                   DISPLAY 'PARCELA NAO ENCONTRADA NO CONTROLE'
               WHEN IPTUREC-PAGA
                   DISPLAY 'PARCELA JA ESTAVA BAIXADA'
               WHEN IPTUREC-ISENTA
                   DISPLAY 'PARCELA ISENTA - NADA A BAIXAR'
               WHEN OTHER
                   SET IPTUREC-PAGA     TO TRUE
                   REWRITE IPTUREC-REC
               DISPLAY 'COBRANCA GERADA: ' WRK-QTD-PROPRIEDADES
                       ' PROPRIEDADES, ' WRK-QTD-GUIAS
                       ' GUIAS EM GUIAIPTU'
               DISPLAY 'ISENCOES APLICADAS: ' WRK-QTD-ISENTAS
                       ' TOTAIS (SEM GUIA), ' WRK-QTD-REDUZIDAS
                       ' REDUCOES'
           END-IF.
           GOBACK.
      *================================================================*
