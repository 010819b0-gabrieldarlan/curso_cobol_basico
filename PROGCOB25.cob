      * VENDA SAO BAIXADAS PELO PROPRIO PROGCOB18
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - APOS UM MOVIMENTO GRAVADO CHAMA A ALOCACAO DAS
      *              PENDENCIAS DE ENTREGA (PROGBKORD), QUE LIBERA AS
      *              PENDENCIAS COBERTAS PELO NOVO SALDO
      * XX/XX/XXXX - MOVIMENTOS GRAVADOS NA TRILHA MOVEST SEM LOTE
      *              (LOTE EM BRANCO E VALIDADE ZERADA)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           88 WRK-TIPO-AJUSTE                          VALUE 'A'.
       77  WRK-QTD                     PIC 9(005)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-MOVTO-GRAVADO           PIC X(001)      VALUE 'N'.
           88 WRK-HOUVE-MOVIMENTO                      VALUE 'S'.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
               ELSE
                   PERFORM 0210-ATUALIZAR-SALDO
                   PERFORM 0220-GRAVAR-MOVIMENTO
                   SET WRK-HOUVE-MOVIMENTO TO TRUE
                   MOVE WRK-PRODUTO     TO WRK-CAMPOS-LOG
                   PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE
                   DISPLAY 'SALDO ATUAL DE ' WRK-PRODUTO ': '
           MOVE WRK-QTD                TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
      *================================================================*
           CLOSE PRODMAS-FILE.
           CLOSE ESTOQUE-FILE.

           IF  WRK-HOUVE-MOVIMENTO
               CALL 'PROGBKORD'
                   ON EXCEPTION
                       DISPLAY 'PENDENCIAS NAO ALOCADAS - '
                               'MODULO PROGBKORD AUSENTE'
               END-CALL
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
