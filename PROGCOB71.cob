      * RECEBIMENTO E CONFERIDO PELO PROGCOB72
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - A LINHA NASCE COM A QUANTIDADE FATURADA ZERADA,
      *              ACUMULADA DEPOIS PELA CONFERENCIA EM TRES PONTAS
      *              DAS NOTAS DE FORNECEDOR (PROGNFFOR)
      * XX/XX/XXXX - A LINHA NASCE SEM DATA DE RECEBIMENTO E SEM
      *              DIVERGENCIAS, PREENCHIDAS PELO PROGCOB72 PARA O
      *              PLACAR DE FORNECEDORES (PROGSCFOR)
      * XX/XX/XXXX - FUNCAO C CONFIRMA OS RASCUNHOS DE PEDIDO GERADOS
      *              PELO PROGCOB69 (CADA LINHA CONFIRMADA, ALTERADA
      *              OU EXCLUIDA; AS MANTIDAS PASSAM A ABERTAS); O
      *              CUSTO ACORDADO ATUALIZA O CATALOGO FORNPROD
      *              QUANDO O PAR PRODUTO/FORNECEDOR ESTA CADASTRADO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT FORNPROD-FILE         ASSIGN TO "FORNPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNPROD-CHAVE
               FILE STATUS            IS WRK-FORNPROD-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQ71"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           COPY 'FORNMAS.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  FORNPROD-FILE.
           COPY 'FORNPROD.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       WORKING-STORAGE                 SECTION.
           88  WRK-PRODMAS-OK                          VALUE '00'.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-FORNPROD-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-FORNPROD-OK                         VALUE '00'.
           88  WRK-FORNPROD-INEXISTENTE                VALUE '35'.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-NUMERO-PEDIDO           PIC 9(006)      VALUE ZEROS.
       77  WRK-LINHA                   PIC 9(003)      VALUE ZEROS.
       77  WRK-FIM-DIGITACAO           PIC X(001)      VALUE 'N'.
           88  WRK-DIGITACAO-ENCERRADA                 VALUE 'S'.
       77  WRK-FUNCAO                  PIC X(001)      VALUE SPACES.
           88  WRK-FUNCAO-NOVO                         VALUE 'N'.
           88  WRK-FUNCAO-CONFIRMAR                    VALUE 'C'.
       77  WRK-ACAO-LINHA              PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-CONFIRMAR                      VALUE 'C'.
           88  WRK-ACAO-ALTERAR                        VALUE 'A'.
           88  WRK-ACAO-EXCLUIR                        VALUE 'E'.
       77  WRK-FIM-RASCUNHO            PIC X(001)      VALUE 'N'.
           88  WRK-RASCUNHO-ENCERRADO                  VALUE 'S'.
       77  WRK-QTD-CONFIRMADAS         PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-EXCLUIDAS           PIC 9(003)      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *================================================================*

      *================================================================*
      *    ABRE OS CADASTROS E ESCOLHE A FUNCAO; NO PEDIDO NOVO OBTEM
      *    O NUMERO E VALIDA O FORNECEDOR
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           END-IF.
           OPEN INPUT FORNMAS-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN I-O FORNPROD-FILE.

           DISPLAY 'FUNCAO (N=PEDIDO NOVO C=CONFIRMAR RASCUNHO):'.
           ACCEPT WRK-FUNCAO.
           IF  WRK-FUNCAO-CONFIRMAR
               DISPLAY 'NUMERO DO RASCUNHO DE PEDIDO:'
               ACCEPT WRK-NUMERO-PEDIDO
               GO TO 0100-99-FIM
           END-IF.
           IF  NOT WRK-FUNCAO-NOVO
               DISPLAY 'FUNCAO INVALIDA'
               SET WRK-DIGITACAO-ENCERRADA TO TRUE
               GO TO 0100-99-FIM
           END-IF.
           PERFORM 0110-OBTER-NUMERO-PEDIDO.

           DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO-PEDIDO.
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-FUNCAO-CONFIRMAR
               PERFORM 0250-CONFIRMAR-RASCUNHO
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0210-DIGITAR-1-LINHA
               UNTIL WRK-DIGITACAO-ENCERRADA.
      *================================================================*
           ACCEPT PEDCOMP-QTD-PEDIDA.
           DISPLAY 'CUSTO UNITARIO:'.
           ACCEPT PEDCOMP-CUSTO-UNIT.
           MOVE ZEROS                  TO PEDCOMP-QTD-RECEBIDA
                                           PEDCOMP-QTD-FATURADA
                                           PEDCOMP-DATA-ULT-RECEB
                                           PEDCOMP-QTD-DIVERGENCIAS.
           SET PEDCOMP-ABERTA          TO TRUE.
           WRITE PEDCOMP-REC.
           DISPLAY 'LINHA ' WRK-LINHA ' GRAVADA'.
           PERFORM 0280-ATUALIZAR-CATALOGO.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE AS LINHAS DO RASCUNHO INFORMADO
      *================================================================*
       0250-CONFIRMAR-RASCUNHO         SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-RASCUNHO.
           MOVE WRK-NUMERO-PEDIDO      TO PEDCOMP-NUMERO.
           MOVE ZEROS                  TO PEDCOMP-LINHA.
           START PEDCOMP-FILE KEY NOT LESS PEDCOMP-CHAVE
               INVALID KEY
                   SET WRK-RASCUNHO-ENCERRADO TO TRUE
           END-START.
           PERFORM 0260-CONFIRMAR-1-LINHA
               UNTIL WRK-RASCUNHO-ENCERRADO.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA UMA LINHA EM RASCUNHO E APLICA A ACAO DO COMPRADOR:
      *    C MANTEM, A ALTERA QUANTIDADE E CUSTO, E EXCLUI A LINHA
      *================================================================*
       0260-CONFIRMAR-1-LINHA          SECTION.
      *================================================================*
           READ PEDCOMP-FILE NEXT RECORD
               AT END
                   SET WRK-RASCUNHO-ENCERRADO TO TRUE
                   GO TO 0260-99-FIM
           END-READ.
           IF  PEDCOMP-NUMERO          NOT EQUAL WRK-NUMERO-PEDIDO
               SET WRK-RASCUNHO-ENCERRADO TO TRUE
               GO TO 0260-99-FIM
           END-IF.
           IF  NOT PEDCOMP-RASCUNHO
               GO TO 0260-99-FIM
           END-IF.
           MOVE PEDCOMP-CNPJ           TO WRK-CNPJ.
           DISPLAY 'LINHA ' PEDCOMP-LINHA
                   ' PRODUTO ' PEDCOMP-PRODUTO
                   ' FORNECEDOR ' PEDCOMP-CNPJ.
           DISPLAY '      QTD=' PEDCOMP-QTD-PEDIDA
                   ' CUSTO=' PEDCOMP-CUSTO-UNIT
                   ' PREVISTA=' PEDCOMP-DATA-PREVISTA.
           DISPLAY 'ACAO (C=CONFIRMAR A=ALTERAR E=EXCLUIR):'.
           ACCEPT WRK-ACAO-LINHA.
           IF  WRK-ACAO-EXCLUIR
               DELETE PEDCOMP-FILE
               ADD 1                    TO WRK-QTD-EXCLUIDAS
               DISPLAY 'LINHA ' PEDCOMP-LINHA ' EXCLUIDA'
               GO TO 0260-99-FIM
           END-IF.
           IF  WRK-ACAO-ALTERAR
               DISPLAY 'QUANTIDADE:'
               ACCEPT PEDCOMP-QTD-PEDIDA
               DISPLAY 'CUSTO UNITARIO:'
               ACCEPT PEDCOMP-CUSTO-UNIT
           ELSE
               IF  NOT WRK-ACAO-CONFIRMAR
                   DISPLAY 'ACAO INVALIDA - LINHA MANTIDA EM RASCUNHO'
                   GO TO 0260-99-FIM
               END-IF
           END-IF.
           MOVE WRK-DATA-SYS           TO PEDCOMP-DATA-EMISSAO.
           SET PEDCOMP-ABERTA          TO TRUE.
           REWRITE PEDCOMP-REC.
           ADD 1                       TO WRK-QTD-CONFIRMADAS.
           DISPLAY 'LINHA ' PEDCOMP-LINHA ' CONFIRMADA'.
           PERFORM 0280-ATUALIZAR-CATALOGO.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O ULTIMO CUSTO ACORDADO NO CATALOGO DO FORNECEDOR
      *================================================================*
       0280-ATUALIZAR-CATALOGO         SECTION.
      *================================================================*
           IF  WRK-FORNPROD-INEXISTENTE
               GO TO 0280-99-FIM
           END-IF.
           MOVE PEDCOMP-PRODUTO        TO FORNPROD-PRODUTO.
           MOVE WRK-CNPJ               TO FORNPROD-CNPJ.
           READ FORNPROD-FILE.
           IF  NOT WRK-FORNPROD-OK
               GO TO 0280-99-FIM
           END-IF.
           MOVE PEDCOMP-CUSTO-UNIT     TO FORNPROD-CUSTO-UNIT.
           MOVE WRK-DATA-SYS           TO FORNPROD-DATA-ULT-ATU.
           REWRITE FORNPROD-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA A DIGITACAO COM O RESUMO DO PEDIDO
      *================================================================*
           CLOSE PEDCOMP-FILE.
           CLOSE FORNMAS-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE FORNPROD-FILE.
           IF  WRK-FUNCAO-CONFIRMAR
               DISPLAY 'RASCUNHO ' WRK-NUMERO-PEDIDO
                       ' LINHAS CONFIRMADAS=' WRK-QTD-CONFIRMADAS
                       ' EXCLUIDAS=' WRK-QTD-EXCLUIDAS
           ELSE
               DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO-PEDIDO
                       ' GRAVADO COM ' WRK-LINHA ' LINHAS'
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
