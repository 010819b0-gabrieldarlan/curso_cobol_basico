      *              UNITARIO DO PEDIDO DE COMPRA, PARA A
      *              VALORIZACAO DO ESTOQUE (PROGCOB75) E O CMV DO
      *              EXTRATO CONTABIL DE VENDAS (PROGCOB30)
      * XX/XX/XXXX - A LINHA DO PEDIDO GUARDA A DATA DA ULTIMA ENTREGA
      *              E CONTA AS ENTREGAS A MAIOR/A MENOR APONTADAS NO
      *              RECEBREL, PARA O PLACAR DE FORNECEDORES
      *              (PROGSCFOR)
      * XX/XX/XXXX - LINHAS EM RASCUNHO (GERADAS PELO PROGCOB69 E AINDA
      *              NAO CONFIRMADAS NO PROGCOB71) NAO SAO RECEBIDAS
      * XX/XX/XXXX - AO FINAL DO RECEBIMENTO CHAMA A ALOCACAO DAS
      *              PENDENCIAS DE ENTREGA (PROGBKORD), QUE LIBERA AS
      *              PENDENCIAS COBERTAS PELO ESTOQUE QUE ENTROU
      * XX/XX/XXXX - A ENTREGA RECEBE O LOTE DO FORNECEDOR E A VALIDADE,
      *              CREDITADOS NO SALDO POR LOTE (ESTLOTE) DO LOCAL 01
      *              E CARIMBADOS NO MOVIMENTO DA TRILHA MOVEST
      * XX/XX/XXXX - O RECEBIMENTO PEDE O NUMERO DA NOTA DO FORNECEDOR
      *              E A ALIQUOTA DE ICMS DESTACADA E REGISTRA NO
      *              ICMSENT O CREDITO SOBRE O VALOR RECEBIDO, BASE DOS
      *              CREDITOS DA APURACAO MENSAL DE ICMS (PROGICMAP)
      * XX/XX/XXXX - A LINHA COM AVISO DE EMBARQUE (ASN) PENDENTE,
      *              IMPORTADO PELO PROGASN, MOSTRA A QUANTIDADE
      *              PREVISTA E O LOTE PARA SO CONFIRMAR OU CORRIGIR;
      *              O RECEBIMENTO BAIXA OS AVISOS NO ASNSTG E REGISTRA
      *              AS ENTREGAS SEM AVISO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
           SELECT ESTLOTE-FILE          ASSIGN TO "ESTLOTE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOTE-CHAVE
               FILE STATUS            IS WRK-ESTLOTE-STATUS.
           SELECT ASNSTG-FILE           ASSIGN TO "ASNSTG"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ASNSTG-CHAVE
               FILE STATUS            IS WRK-ASNSTG-STATUS.
           SELECT MOVEST-FILE           ASSIGN TO "MOVEST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVEST-STATUS.
           SELECT ICMSENT-FILE          ASSIGN TO "ICMSENT"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ICMSENT-STATUS.
           SELECT RECEBREL-FILE         ASSIGN TO "RECEBREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECEBREL-STATUS.
           COPY 'ESTOQUE.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  ESTLOTE-FILE.
           COPY 'ESTLOTE.COB'.
       FD  ASNSTG-FILE.
           COPY 'ASNSTG.COB'.
       FD  MOVEST-FILE.
           COPY 'MOVEST.COB'.
       FD  ICMSENT-FILE.
           COPY 'ICMSENT.COB'.
       FD  RECEBREL-FILE.
           COPY 'RECEBREL.COB'.
       WORKING-STORAGE                 SECTION.
       77  WRK-CUSTOPROD-STATUS        PIC X(002)      VALUE SPACES.
           88  WRK-CUSTOPROD-OK                        VALUE '00'.
           88  WRK-CUSTOPROD-INEXISTENTE               VALUE '35'.
       77  WRK-ESTLOTE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOTE-OK                          VALUE '00'.
           88  WRK-ESTLOTE-INEXISTENTE                 VALUE '35'.
       77  WRK-ASNSTG-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ASNSTG-OK                           VALUE '00'.
           88  WRK-ASNSTG-FIM                          VALUE '10'.
           88  WRK-ASNSTG-INEXISTENTE                  VALUE '35'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-RECEBREL-STATUS         PIC X(002)      VALUE SPACES.
      *
       77  WRK-QTD-DIVERGENTES         PIC 9(003)      VALUE ZEROS.
       77  WRK-SALDO-A-RECEBER         PIC S9(006)     VALUE ZEROS.
       77  WRK-SALDO-A-RECEBER-ED      PIC -ZZZZ9      VALUE ZEROS.
      *
      *    LOTE DO FORNECEDOR E VALIDADE DA ENTREGA
      *
       77  WRK-LOTE                    PIC X(010)      VALUE SPACES.
       77  WRK-VALIDADE                PIC 9(008)      VALUE ZEROS.
      *
      *    AVISOS DE EMBARQUE (ASN) PENDENTES DA LINHA, IMPORTADOS
      *    PELO PROGASN: QUANTIDADE PREVISTA E LOTE DO PRIMEIRO AVISO
      *
       77  WRK-QTD-ASN                 PIC 9(006)      VALUE ZEROS.
       77  WRK-LOTE-ASN                PIC X(010)      VALUE SPACES.
       77  WRK-VALIDADE-ASN            PIC 9(008)      VALUE ZEROS.
       77  WRK-CONFIRMA-ASN            PIC X(001)      VALUE SPACES.
           88  WRK-ASN-CONFIRMADO                      VALUE 'S' 's'.
       77  WRK-QTD-A-BAIXAR            PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-BAIXA               PIC 9(005)      VALUE ZEROS.
       77  WRK-ASN-ULTIMO              PIC X(010)      VALUE SPACES.
       01  WRK-CHAVE-SEM-ASN.
           05  FILLER                  PIC X(001)      VALUE 'S'.
           05  WRK-CHAVE-SEM-ASN-DATA  PIC 9(008)      VALUE ZEROS.
           05  FILLER                  PIC X(001)      VALUE SPACE.
      *
      *    CREDITO DE ICMS DA NOTA DO FORNECEDOR: ALIQUOTA DESTACADA
      *    SOBRE O VALOR RECEBIDO AO CUSTO DO PEDIDO DE COMPRA
      *
       77  WRK-ICMSENT-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-NF-FORNECEDOR           PIC 9(009)      VALUE ZEROS.
       77  WRK-ALIQ-ICMS-PCT           PIC 9(002)V99   VALUE ZEROS.
       77  WRK-CNPJ-FORNECEDOR         PIC X(014)      VALUE SPACES.
       77  WRK-BASE-ICMS               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CREDITO-ICMS            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CREDITO-ICMS-ED         PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
           DISPLAY 'RECEBIMENTO DE MERCADORIAS'.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA:'.
           ACCEPT WRK-NUMERO-PEDIDO.
           DISPLAY 'NUMERO DA NOTA FISCAL DO FORNECEDOR:'.
           ACCEPT WRK-NF-FORNECEDOR.
           DISPLAY 'ALIQUOTA DE ICMS DESTACADA NA NOTA (PC, ZEROS = '
                   'SEM CREDITO):'.
           ACCEPT WRK-ALIQ-ICMS-PCT.
           OPEN I-O PEDCOMP-FILE.
           OPEN I-O ESTOQUE-FILE.
           IF  WRK-ESTOQUE-INEXISTENTE
               CLOSE CUSTOPROD-FILE
               OPEN I-O CUSTOPROD-FILE
           END-IF.
           OPEN I-O ESTLOTE-FILE.
           IF  WRK-ESTLOTE-INEXISTENTE
               CLOSE ESTLOTE-FILE
               OPEN OUTPUT ESTLOTE-FILE
               CLOSE ESTLOTE-FILE
               OPEN I-O ESTLOTE-FILE
           END-IF.
           OPEN I-O ASNSTG-FILE.
           IF  WRK-ASNSTG-INEXISTENTE
               CLOSE ASNSTG-FILE
               OPEN OUTPUT ASNSTG-FILE
               CLOSE ASNSTG-FILE
               OPEN I-O ASNSTG-FILE
           END-IF.
           OPEN OUTPUT RECEBREL-FILE.

           MOVE SPACES                 TO RECEBREL-REC.
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA A QUANTIDADE PREVISTA DOS AVISOS DE EMBARQUE AINDA
      *    PENDENTES DA LINHA E GUARDA O LOTE DO PRIMEIRO AVISO
      *================================================================*
       0212-PROCURAR-ASN               SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-ASN.
           MOVE SPACES                 TO WRK-LOTE-ASN.
           MOVE ZEROS                  TO WRK-VALIDADE-ASN.
           MOVE SPACES                 TO WRK-ASNSTG-STATUS.
           MOVE PEDCOMP-NUMERO         TO ASNSTG-PEDCOMP.
           MOVE PEDCOMP-LINHA          TO ASNSTG-LINHA.
           MOVE LOW-VALUES             TO ASNSTG-NUMERO.
           START ASNSTG-FILE KEY NOT LESS ASNSTG-CHAVE
               INVALID KEY
                   SET WRK-ASNSTG-FIM   TO TRUE
           END-START.
           PERFORM 0213-SOMAR-1-ASN UNTIL WRK-ASNSTG-FIM.
      *================================================================*
       0212-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO AVISO DA LINHA E SOMA O PENDENTE
      *================================================================*
       0213-SOMAR-1-ASN                SECTION.
      *================================================================*
           READ ASNSTG-FILE NEXT RECORD
               AT END
                   SET WRK-ASNSTG-FIM   TO TRUE
                   GO TO 0213-99-FIM
           END-READ.
           IF  ASNSTG-PEDCOMP          NOT EQUAL PEDCOMP-NUMERO
           OR  ASNSTG-LINHA            NOT EQUAL PEDCOMP-LINHA
               SET WRK-ASNSTG-FIM       TO TRUE
               GO TO 0213-99-FIM
           END-IF.
           IF  NOT ASNSTG-PENDENTE
               GO TO 0213-99-FIM
           END-IF.
           IF  WRK-QTD-ASN             EQUAL ZEROS
               MOVE ASNSTG-LOTE         TO WRK-LOTE-ASN
               MOVE ASNSTG-VALIDADE     TO WRK-VALIDADE-ASN
           END-IF.
           ADD ASNSTG-QTD-PREVISTA     TO WRK-QTD-ASN.
      *================================================================*
       0213-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE A ENTREGA DE UMA LINHA: CREDITA O ESTOQUE, SOMA A
      *    QUANTIDADE RECEBIDA E APONTA A DIVERGENCIA
      *================================================================*
       0220-RECEBER-1-LINHA            SECTION.
      *================================================================*
           IF  PEDCOMP-ATENDIDA OR PEDCOMP-RASCUNHO
               PERFORM 0210-LER-LINHA
               GO TO 0220-99-FIM
           END-IF.
           DISPLAY 'LINHA ' PEDCOMP-LINHA ' PRODUTO '
                   PEDCOMP-PRODUTO ' PEDIDO=' PEDCOMP-QTD-PEDIDA
                   ' JA RECEBIDO=' PEDCOMP-QTD-RECEBIDA.
           MOVE ZEROS                  TO WRK-QTD-ENTREGUE.
           MOVE SPACES                 TO WRK-LOTE.
           MOVE ZEROS                  TO WRK-VALIDADE.
           PERFORM 0212-PROCURAR-ASN.
           MOVE SPACES                 TO WRK-CONFIRMA-ASN.
           IF  WRK-QTD-ASN             GREATER ZEROS
               DISPLAY 'AVISO DE EMBARQUE: QTD PREVISTA=' WRK-QTD-ASN
                       ' LOTE ' WRK-LOTE-ASN
                       ' VALIDADE ' WRK-VALIDADE-ASN
               DISPLAY 'CONFIRMA (S) OU CORRIGE (N):'
               ACCEPT WRK-CONFIRMA-ASN
           END-IF.
           IF  WRK-ASN-CONFIRMADO
               MOVE WRK-QTD-ASN         TO WRK-QTD-ENTREGUE
               MOVE WRK-LOTE-ASN        TO WRK-LOTE
               MOVE WRK-VALIDADE-ASN    TO WRK-VALIDADE
           ELSE
               DISPLAY 'QUANTIDADE ENTREGUE AGORA:'
               ACCEPT WRK-QTD-ENTREGUE
           END-IF.
           IF  WRK-QTD-ENTREGUE        GREATER ZEROS
           AND WRK-LOTE                EQUAL SPACES
               DISPLAY 'LOTE DO FORNECEDOR (BRANCO = SEM LOTE):'
               ACCEPT WRK-LOTE
               IF  WRK-LOTE            NOT EQUAL SPACES
                   DISPLAY 'VALIDADE DO LOTE (AAAAMMDD, ZEROS = SEM '
                           'VALIDADE):'
                   ACCEPT WRK-VALIDADE
               END-IF
           END-IF.

           IF  WRK-QTD-ENTREGUE        GREATER ZEROS
               PERFORM 0230-CREDITAR-ESTOQUE
               COMPUTE WRK-BASE-ICMS = WRK-BASE-ICMS +
                       (WRK-QTD-ENTREGUE * PEDCOMP-CUSTO-UNIT)
               MOVE PEDCOMP-CNPJ        TO WRK-CNPJ-FORNECEDOR
               IF  WRK-LOTE            NOT EQUAL SPACES
                   PERFORM 0238-CREDITAR-LOTE
               END-IF
               ADD WRK-QTD-ENTREGUE     TO PEDCOMP-QTD-RECEBIDA
               MOVE WRK-DATA-SYS        TO PEDCOMP-DATA-ULT-RECEB
               IF  PEDCOMP-QTD-RECEBIDA NOT LESS PEDCOMP-QTD-PEDIDA
                   SET PEDCOMP-ATENDIDA TO TRUE
               END-IF
               REWRITE PEDCOMP-REC
               IF  WRK-QTD-ASN         GREATER ZEROS
                   PERFORM 0225-BAIXAR-ASN
               ELSE
                   PERFORM 0228-GRAVAR-SEM-ASN
               END-IF
           END-IF.

           PERFORM 0240-GRAVAR-LINHA-RELATORIO.
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA OS AVISOS PENDENTES DA LINHA COMO RECEBIDOS,
      *    REPARTINDO A QUANTIDADE ENTREGUE ENTRE ELES (O EXCESSO VAI
      *    PARA O ULTIMO), E APONTA A DIFERENCA ENTRE O AVISO E A
      *    ENTREGA
      *================================================================*
       0225-BAIXAR-ASN                 SECTION.
      *================================================================*
           MOVE WRK-QTD-ENTREGUE       TO WRK-QTD-A-BAIXAR.
           MOVE SPACES                 TO WRK-ASN-ULTIMO.
           MOVE SPACES                 TO WRK-ASNSTG-STATUS.
           MOVE PEDCOMP-NUMERO         TO ASNSTG-PEDCOMP.
           MOVE PEDCOMP-LINHA          TO ASNSTG-LINHA.
           MOVE LOW-VALUES             TO ASNSTG-NUMERO.
           START ASNSTG-FILE KEY NOT LESS ASNSTG-CHAVE
               INVALID KEY
                   SET WRK-ASNSTG-FIM   TO TRUE
           END-START.
           PERFORM 0226-BAIXAR-1-ASN UNTIL WRK-ASNSTG-FIM.

           IF  WRK-QTD-A-BAIXAR        GREATER ZEROS
           AND WRK-ASN-ULTIMO          NOT EQUAL SPACES
               MOVE PEDCOMP-NUMERO      TO ASNSTG-PEDCOMP
               MOVE PEDCOMP-LINHA       TO ASNSTG-LINHA
               MOVE WRK-ASN-ULTIMO      TO ASNSTG-NUMERO
               READ ASNSTG-FILE
               IF  WRK-ASNSTG-OK
                   ADD WRK-QTD-A-BAIXAR TO ASNSTG-QTD-RECEBIDA
                   REWRITE ASNSTG-REC
               END-IF
           END-IF.

           IF  WRK-QTD-ENTREGUE        NOT EQUAL WRK-QTD-ASN
               MOVE SPACES              TO RECEBREL-REC
               STRING 'LINHA '          DELIMITED BY SIZE
                      PEDCOMP-LINHA     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      PEDCOMP-PRODUTO   DELIMITED BY SIZE
                      ' AVISO DE EMBARQUE PREVIA '
                                        DELIMITED BY SIZE
                      WRK-QTD-ASN       DELIMITED BY SIZE
                      ' - RECEBIDO '    DELIMITED BY SIZE
                      WRK-QTD-ENTREGUE  DELIMITED BY SIZE
                      INTO RECEBREL-REC
               END-STRING
               WRITE RECEBREL-REC
           END-IF.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA UM AVISO PENDENTE DA LINHA COM A SUA PARTE DA ENTREGA
      *================================================================*
       0226-BAIXAR-1-ASN               SECTION.
      *================================================================*
           READ ASNSTG-FILE NEXT RECORD
               AT END
                   SET WRK-ASNSTG-FIM   TO TRUE
                   GO TO 0226-99-FIM
           END-READ.
           IF  ASNSTG-PEDCOMP          NOT EQUAL PEDCOMP-NUMERO
           OR  ASNSTG-LINHA            NOT EQUAL PEDCOMP-LINHA
               SET WRK-ASNSTG-FIM       TO TRUE
               GO TO 0226-99-FIM
           END-IF.
           IF  NOT ASNSTG-PENDENTE
               GO TO 0226-99-FIM
           END-IF.
           IF  WRK-QTD-A-BAIXAR        GREATER ASNSTG-QTD-PREVISTA
               MOVE ASNSTG-QTD-PREVISTA TO WRK-QTD-BAIXA
           ELSE
               MOVE WRK-QTD-A-BAIXAR    TO WRK-QTD-BAIXA
           END-IF.
           SUBTRACT WRK-QTD-BAIXA      FROM WRK-QTD-A-BAIXAR.
           MOVE WRK-QTD-BAIXA          TO ASNSTG-QTD-RECEBIDA.
           MOVE WRK-DATA-SYS           TO ASNSTG-DATA-RECEBIMENTO.
           SET ASNSTG-RECEBIDO         TO TRUE.
           REWRITE ASNSTG-REC.
           MOVE ASNSTG-NUMERO          TO WRK-ASN-ULTIMO.
      *================================================================*
       0226-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA NO ASNSTG A ENTREGA RECEBIDA SEM AVISO DE
      *    EMBARQUE, PARA O PROGASN APONTAR OS FORNECEDORES QUE
      *    ENVIAM ASN E DEIXARAM DE AVISAR
      *================================================================*
       0228-GRAVAR-SEM-ASN             SECTION.
      *================================================================*
           MOVE WRK-DATA-SYS           TO WRK-CHAVE-SEM-ASN-DATA.
           MOVE PEDCOMP-NUMERO         TO ASNSTG-PEDCOMP.
           MOVE PEDCOMP-LINHA          TO ASNSTG-LINHA.
           MOVE WRK-CHAVE-SEM-ASN      TO ASNSTG-NUMERO.
           READ ASNSTG-FILE.
           IF  WRK-ASNSTG-OK
               ADD WRK-QTD-ENTREGUE     TO ASNSTG-QTD-RECEBIDA
               REWRITE ASNSTG-REC
           ELSE
               MOVE PEDCOMP-NUMERO      TO ASNSTG-PEDCOMP
               MOVE PEDCOMP-LINHA       TO ASNSTG-LINHA
               MOVE WRK-CHAVE-SEM-ASN   TO ASNSTG-NUMERO
               MOVE PEDCOMP-CNPJ        TO ASNSTG-CNPJ
               MOVE PEDCOMP-PRODUTO     TO ASNSTG-PRODUTO
               MOVE ZEROS               TO ASNSTG-QTD-PREVISTA
               MOVE ZEROS               TO ASNSTG-DATA-PREVISTA
               MOVE WRK-LOTE            TO ASNSTG-LOTE
               MOVE WRK-VALIDADE        TO ASNSTG-VALIDADE
               MOVE ZEROS               TO ASNSTG-DATA-IMPORTACAO
               SET ASNSTG-SEM-ASN       TO TRUE
               MOVE WRK-QTD-ENTREGUE    TO ASNSTG-QTD-RECEBIDA
               MOVE WRK-DATA-SYS        TO ASNSTG-DATA-RECEBIMENTO
               WRITE ASNSTG-REC
           END-IF.
      *================================================================*
       0228-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CREDITA A ENTREGA NO SALDO DE ESTOQUE E REGISTRA O
      *    MOVIMENTO DE ENTRADA NA TRILHA, COMO O PROGCOB25
           MOVE WRK-QTD-ENTREGUE       TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE WRK-LOTE               TO MOVEST-LOTE.
           MOVE WRK-VALIDADE           TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CREDITA A ENTREGA NO SALDO DO LOTE NO DEPOSITO PRINCIPAL
      *    (LOCAL 01), CRIANDO O LOTE NA PRIMEIRA ENTRADA, E APONTA
      *    O LOTE NO RELATORIO DE RECEBIMENTO
      *================================================================*
       0238-CREDITAR-LOTE              SECTION.
      *================================================================*
           MOVE PEDCOMP-PRODUTO        TO ESTLOTE-PRODUTO.
           MOVE '01'                   TO ESTLOTE-LOCAL.
           MOVE WRK-LOTE               TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               ADD WRK-QTD-ENTREGUE     TO ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               REWRITE ESTLOTE-REC
           ELSE
               MOVE PEDCOMP-PRODUTO     TO ESTLOTE-PRODUTO
               MOVE '01'                TO ESTLOTE-LOCAL
               MOVE WRK-LOTE            TO ESTLOTE-LOTE
               MOVE WRK-VALIDADE        TO ESTLOTE-VALIDADE
               MOVE WRK-QTD-ENTREGUE    TO ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ENTRADA
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               WRITE ESTLOTE-REC
           END-IF.

           MOVE SPACES                 TO RECEBREL-REC.
           STRING 'LINHA '             DELIMITED BY SIZE
                  PEDCOMP-LINHA        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PEDCOMP-PRODUTO      DELIMITED BY SIZE
                  ' LOTE '             DELIMITED BY SIZE
                  WRK-LOTE             DELIMITED BY SIZE
                  ' VALIDADE '         DELIMITED BY SIZE
                  ESTLOTE-VALIDADE     DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  WRK-QTD-ENTREGUE     DELIMITED BY SIZE
                  INTO RECEBREL-REC
           END-STRING.
           WRITE RECEBREL-REC.
      *================================================================*
       0238-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DO RELATORIO DE RECEBIMENTO, APONTANDO A
      *    ENTREGA A MAIOR OU A MENOR
                   END-STRING
               WHEN WRK-SALDO-A-RECEBER GREATER ZEROS
                   ADD 1                TO WRK-QTD-DIVERGENTES
                   ADD 1                TO PEDCOMP-QTD-DIVERGENCIAS
                   STRING 'LINHA '     DELIMITED BY SIZE
                          PEDCOMP-LINHA DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                   END-STRING
               WHEN OTHER
                   ADD 1                TO WRK-QTD-DIVERGENTES
                   ADD 1                TO PEDCOMP-QTD-DIVERGENCIAS
                   STRING 'LINHA '     DELIMITED BY SIZE
                          PEDCOMP-LINHA DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                   END-STRING
           END-EVALUATE.
           WRITE RECEBREL-REC.
           IF  WRK-SALDO-A-RECEBER     NOT EQUAL ZEROS
               REWRITE PEDCOMP-REC
           END-IF.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O CREDITO DE ICMS DA NOTA DO FORNECEDOR (ICMSENT)
      *    PARA A APURACAO MENSAL E APONTA-O NO RELATORIO
      *================================================================*
       0250-GRAVAR-CREDITO-ICMS        SECTION.
      *================================================================*
           COMPUTE WRK-CREDITO-ICMS ROUNDED = WRK-BASE-ICMS *
                   WRK-ALIQ-ICMS-PCT / 100.
           OPEN EXTEND ICMSENT-FILE.
           IF  WRK-ICMSENT-STATUS      EQUAL '35'
               OPEN OUTPUT ICMSENT-FILE
               CLOSE ICMSENT-FILE
               OPEN EXTEND ICMSENT-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO ICMSENT-DATA.
           MOVE WRK-NUMERO-PEDIDO      TO ICMSENT-PEDCOMP.
           MOVE WRK-CNPJ-FORNECEDOR    TO ICMSENT-CNPJ.
           MOVE WRK-NF-FORNECEDOR      TO ICMSENT-NF-NUMERO.
           MOVE WRK-BASE-ICMS          TO ICMSENT-BASE.
           COMPUTE ICMSENT-ALIQUOTA = WRK-ALIQ-ICMS-PCT / 100.
           MOVE WRK-CREDITO-ICMS       TO ICMSENT-VALOR-ICMS.
           WRITE ICMSENT-REC.
           CLOSE ICMSENT-FILE.

           MOVE WRK-CREDITO-ICMS       TO WRK-CREDITO-ICMS-ED.
           MOVE SPACES                 TO RECEBREL-REC.
           STRING 'NOTA DO FORNECEDOR ' DELIMITED BY SIZE
                  WRK-NF-FORNECEDOR    DELIMITED BY SIZE
                  ' - CREDITO DE ICMS=' DELIMITED BY SIZE
                  WRK-CREDITO-ICMS-ED  DELIMITED BY SIZE
                  INTO RECEBREL-REC
           END-STRING.
           WRITE RECEBREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO DO RECEBIMENTO E ENCERRA O PROGRAMA
      *================================================================*
                  INTO RECEBREL-REC
           END-STRING.
           WRITE RECEBREL-REC.
           IF  WRK-BASE-ICMS           GREATER ZEROS
           AND WRK-ALIQ-ICMS-PCT       GREATER ZEROS
               PERFORM 0250-GRAVAR-CREDITO-ICMS
           END-IF.

           CLOSE PEDCOMP-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE CUSTOPROD-FILE.
           CLOSE ESTLOTE-FILE.
           CLOSE ASNSTG-FILE.
           CLOSE RECEBREL-FILE.
           DISPLAY 'RECEBIMENTO GRAVADO EM RECEBREL'.

           IF  WRK-QTD-LINHAS          GREATER ZEROS
               CALL 'PROGBKORD'
                   ON EXCEPTION
                       DISPLAY 'PENDENCIAS NAO ALOCADAS - '
                               'MODULO PROGBKORD AUSENTE'
               END-CALL
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
