      *              PROCESSAMENTO E CONFERIDO NO PERFECHA E,
      *              FECHADO, O LOTE DE DEVOLUCOES E RECUSADO COM A
      *              TENTATIVA REGISTRADA NO VALIDLOG
      * XX/XX/XXXX - MOVIMENTOS GRAVADOS NA TRILHA MOVEST SEM LOTE
      *              (LOTE EM BRANCO E VALIDADE ZERADA)
      * XX/XX/XXXX - DEVOLUCAO DE PEDIDO COM NOTA FISCAL ELETRONICA
      *              AUTORIZADA (NFECTL) EXPORTA NO NFEEXP A NOTA DE
      *              DEVOLUCAO (CABECALHO D COM A REFERENCIA A NOTA
      *              ORIGINAL E O ICMS DEVOLVIDO, E OS ITENS),
      *              NUMERADA NO CONTADOR NFESEQ
      * XX/XX/XXXX - A DEVOLUCAO DE PEDIDO LIBERADO REGISTRA NO
      *              MOVIMENTO DE PIS E COFINS (PISMOV) A DEDUCAO
      *              PROPORCIONAL AO VALOR DEVOLVIDO
      * XX/XX/XXXX - TRAVA DE PERIODO FECHADO POR FILIAL: SO A
      *              DEVOLUCAO DE PEDIDO DE FILIAL COM O MES FECHADO E
      *              REJEITADA, NAO MAIS O LOTE; O ESTORNO VAI AO
      *              SALESHIS DA FILIAL E A NOTA DE DEVOLUCAO SAI NO
      *              CONTADOR NFESEQ E NA SERIE DA FILIAL
      * XX/XX/XXXX - SO ACEITA O ITEM COM AUTORIZACAO DE DEVOLUCAO
      *              (AUTDEV, DO PROGAUTDV) ABERTA, NAO VENCIDA, DO
      *              MESMO PEDIDO E PRODUTO, ATE O SALDO AUTORIZADO, E
      *              SOMA O RECEBIDO NA AUTORIZACAO; O RECUSADO VAI AO
      *              RELATORIO DE EXCECOES (DEVEXC). ITEM SEM
      *              DISPOSICAO ASSUME A ESPERADA NA AUTORIZACAO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-SALESHIS-STATUS.
           SELECT ESTOQUE-FILE          ASSIGN TO "ESTOQUE"
               ORGANIZATION           IS INDEXED
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CREDSAL-CPF
               FILE STATUS            IS WRK-CREDSAL-STATUS.
           SELECT NFECTL-FILE           ASSIGN TO "NFECTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS NFECTL-PEDIDO
               FILE STATUS            IS WRK-NFECTL-STATUS.
           SELECT NFEEXP-FILE           ASSIGN TO "NFEEXP"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFEEXP-STATUS.
           SELECT NFESEQ-FILE           ASSIGN USING WRK-ARQ-NFESEQ
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFESEQ-STATUS.
           SELECT FILIAL-FILE           ASSIGN TO "FILIAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS RANDOM
               RECORD KEY             IS FILIAL-CODIGO
               FILE STATUS            IS WRK-FILIAL-STATUS.
           SELECT PISMOV-FILE           ASSIGN TO "PISMOV"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PISMOV-STATUS.
           SELECT AUTDEV-FILE           ASSIGN TO "AUTDEV"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS AUTDEV-NUMERO
               FILE STATUS            IS WRK-AUTDEV-STATUS.
           SELECT DEVEXC-FILE           ASSIGN TO "DEVEXC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DEVEXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVITEM-FILE.
           COPY 'ESTLOC.COB'.
       FD  DISPOREL-FILE.
           COPY 'DISPOREL.COB'.
       FD  NFECTL-FILE.
           COPY 'NFECTL.COB'.
       FD  NFEEXP-FILE.
           COPY 'NFEEXP.COB'.
       FD  NFESEQ-FILE.
           COPY 'NFESEQ.COB'.
       FD  PISMOV-FILE.
           COPY 'PISMOV.COB'.
       FD  FILIAL-FILE.
           COPY 'FILIAL.COB'.
       FD  AUTDEV-FILE.
           COPY 'AUTDEV.COB'.
       FD  DEVEXC-FILE.
           COPY 'DEVEXC.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-ESTLOC-INEXISTENTE                  VALUE '35'.
       77  WRK-DISPOREL-STATUS         PIC X(002)      VALUE SPACES.
      *
      *    NOTA FISCAL ELETRONICA DE DEVOLUCAO, EMITIDA CONTRA A NOTA
      *    AUTORIZADA DO PEDIDO (NFECTL); OS ITENS FICAM NA TABELA ATE
      *    O FECHAMENTO, QUANDO SAEM NO NFEEXP APOS O CABECALHO
      *
       77  WRK-NFECTL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFECTL-OK                           VALUE '00'.
       77  WRK-NFEEXP-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-NFESEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFESEQ-OK                           VALUE '00'.
       77  WRK-NFECTL-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-NFECTL-ABERTO                       VALUE 'S'.
       77  WRK-NFE-DEVOLUCAO           PIC X(001)      VALUE 'N'.
           88  WRK-NFE-DEVOLVER                        VALUE 'S'.
       77  WRK-NFE-SERIE               PIC 9(003)      VALUE 1.
      *
      *    FILIAL DO PEDIDO DEVOLVIDO (EM BRANCO = MATRIZ 01): TRAVA
      *    DE PERIODO FECHADO DA FILIAL, HISTORICO DE VENDAS DELA E
      *    CONTADOR NFESEQ/SERIE DA NOTA DE DEVOLUCAO
      *
       77  WRK-FILIAL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-FILIAL-OK                           VALUE '00'.
       77  WRK-FILIAL-PEDIDO           PIC X(002)      VALUE '01'.
       77  WRK-ARQ-NFESEQ              PIC X(012)      VALUE 'NFESEQ'.
       77  WRK-NFE-NUMERO              PIC 9(009)      VALUE ZEROS.
       77  WRK-NFE-ICMS                PIC 9(008)V99   VALUE ZEROS.
       77  WRK-QTD-NFE-DEVOLUCAO       PIC 9(005)      VALUE ZEROS.
       01  WRK-NFD-TAB.
           05  WRK-NFD-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-NFD-IDX.
               10  WRK-NFD-PRODUTO     PIC X(006).
               10  WRK-NFD-QTD         PIC 9(003).
               10  WRK-NFD-PRECO       PIC 9(006)V99.
               10  WRK-NFD-TOTAL       PIC 9(008)V99.
       77  WRK-NFD-COUNT               PIC 9(003)      VALUE ZEROS.
      *
      *    ESTORNO DE PIS E COFINS DA VENDA DEVOLVIDA (PISMOV), NA
      *    PROPORCAO DO VALOR DEVOLVIDO SOBRE O SUBTOTAL DO PEDIDO
      *
       77  WRK-PISMOV-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-BASE-DEVOLVIDA          PIC 9(008)V99   VALUE ZEROS.
      *
      *    AUTORIZACAO DE DEVOLUCAO (AUTDEV) DO ITEM: SO A ABERTA, NAO
      *    VENCIDA, DO MESMO PEDIDO E PRODUTO E ACEITA, ATE O SALDO
      *    AUTORIZADO; O RESTO VAI PARA AS EXCECOES (DEVEXC)
      *
       77  WRK-AUTDEV-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-AUTDEV-OK                           VALUE '00'.
           88  WRK-AUTDEV-INEXISTENTE                  VALUE '35'.
       77  WRK-DEVEXC-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-AUTDEV-SW               PIC X(001)      VALUE 'N'.
           88  WRK-AUTDEV-VALIDA                       VALUE 'S'.
       77  WRK-AUT-SALDO               PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-EXCEDENTE           PIC 9(003)      VALUE ZEROS.
       77  WRK-MOTIVO-EXCECAO          PIC X(040)      VALUE SPACES.
       77  WRK-QTD-EXCECOES            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ITENS-ACEITOS       PIC 9(005)      VALUE ZEROS.
      *
      *    TOTAIS POR DISPOSICAO DO LOTE DE DEVOLUCOES
      *
       77  WRK-QTD-REPOSTA             PIC 9(007)      VALUE ZEROS.
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           DIVIDE WRK-DATA-SYS         BY 100
               GIVING WRK-PERIODO-ALVO.
           OPEN INPUT PERFECHA-FILE.
           OPEN INPUT DEVITEM-FILE.
           OPEN I-O PEDIDO-FILE.
           IF  WRK-PEDIDO-INEXISTENTE
               CLOSE CREDSAL-FILE
               OPEN I-O CREDSAL-FILE
           END-IF.
           OPEN I-O NFECTL-FILE.
           IF  WRK-NFECTL-OK
               SET WRK-NFECTL-ABERTO    TO TRUE
               OPEN EXTEND NFEEXP-FILE
               IF  WRK-NFEEXP-STATUS   EQUAL '35'
                   OPEN OUTPUT NFEEXP-FILE
                   CLOSE NFEEXP-FILE
                   OPEN EXTEND NFEEXP-FILE
               END-IF
           END-IF.
           OPEN EXTEND PISMOV-FILE.
           IF  WRK-PISMOV-STATUS       EQUAL '35'
               OPEN OUTPUT PISMOV-FILE
               CLOSE PISMOV-FILE
               OPEN EXTEND PISMOV-FILE
           END-IF.
           OPEN I-O AUTDEV-FILE.
           IF  WRK-AUTDEV-INEXISTENTE
               CLOSE AUTDEV-FILE
               OPEN OUTPUT AUTDEV-FILE
               CLOSE AUTDEV-FILE
               OPEN I-O AUTDEV-FILE
           END-IF.
           OPEN OUTPUT NOTACRED-FILE.
           OPEN OUTPUT DEVEXC-FILE.
           MOVE SPACES                 TO DEVEXC-REC.
           STRING 'EXCECOES DO LOTE DE DEVOLUCOES DE '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO DEVEXC-REC
           END-STRING.
           WRITE DEVEXC-REC.
           PERFORM 0610-LER-DEVOLUCAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
           MOVE ZEROS                  TO WRK-TOTAL-DEVOLVIDO.

           MOVE 'N'                    TO WRK-PEDIDO-VALIDO.
           MOVE 'N'                    TO WRK-PERIODO-TRAVA.
           MOVE WRK-PEDIDO-ATUAL       TO PEDIDO-NUMERO.
           READ PEDIDO-FILE.
           IF  WRK-PEDIDO-OK
               SET WRK-PEDIDO-EXISTE    TO TRUE
               MOVE PEDIDO-DATA         TO WRK-DATA-PEDIDO
               MOVE PEDIDO-FILIAL       TO WRK-FILIAL-PEDIDO
               IF  WRK-FILIAL-PEDIDO    EQUAL SPACES
                   MOVE '01'            TO WRK-FILIAL-PEDIDO
               END-IF
               PERFORM 0080-CHECAR-PERIODO-FECHADO
               IF  WRK-PERIODO-FECHADO
                   MOVE 'N'             TO WRK-PEDIDO-VALIDO
               END-IF
           END-IF.

           MOVE SPACES                 TO NOTACRED-REC.
               END-STRING
           ELSE
               ADD 1                    TO WRK-QTD-REJEITADAS
               IF  WRK-PERIODO-FECHADO
                   STRING 'DEVOLUCAO REJEITADA - PEDIDO '
                                        DELIMITED BY SIZE
                          WRK-PEDIDO-ATUAL DELIMITED BY SIZE
                          ' - PERIODO FECHADO NA FILIAL '
                                        DELIMITED BY SIZE
                          WRK-FILIAL-PEDIDO DELIMITED BY SIZE
                          INTO NOTACRED-REC
                   END-STRING
               ELSE
                   STRING 'DEVOLUCAO REJEITADA - PEDIDO '
                                        DELIMITED BY SIZE
                          WRK-PEDIDO-ATUAL DELIMITED BY SIZE
                          ' NAO CADASTRADO' DELIMITED BY SIZE
                          INTO NOTACRED-REC
                   END-STRING
               END-IF
           END-IF.
           WRITE NOTACRED-REC.

           MOVE 'N'                    TO WRK-NFE-DEVOLUCAO.
           MOVE ZEROS                  TO WRK-NFD-COUNT.
           MOVE ZEROS                  TO WRK-QTD-ITENS-ACEITOS.
           IF  WRK-PEDIDO-EXISTE
               PERFORM 0280-CHECAR-NFE-ORIGEM
           END-IF.

           PERFORM 0220-PROCESSAR-1-ITEM
               UNTIL WRK-DEVITEM-FIM
               OR DEVITEM-PEDIDO NOT EQUAL WRK-PEDIDO-ATUAL.

           IF  WRK-PEDIDO-EXISTE
               IF  WRK-QTD-ITENS-ACEITOS GREATER ZEROS
                   PERFORM 0230-FECHAR-DEVOLUCAO
               ELSE
                   ADD 1                TO WRK-QTD-REJEITADAS
                   MOVE SPACES          TO NOTACRED-REC
                   MOVE '  NENHUM ITEM AUTORIZADO - SEM CREDITO (VER '
                                        TO NOTACRED-REC
                   WRITE NOTACRED-REC
                   MOVE '  EXCECOES DO LOTE NO DEVEXC)'
                                        TO NOTACRED-REC
                   WRITE NOTACRED-REC
               END-IF
           END-IF.
      *================================================================*
       0210-99-FIM.                    EXIT.
       0220-PROCESSAR-1-ITEM           SECTION.
      *================================================================*
           IF  WRK-PEDIDO-EXISTE
               PERFORM 0215-VALIDAR-AUTORIZACAO
           ELSE
               IF  WRK-PERIODO-FECHADO
                   MOVE 'PERIODO FECHADO NA FILIAL DO PEDIDO'
                                        TO WRK-MOTIVO-EXCECAO
               ELSE
                   MOVE 'PEDIDO NAO CADASTRADO'
                                        TO WRK-MOTIVO-EXCECAO
               END-IF
               PERFORM 0218-GRAVAR-EXCECAO
           END-IF.
           IF  WRK-PEDIDO-EXISTE AND NOT WRK-AUTDEV-VALIDA
               PERFORM 0610-LER-DEVOLUCAO
               GO TO 0220-99-FIM
           END-IF.
           IF  WRK-PEDIDO-EXISTE
               ADD 1                    TO WRK-QTD-ITENS-ACEITOS
               COMPUTE WRK-ITEM-TOTAL = DEVITEM-QTD * DEVITEM-PRECO
               ADD WRK-ITEM-TOTAL       TO WRK-TOTAL-DEVOLVIDO
               ADD WRK-ITEM-TOTAL       TO WRK-TOTAL-LOTE
                      INTO NOTACRED-REC
               END-STRING
               WRITE NOTACRED-REC
               IF  WRK-NFE-DEVOLVER
                   PERFORM 0282-ANOTAR-ITEM-DEVOLUCAO
               END-IF
               EVALUATE TRUE
                   WHEN DEVITEM-SUCATEAR
                       ADD DEVITEM-QTD  TO WRK-QTD-SUCATA
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE A AUTORIZACAO DE DEVOLUCAO DO ITEM (AUTDEV): TEM DE
      *    EXISTIR, ESTAR ABERTA, NAO VENCIDA E SER DO MESMO PEDIDO E
      *    PRODUTO. A QUANTIDADE ACIMA DO SALDO AUTORIZADO VAI PARA AS
      *    EXCECOES E SO O SALDO E ACEITO; O ACEITO E SOMADO AO
      *    RECEBIDO DA AUTORIZACAO, QUE FECHA AO COMPLETAR. O ITEM SEM
      *    DISPOSICAO ASSUME A ESPERADA NA AUTORIZACAO
      *================================================================*
       0215-VALIDAR-AUTORIZACAO        SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-AUTDEV-SW.
           IF  DEVITEM-AUTORIZACAO     EQUAL ZEROS
               MOVE 'SEM AUTORIZACAO DE DEVOLUCAO'
                                        TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               GO TO 0215-99-FIM
           END-IF.
           MOVE DEVITEM-AUTORIZACAO    TO AUTDEV-NUMERO.
           READ AUTDEV-FILE.
           IF  NOT WRK-AUTDEV-OK
               MOVE 'AUTORIZACAO NAO CADASTRADA'
                                        TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               GO TO 0215-99-FIM
           END-IF.
           IF  AUTDEV-PEDIDO           NOT EQUAL DEVITEM-PEDIDO
           OR  AUTDEV-PRODUTO          NOT EQUAL DEVITEM-PRODUTO
               MOVE 'AUTORIZACAO DE OUTRO PEDIDO OU PRODUTO'
                                        TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               GO TO 0215-99-FIM
           END-IF.
           IF  AUTDEV-CANCELADA
               MOVE 'AUTORIZACAO CANCELADA' TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               GO TO 0215-99-FIM
           END-IF.
           IF  AUTDEV-RECEBIDA
               MOVE 'AUTORIZACAO JA TOTALMENTE RECEBIDA'
                                        TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               GO TO 0215-99-FIM
           END-IF.
           IF  WRK-DATA-SYS            GREATER AUTDEV-DATA-VALIDADE
               MOVE 'AUTORIZACAO VENCIDA' TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               GO TO 0215-99-FIM
           END-IF.

           COMPUTE WRK-AUT-SALDO = AUTDEV-QTD-AUTORIZADA
                                 - AUTDEV-QTD-RECEBIDA.
           IF  DEVITEM-QTD             GREATER WRK-AUT-SALDO
               COMPUTE WRK-QTD-EXCEDENTE = DEVITEM-QTD - WRK-AUT-SALDO
               MOVE WRK-QTD-EXCEDENTE   TO DEVITEM-QTD
               MOVE 'QUANTIDADE ACIMA DO SALDO AUTORIZADO'
                                        TO WRK-MOTIVO-EXCECAO
               PERFORM 0218-GRAVAR-EXCECAO
               MOVE WRK-AUT-SALDO       TO DEVITEM-QTD
           END-IF.
           IF  DEVITEM-DISPOSICAO      EQUAL SPACES
               MOVE AUTDEV-DISPOSICAO   TO DEVITEM-DISPOSICAO
           END-IF.

           ADD DEVITEM-QTD             TO AUTDEV-QTD-RECEBIDA.
           MOVE WRK-DATA-SYS           TO AUTDEV-DATA-ULT-RECEB.
           IF  AUTDEV-QTD-RECEBIDA     NOT LESS AUTDEV-QTD-AUTORIZADA
               SET AUTDEV-RECEBIDA      TO TRUE
           END-IF.
           MOVE 'PROGCOB29'            TO AUTDEV-OPERADOR-ALT.
           MOVE WRK-DATA-SYS           TO AUTDEV-DATA-ALT.
           REWRITE AUTDEV-REC.
           SET WRK-AUTDEV-VALIDA       TO TRUE.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO RELATORIO DE EXCECOES O ITEM DEVOLVIDO RECUSADO
      *    (OU A PARTE RECUSADA DELE) COM O MOTIVO
      *================================================================*
       0218-GRAVAR-EXCECAO             SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-EXCECOES.
           MOVE SPACES                 TO DEVEXC-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  DEVITEM-PEDIDO       DELIMITED BY SIZE
                  ' PRODUTO '          DELIMITED BY SIZE
                  DEVITEM-PRODUTO      DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  DEVITEM-QTD          DELIMITED BY SIZE
                  ' AUTORIZACAO '      DELIMITED BY SIZE
                  DEVITEM-AUTORIZACAO  DELIMITED BY SIZE
                  ' RECUSADO: '        DELIMITED BY SIZE
                  WRK-MOTIVO-EXCECAO   DELIMITED BY SIZE
                  INTO DEVEXC-REC
           END-STRING.
           WRITE DEVEXC-REC.
      *================================================================*
       0218-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA A NOTA DE CREDITO DO PEDIDO E ESTORNA O VALOR
      *    DEVOLVIDO DO HISTORICO DIARIO DE VENDAS NA DATA ORIGINAL

           PERFORM 0260-GRAVAR-TRILHA-CREDITO.
           PERFORM 0270-SOMAR-SALDO-CREDITO.
           IF  PEDIDO-LIBERADO
               PERFORM 0290-ESTORNAR-PIS-COFINS
           END-IF.
           IF  WRK-NFE-DEVOLVER AND WRK-NFD-COUNT GREATER ZEROS
               PERFORM 0285-EMITIR-NFE-DEVOLUCAO
           END-IF.

           MOVE WRK-DATA-PEDIDO        TO SALESHIS-DATA.
           MOVE WRK-FILIAL-PEDIDO      TO SALESHIS-FILIAL.
           READ SALESHIS-FILE.
           IF  WRK-SALESHIS-OK
               IF  WRK-TOTAL-DEVOLVIDO GREATER SALESHIS-TOTAL
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA NO MOVIMENTO DE PIS E COFINS A DEDUCAO DA VENDA
      *    DEVOLVIDA, PROPORCIONAL AO VALOR DEVOLVIDO SOBRE O
      *    SUBTOTAL DO PEDIDO E LIMITADA AO IMPOSTO DA VENDA
      *================================================================*
       0290-ESTORNAR-PIS-COFINS        SECTION.
      *================================================================*
           IF  PEDIDO-SUBTOTAL         EQUAL ZEROS
               GO TO 0290-99-FIM
           END-IF.
           MOVE WRK-TOTAL-DEVOLVIDO    TO WRK-BASE-DEVOLVIDA.
           IF  WRK-BASE-DEVOLVIDA      GREATER PEDIDO-SUBTOTAL
               MOVE PEDIDO-SUBTOTAL     TO WRK-BASE-DEVOLVIDA
           END-IF.
           MOVE WRK-DATA-SYS           TO PISMOV-DATA.
           SET PISMOV-DEVOLUCAO        TO TRUE.
           MOVE WRK-PEDIDO-ATUAL       TO PISMOV-PEDIDO.
           MOVE WRK-BASE-DEVOLVIDA     TO PISMOV-BASE.
           COMPUTE PISMOV-PIS ROUNDED = PEDIDO-PIS *
                   WRK-BASE-DEVOLVIDA / PEDIDO-SUBTOTAL.
           COMPUTE PISMOV-COFINS ROUNDED = PEDIDO-COFINS *
                   WRK-BASE-DEVOLVIDA / PEDIDO-SUBTOTAL.
           MOVE 'PROGCOB29'            TO PISMOV-PROGRAMA.
           WRITE PISMOV-REC.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE SE O PEDIDO TEM NOTA FISCAL ELETRONICA AUTORIZADA
      *    (NFECTL) CONTRA A QUAL EMITIR A NOTA DE DEVOLUCAO; SEM
      *    ELA A NOTA DE CREDITO SAI SO IMPRESSA, COM O AVISO
      *================================================================*
       0280-CHECAR-NFE-ORIGEM          SECTION.
      *================================================================*
           IF  NOT WRK-NFECTL-ABERTO
               GO TO 0280-99-FIM
           END-IF.
           MOVE WRK-PEDIDO-ATUAL       TO NFECTL-PEDIDO.
           READ NFECTL-FILE.
           IF  WRK-NFECTL-OK AND NFECTL-AUTORIZADA
               SET WRK-NFE-DEVOLVER     TO TRUE
               GO TO 0280-99-FIM
           END-IF.
           IF  WRK-NFECTL-OK
               MOVE SPACES              TO NOTACRED-REC
               STRING '  NF-E '         DELIMITED BY SIZE
                      NFECTL-NUMERO     DELIMITED BY SIZE
                      ' DO PEDIDO NAO AUTORIZADA - NOTA DE '
                                        DELIMITED BY SIZE
                      'DEVOLUCAO NAO EMITIDA' DELIMITED BY SIZE
                      INTO NOTACRED-REC
               END-STRING
               WRITE NOTACRED-REC
           END-IF.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O ITEM DEVOLVIDO PARA A NOTA DE DEVOLUCAO
      *================================================================*
       0282-ANOTAR-ITEM-DEVOLUCAO      SECTION.
      *================================================================*
           IF  WRK-NFD-COUNT           NOT LESS 50
               MOVE SPACES              TO NOTACRED-REC
               STRING '  ITEM ACIMA DO LIMITE DE 50 DA NOTA DE '
                                        DELIMITED BY SIZE
                      'DEVOLUCAO: '     DELIMITED BY SIZE
                      DEVITEM-PRODUTO   DELIMITED BY SIZE
                      INTO NOTACRED-REC
               END-STRING
               WRITE NOTACRED-REC
               GO TO 0282-99-FIM
           END-IF.
           ADD 1                       TO WRK-NFD-COUNT.
           SET WRK-NFD-IDX             TO WRK-NFD-COUNT.
           MOVE DEVITEM-PRODUTO        TO WRK-NFD-PRODUTO(WRK-NFD-IDX).
           MOVE DEVITEM-QTD            TO WRK-NFD-QTD(WRK-NFD-IDX).
           MOVE DEVITEM-PRECO          TO WRK-NFD-PRECO(WRK-NFD-IDX).
           MOVE WRK-ITEM-TOTAL         TO WRK-NFD-TOTAL(WRK-NFD-IDX).
      *================================================================*
       0282-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPORTA A NOTA FISCAL ELETRONICA DE DEVOLUCAO: CABECALHO
      *    (D) COM A REFERENCIA A NOTA ORIGINAL DO PEDIDO E O ICMS
      *    DEVOLVIDO PELA ALIQUOTA DELA, SEGUIDO DAS LINHAS DOS
      *    ITENS; A NOTA FICA NO NFECTL AGUARDANDO O RETORNO
      *================================================================*
       0285-EMITIR-NFE-DEVOLUCAO       SECTION.
      *================================================================*
           PERFORM 0287-OBTER-NUMERO-NFE.
           COMPUTE WRK-NFE-ICMS ROUNDED = WRK-TOTAL-DEVOLVIDO *
                   NFECTL-ALIQUOTA.

           MOVE SPACES                 TO NFEEXP-REC.
           SET NFEEXP-DEVOLUCAO        TO TRUE.
           MOVE WRK-NFE-SERIE          TO NFEEXP-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFEEXP-NUMERO.
           MOVE WRK-PEDIDO-ATUAL       TO NFEEXP-PEDIDO.
           MOVE WRK-DATA-SYS           TO NFEEXP-DATA.
           MOVE NFECTL-SERIE           TO NFEEXP-DEV-SERIE-ORIG.
           MOVE NFECTL-NUMERO          TO NFEEXP-DEV-NUMERO-ORIG.
           MOVE NFECTL-PROTOCOLO       TO NFEEXP-DEV-PROTOCOLO.
           MOVE NFECTL-CPF             TO NFEEXP-DEV-CPF.
           MOVE WRK-NFD-COUNT          TO NFEEXP-DEV-QTD-ITENS.
           MOVE WRK-TOTAL-DEVOLVIDO    TO NFEEXP-DEV-VALOR.
           MOVE NFECTL-ALIQUOTA        TO NFEEXP-DEV-ALIQUOTA.
           MOVE WRK-NFE-ICMS           TO NFEEXP-DEV-ICMS.
           WRITE NFEEXP-REC.

           PERFORM 0288-EXPORTAR-1-ITEM-DEVOL
               VARYING WRK-NFD-IDX FROM 1 BY 1
               UNTIL WRK-NFD-IDX       GREATER WRK-NFD-COUNT.

           ADD 1                       TO NFECTL-QTD-DEVOLUCOES.
           MOVE WRK-NFE-NUMERO         TO NFECTL-DEV-NUMERO.
           SET NFECTL-DEV-ENVIADA      TO TRUE.
           MOVE SPACES                 TO NFECTL-DEV-PROTOCOLO.
           REWRITE NFECTL-REC.
           ADD 1                       TO WRK-QTD-NFE-DEVOLUCAO.

           MOVE SPACES                 TO NOTACRED-REC.
           STRING '  NF-E DE DEVOLUCAO '
                                       DELIMITED BY SIZE
                  WRK-NFE-NUMERO       DELIMITED BY SIZE
                  ' REF. NF-E '        DELIMITED BY SIZE
                  NFECTL-NUMERO        DELIMITED BY SIZE
                  ' EXPORTADA PARA AUTORIZACAO'
                                       DELIMITED BY SIZE
                  INTO NOTACRED-REC
           END-STRING.
           WRITE NOTACRED-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM O PROXIMO NUMERO DE NOTA DO CONTADOR NFESEQ DA
      *    FILIAL DO PEDIDO, COMPARTILHADO COM AS NOTAS DE VENDA
      *    (PROGCOB18/PROGCOB63); SEM CONTADOR, A SERIE VEM DO
      *    CADASTRO FILIAL
      *================================================================*
       0287-OBTER-NUMERO-NFE           SECTION.
      *================================================================*
           MOVE 'NFESEQ'               TO WRK-ARQ-NFESEQ.
           IF  WRK-FILIAL-PEDIDO       NOT EQUAL '01'
               MOVE SPACES              TO WRK-ARQ-NFESEQ
               STRING 'NFESEQ'          DELIMITED BY SIZE
                      WRK-FILIAL-PEDIDO DELIMITED BY SIZE
                      INTO WRK-ARQ-NFESEQ
               END-STRING
           END-IF.
           MOVE 1                      TO WRK-NFE-SERIE.
           OPEN INPUT FILIAL-FILE.
           IF  WRK-FILIAL-OK
               MOVE WRK-FILIAL-PEDIDO   TO FILIAL-CODIGO
               READ FILIAL-FILE
               IF  WRK-FILIAL-OK
               AND FILIAL-SERIE-NFE     GREATER ZEROS
                   MOVE FILIAL-SERIE-NFE TO WRK-NFE-SERIE
               END-IF
               CLOSE FILIAL-FILE
           END-IF.
           MOVE ZEROS                  TO WRK-NFE-NUMERO.
           OPEN INPUT NFESEQ-FILE.
           IF  WRK-NFESEQ-OK
               READ NFESEQ-FILE
                   NOT AT END
                       MOVE NFESEQ-SERIE  TO WRK-NFE-SERIE
                       MOVE NFESEQ-NUMERO TO WRK-NFE-NUMERO
               END-READ
               CLOSE NFESEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NFE-NUMERO.
           MOVE WRK-NFE-SERIE          TO NFESEQ-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFESEQ-NUMERO.
           OPEN OUTPUT NFESEQ-FILE.
           WRITE NFESEQ-REC.
           CLOSE NFESEQ-FILE.
      *================================================================*
       0287-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPORTA UMA LINHA DA NOTA DE DEVOLUCAO
      *================================================================*
       0288-EXPORTAR-1-ITEM-DEVOL      SECTION.
      *================================================================*
           MOVE SPACES                 TO NFEEXP-REC.
           SET NFEEXP-ITEM             TO TRUE.
           MOVE WRK-NFE-SERIE          TO NFEEXP-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFEEXP-NUMERO.
           MOVE WRK-PEDIDO-ATUAL       TO NFEEXP-PEDIDO.
           MOVE WRK-DATA-SYS           TO NFEEXP-DATA.
           SET NFEEXP-ITEM-LINHA       TO WRK-NFD-IDX.
           MOVE WRK-NFD-PRODUTO(WRK-NFD-IDX) TO NFEEXP-ITEM-PRODUTO.
           MOVE WRK-NFD-QTD(WRK-NFD-IDX)     TO NFEEXP-ITEM-QTD.
           MOVE WRK-NFD-PRECO(WRK-NFD-IDX)   TO NFEEXP-ITEM-PRECO.
           MOVE WRK-NFD-TOTAL(WRK-NFD-IDX)   TO NFEEXP-ITEM-TOTAL.
           MOVE NFECTL-ALIQUOTA        TO NFEEXP-ITEM-ALIQUOTA.
           COMPUTE NFEEXP-ITEM-ICMS ROUNDED =
                   WRK-NFD-TOTAL(WRK-NFD-IDX) * NFECTL-ALIQUOTA.
           WRITE NFEEXP-REC.
      *================================================================*
       0288-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A NOTA DE CREDITO FECHADA NA TRILHA DE NOTAS DE
      *    CREDITO, COM O CPF DO CLIENTE DO PEDIDO

      *================================================================*
      *    CHECA NO PERFECHA SE O PERIODO ALVO ESTA FECHADO OU
      *    REFECHADO NA FILIAL DO PEDIDO DEVOLVIDO; PERIODO REABERTO
      *    OU SEM REGISTRO ESTA LIVRE
      *================================================================*
       0080-CHECAR-PERIODO-FECHADO     SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-PERIODO-TRAVA.
           IF  WRK-PERFECHA-INEXISTENTE
               GO TO 0080-99-FIM
           END-IF.
           MOVE WRK-PERIODO-ALVO       TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-PEDIDO      TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
               SET WRK-PERIODO-FECHADO  TO TRUE
               PERFORM 0085-LOGAR-TENTATIVA-FECHADO
           END-IF.
      *================================================================*
       0080-99-FIM.                    EXIT.
      *================================================================*
           MOVE SPACES                 TO VALIDLOG-CAMPOS.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO-ALVO     DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-FILIAL-PEDIDO    DELIMITED BY SIZE
                  ' FECHADO - DEVOLUCAO DO PEDIDO ' DELIMITED BY SIZE
                  WRK-PEDIDO-ATUAL     DELIMITED BY SIZE
                  ' RECUSADA'          DELIMITED BY SIZE
                  INTO VALIDLOG-CAMPOS
           END-STRING.
           SET VALIDLOG-ABERTA         TO TRUE.
           MOVE DEVITEM-QTD            TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
           ELSE
               MOVE DEVITEM-PRODUTO     TO ESTLOC-PRODUTO
               MOVE 'QQ'                TO ESTLOC-LOCAL
               MOVE '01'                TO ESTLOC-FILIAL
               MOVE DEVITEM-QTD         TO ESTLOC-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOC-DATA-ULT-MOVTO
               WRITE ESTLOC-REC
           MOVE DEVITEM-QTD            TO MOVEST-QTD.
           MOVE ESTLOC-SALDO           TO MOVEST-SALDO-APOS.
           MOVE 'QQ'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
           WRITE DISPOREL-REC.
           CLOSE DISPOREL-FILE.

           MOVE SPACES                 TO DEVEXC-REC.
           STRING 'ITENS RECUSADOS='   DELIMITED BY SIZE
                  WRK-QTD-EXCECOES     DELIMITED BY SIZE
                  INTO DEVEXC-REC
           END-STRING.
           WRITE DEVEXC-REC.
           CLOSE DEVEXC-FILE.
           CLOSE AUTDEV-FILE.

           CLOSE DEVITEM-FILE.
           CLOSE ESTLOC-FILE.
           CLOSE CREDSAL-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE SALESHIS-FILE.
           CLOSE PERFECHA-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE NOTACRED-FILE.
           CLOSE PISMOV-FILE.
           IF  WRK-NFECTL-ABERTO
               CLOSE NFECTL-FILE
               CLOSE NFEEXP-FILE
           END-IF.
           DISPLAY 'DEVOLUCOES PROCESSADAS: ' WRK-QTD-DEVOLUCOES.
           DISPLAY 'NOTAS DE DEVOLUCAO EXPORTADAS: '
                   WRK-QTD-NFE-DEVOLUCAO.
           DISPLAY 'ITENS RECUSADOS (DEVEXC): ' WRK-QTD-EXCECOES.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
