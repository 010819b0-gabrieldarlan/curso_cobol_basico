       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDVFOR.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: DEVOLUCAO AO FORNECEDOR DA MERCADORIA DEFEITUOSA
      * EM QUARENTENA. O OPERADOR DIGITA OS PRODUTOS E QUANTIDADES
      * A RETIRAR DO LOCAL QQ DO ESTLOC (PARA ONDE O PROGCOB29 MANDA
      * AS DEVOLUCOES DE CLIENTE A INSPECIONAR); CADA PRODUTO E
      * RASTREADO ATE O FORNECEDOR (FORNMAS) PELO PEDIDO DE COMPRA
      * RECEBIDO MAIS RECENTE DO PRODUTO NO PEDCOMP, CUJO CUSTO
      * UNITARIO VALORIZA A DEVOLUCAO. SAI UMA NOTA DE DEVOLUCAO POR
      * FORNECEDOR (DEVFORN) PARA A TRANSPORTADORA, A BAIXA DA
      * QUARENTENA COM SAIDA NA TRILHA MOVEST, A NOTA DE DEBITO NO
      * SALDO DO FORNECEDOR (FORNDEB, ABATIDO DOS TITULOS A PAGAR
      * PELO PROGCOB77) E O LANCAMENTO CONTABIL (DEBITO DE
      * FORNPAGAR E CREDITO DE ESTOQMERC). A QUARENTENA TERMINA COM
      * A MERCADORIA DE VOLTA A PRATELEIRA (PROGCOB74) OU COM O
      * DINHEIRO DE VOLTA DO FORNECEDOR, E NAO EM PERDA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - MOVIMENTOS GRAVADOS NA TRILHA MOVEST SEM LOTE
      *              (LOTE EM BRANCO E VALIDADE ZERADA)
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ESTLOC-FILE           ASSIGN TO "ESTLOC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOC-CHAVE
               FILE STATUS            IS WRK-ESTLOC-STATUS.
           SELECT PEDCOMP-FILE          ASSIGN TO "PEDCOMP"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDCOMP-CHAVE
               FILE STATUS            IS WRK-PEDCOMP-STATUS.
           SELECT FORNMAS-FILE          ASSIGN TO "FORNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNMAS-CNPJ
               FILE STATUS            IS WRK-FORNMAS-STATUS.
           SELECT FORNDEB-FILE          ASSIGN TO "FORNDEB"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNDEB-CNPJ
               FILE STATUS            IS WRK-FORNDEB-STATUS.
           SELECT MOVEST-FILE           ASSIGN TO "MOVEST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVEST-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT DEVFORN-FILE          ASSIGN TO "DEVFORN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DEVFORN-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQDV"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTLOC-FILE.
           COPY 'ESTLOC.COB'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCOMP.COB'.
       FD  FORNMAS-FILE.
           COPY 'FORNMAS.COB'.
       FD  FORNDEB-FILE.
           COPY 'FORNDEB.COB'.
       FD  MOVEST-FILE.
           COPY 'MOVEST.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  DEVFORN-FILE.
           COPY 'DEVFORN.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-ESTLOC-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOC-OK                           VALUE '00'.
           88  WRK-ESTLOC-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDCOMP-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDCOMP-OK                          VALUE '00'.
       77  WRK-FORNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FORNMAS-OK                          VALUE '00'.
       77  WRK-FORNDEB-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FORNDEB-OK                          VALUE '00'.
           88  WRK-FORNDEB-INEXISTENTE                 VALUE '35'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-DEVFORN-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-LOCAL-QUARENTENA        PIC X(002)      VALUE 'QQ'.
      *
      *    CONTAS E CENTRO DE CUSTO DA NOTA DE DEBITO
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'LOGI'.
       77  WRK-CONTA-FORNPAGAR         PIC X(010)
                                        VALUE 'FORNPAGAR'.
       77  WRK-CONTA-ESTOQMERC         PIC X(010)
                                        VALUE 'ESTOQMERC'.
      *
      *    ITENS A DEVOLVER, JA RASTREADOS ATE O FORNECEDOR; A NOTA
      *    DE CADA ITEM FICA ZERADA ATE O ITEM SAIR EM UMA NOTA
      *
       01  WRK-ITEM-TAB.
           05  WRK-ITEM-ENTRY          OCCURS 50 TIMES.
               10  WRK-ITEM-PRODUTO    PIC X(006).
               10  WRK-ITEM-QTD        PIC 9(005).
               10  WRK-ITEM-CNPJ       PIC X(014).
               10  WRK-ITEM-PEDCOMP    PIC 9(006).
               10  WRK-ITEM-CUSTO      PIC 9(007)V99.
               10  WRK-ITEM-VALOR      PIC 9(009)V99.
               10  WRK-ITEM-NOTA       PIC 9(006).
       77  WRK-ITEM-COUNT              PIC 9(002)      VALUE ZEROS.
       77  WRK-ITEM-IDX                PIC 9(002)      VALUE ZEROS.
       77  WRK-ITEM-IDX2               PIC 9(002)      VALUE ZEROS.
       77  WRK-FIM-DIGITACAO           PIC X(001)      VALUE 'N'.
           88  WRK-DIGITACAO-ENCERRADA                 VALUE 'S'.
       77  WRK-PRODUTO                 PIC X(006)      VALUE SPACES.
       77  WRK-QTD                     PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-JA-DIGITADA         PIC 9(007)      VALUE ZEROS.
       77  WRK-SALDO-QQ                PIC 9(007)      VALUE ZEROS.
      *
      *    RASTREIO DO FORNECEDOR: PEDIDO DE COMPRA RECEBIDO MAIS
      *    RECENTE DO PRODUTO
      *
       77  WRK-FIM-PEDCOMP             PIC X(001)      VALUE 'N'.
           88  WRK-PEDCOMP-ENCERRADO                   VALUE 'S'.
       77  WRK-ACHOU-ORIGEM            PIC X(001)      VALUE 'N'.
           88  WRK-ORIGEM-ENCONTRADA                   VALUE 'S'.
       77  WRK-ORIG-DATA               PIC 9(008)      VALUE ZEROS.
       77  WRK-ORIG-CNPJ               PIC X(014)      VALUE SPACES.
       77  WRK-ORIG-PEDCOMP            PIC 9(006)      VALUE ZEROS.
       77  WRK-ORIG-CUSTO              PIC 9(007)V99   VALUE ZEROS.
      *
      *    NOTA DE DEVOLUCAO EM EMISSAO
      *
       77  WRK-NOTA-NUM                PIC 9(006)      VALUE ZEROS.
       77  WRK-NOTA-CNPJ               PIC X(014)      VALUE SPACES.
       77  WRK-NOTA-TOTAL              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-NOTAS               PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-CUSTO-ED                PIC Z.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE O OPERADOR E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           DISPLAY 'DEVOLUCAO AO FORNECEDOR DA MERCADORIA EM '
                   'QUARENTENA'.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.

           OPEN I-O ESTLOC-FILE.
           IF  WRK-ESTLOC-INEXISTENTE
               CLOSE ESTLOC-FILE
               OPEN OUTPUT ESTLOC-FILE
               CLOSE ESTLOC-FILE
               OPEN I-O ESTLOC-FILE
           END-IF.
           OPEN INPUT PEDCOMP-FILE.
           OPEN INPUT FORNMAS-FILE.
           OPEN I-O FORNDEB-FILE.
           IF  WRK-FORNDEB-INEXISTENTE
               CLOSE FORNDEB-FILE
               OPEN OUTPUT FORNDEB-FILE
               CLOSE FORNDEB-FILE
               OPEN I-O FORNDEB-FILE
           END-IF.
           OPEN OUTPUT DEVFORN-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIGITA OS ITENS A DEVOLVER E EMITE UMA NOTA POR FORNECEDOR
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-ITEM-COUNT.
           PERFORM 0210-DIGITAR-1-ITEM
               UNTIL WRK-DIGITACAO-ENCERRADA.
           IF  WRK-ITEM-COUNT          EQUAL ZEROS
               DISPLAY 'NENHUM ITEM A DEVOLVER'
               GO TO 0200-99-FIM
           END-IF.

           PERFORM 0400-EMITIR-NOTA-PENDENTE
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIGITA UM PRODUTO E A QUANTIDADE A RETIRAR DA QUARENTENA,
      *    CONFERE O SALDO DO LOCAL QQ E RASTREIA O FORNECEDOR
      *================================================================*
       0210-DIGITAR-1-ITEM             SECTION.
      *================================================================*
           DISPLAY 'PRODUTO A DEVOLVER (BRANCOS ENCERRA):'.
           MOVE SPACES                 TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO.
           IF  WRK-PRODUTO             EQUAL SPACES
               SET WRK-DIGITACAO-ENCERRADA TO TRUE
               GO TO 0210-99-FIM
           END-IF.
           IF  WRK-ITEM-COUNT          NOT LESS 50
               DISPLAY 'LIMITE DE 50 ITENS POR DEVOLUCAO ATINGIDO'
               SET WRK-DIGITACAO-ENCERRADA TO TRUE
               GO TO 0210-99-FIM
           END-IF.
           DISPLAY 'QUANTIDADE:'.
           MOVE ZEROS                  TO WRK-QTD.
           ACCEPT WRK-QTD.
           IF  WRK-QTD                 EQUAL ZEROS
               DISPLAY 'QUANTIDADE ZERADA - ITEM IGNORADO'
               GO TO 0210-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-SALDO-QQ.
           MOVE WRK-PRODUTO            TO ESTLOC-PRODUTO.
           MOVE WRK-LOCAL-QUARENTENA   TO ESTLOC-LOCAL.
           READ ESTLOC-FILE.
           IF  WRK-ESTLOC-OK
               MOVE ESTLOC-SALDO        TO WRK-SALDO-QQ
           END-IF.
           MOVE ZEROS                  TO WRK-QTD-JA-DIGITADA.
           PERFORM 0215-SOMAR-JA-DIGITADO
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           IF  WRK-QTD + WRK-QTD-JA-DIGITADA GREATER WRK-SALDO-QQ
               DISPLAY 'SALDO INSUFICIENTE NA QUARENTENA (SALDO='
                       WRK-SALDO-QQ ') - ITEM RECUSADO'
               GO TO 0210-99-FIM
           END-IF.

           PERFORM 0220-RASTREAR-FORNECEDOR.
           IF  NOT WRK-ORIGEM-ENCONTRADA
               DISPLAY 'PRODUTO SEM PEDIDO DE COMPRA RECEBIDO - NAO '
                       'HA A QUEM DEVOLVER, FICA NA QUARENTENA'
               GO TO 0210-99-FIM
           END-IF.
           MOVE WRK-ORIG-CNPJ          TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           IF  NOT WRK-FORNMAS-OK
               DISPLAY 'FORNECEDOR ' WRK-ORIG-CNPJ ' NAO CADASTRADO '
                       'NO FORNMAS - ITEM RECUSADO'
               GO TO 0210-99-FIM
           END-IF.

           ADD 1                       TO WRK-ITEM-COUNT.
           MOVE WRK-PRODUTO            TO
                                   WRK-ITEM-PRODUTO(WRK-ITEM-COUNT).
           MOVE WRK-QTD                TO WRK-ITEM-QTD(WRK-ITEM-COUNT).
           MOVE WRK-ORIG-CNPJ          TO WRK-ITEM-CNPJ(WRK-ITEM-COUNT).
           MOVE WRK-ORIG-PEDCOMP       TO
                                   WRK-ITEM-PEDCOMP(WRK-ITEM-COUNT).
           MOVE WRK-ORIG-CUSTO         TO
                                   WRK-ITEM-CUSTO(WRK-ITEM-COUNT).
           COMPUTE WRK-ITEM-VALOR(WRK-ITEM-COUNT) ROUNDED =
                   WRK-QTD * WRK-ORIG-CUSTO.
           MOVE ZEROS                  TO WRK-ITEM-NOTA(WRK-ITEM-COUNT).
           DISPLAY 'DEVOLVER A ' FORNMAS-NOME ' (PEDIDO DE COMPRA '
                   WRK-ORIG-PEDCOMP ')'.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O QUE JA FOI DIGITADO DO MESMO PRODUTO NESTA DEVOLUCAO
      *================================================================*
       0215-SOMAR-JA-DIGITADO          SECTION.
      *================================================================*
           IF  WRK-ITEM-PRODUTO(WRK-ITEM-IDX) EQUAL WRK-PRODUTO
               ADD WRK-ITEM-QTD(WRK-ITEM-IDX) TO WRK-QTD-JA-DIGITADA
           END-IF.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RASTREIA O FORNECEDOR DO PRODUTO: PERCORRE O PEDCOMP E
      *    FICA COM A LINHA RECEBIDA DE EMISSAO MAIS RECENTE
      *================================================================*
       0220-RASTREAR-FORNECEDOR        SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-ACHOU-ORIGEM.
           MOVE 'N'                    TO WRK-FIM-PEDCOMP.
           MOVE ZEROS                  TO WRK-ORIG-DATA.
           MOVE LOW-VALUES             TO PEDCOMP-CHAVE.
           START PEDCOMP-FILE KEY NOT LESS PEDCOMP-CHAVE
               INVALID KEY
                   SET WRK-PEDCOMP-ENCERRADO TO TRUE
           END-START.
           PERFORM 0225-EXAMINAR-1-PEDCOMP
               UNTIL WRK-PEDCOMP-ENCERRADO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA UMA LINHA DE PEDIDO DE COMPRA
      *================================================================*
       0225-EXAMINAR-1-PEDCOMP         SECTION.
      *================================================================*
           READ PEDCOMP-FILE NEXT RECORD
               AT END
                   SET WRK-PEDCOMP-ENCERRADO TO TRUE
                   GO TO 0225-99-FIM
           END-READ.
           IF  PEDCOMP-PRODUTO         EQUAL WRK-PRODUTO
           AND PEDCOMP-QTD-RECEBIDA    GREATER ZEROS
           AND PEDCOMP-DATA-EMISSAO    NOT LESS WRK-ORIG-DATA
               SET WRK-ORIGEM-ENCONTRADA TO TRUE
               MOVE PEDCOMP-DATA-EMISSAO TO WRK-ORIG-DATA
               MOVE PEDCOMP-CNPJ        TO WRK-ORIG-CNPJ
               MOVE PEDCOMP-NUMERO      TO WRK-ORIG-PEDCOMP
               MOVE PEDCOMP-CUSTO-UNIT  TO WRK-ORIG-CUSTO
           END-IF.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SE O ITEM AINDA NAO SAIU EM NOTA, EMITE A NOTA DO SEU
      *    FORNECEDOR COM TODOS OS ITENS DELE
      *================================================================*
       0400-EMITIR-NOTA-PENDENTE       SECTION.
      *================================================================*
           IF  WRK-ITEM-NOTA(WRK-ITEM-IDX) NOT EQUAL ZEROS
               GO TO 0400-99-FIM
           END-IF.

           PERFORM 0410-OBTER-NUMERO-NOTA.
           MOVE WRK-ITEM-CNPJ(WRK-ITEM-IDX) TO WRK-NOTA-CNPJ.
           MOVE ZEROS                  TO WRK-NOTA-TOTAL.
           MOVE WRK-NOTA-CNPJ          TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           IF  NOT WRK-FORNMAS-OK
               MOVE SPACES              TO FORNMAS-NOME
           END-IF.

           MOVE SPACES                 TO DEVFORN-REC.
           STRING 'NOTA DE DEVOLUCAO AO FORNECEDOR NO. '
                                       DELIMITED BY SIZE
                  WRK-NOTA-NUM         DELIMITED BY SIZE
                  ' - DATA '           DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO DEVFORN-REC
           END-STRING.
           WRITE DEVFORN-REC.
           MOVE SPACES                 TO DEVFORN-REC.
           STRING 'FORNECEDOR: '       DELIMITED BY SIZE
                  WRK-NOTA-CNPJ        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FORNMAS-NOME         DELIMITED BY SIZE
                  ' CONTATO: '         DELIMITED BY SIZE
                  FORNMAS-CONTATO      DELIMITED BY SIZE
                  INTO DEVFORN-REC
           END-STRING.
           WRITE DEVFORN-REC.
           MOVE SPACES                 TO DEVFORN-REC.
           STRING 'PRODUTO  QUANTIDADE  PED.COMPRA   CUSTO UNIT.'
                                       DELIMITED BY SIZE
                  '           VALOR'   DELIMITED BY SIZE
                  INTO DEVFORN-REC
           END-STRING.
           WRITE DEVFORN-REC.

           PERFORM 0420-BAIXAR-1-ITEM
               VARYING WRK-ITEM-IDX2 FROM WRK-ITEM-IDX BY 1
               UNTIL WRK-ITEM-IDX2     GREATER WRK-ITEM-COUNT.

           MOVE WRK-NOTA-TOTAL         TO WRK-VALOR-ED.
           MOVE SPACES                 TO DEVFORN-REC.
           STRING 'VALOR DA NOTA DE DEBITO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO DEVFORN-REC
           END-STRING.
           WRITE DEVFORN-REC.
           MOVE SPACES                 TO DEVFORN-REC.
           STRING 'TRANSPORTADORA: ______________________________'
                                       DELIMITED BY SIZE
                  '  RECEBIDO EM: ____/____/________'
                                       DELIMITED BY SIZE
                  INTO DEVFORN-REC
           END-STRING.
           WRITE DEVFORN-REC.
           MOVE SPACES                 TO DEVFORN-REC.
           WRITE DEVFORN-REC.

           PERFORM 0430-LANCAR-NOTA-DEBITO.
           PERFORM 0440-CONTABILIZAR-DEVOLUCAO.
           ADD 1                       TO WRK-QTD-NOTAS.
           ADD WRK-NOTA-TOTAL          TO WRK-TOTAL-DEBITOS.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'DEVOL '             DELIMITED BY SIZE
                  WRK-NOTA-NUM         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOTA-CNPJ        DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM E AVANCA O NUMERO DA NOTA NO CONTADOR PERSISTENTE
      *================================================================*
       0410-OBTER-NUMERO-NOTA          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-NOTA-NUM.
           OPEN INPUT BATSEQ-FILE.
           IF  WRK-BATSEQ-OK
               READ BATSEQ-FILE
                   NOT AT END
                       MOVE BATSEQ-NUM  TO WRK-NOTA-NUM
               END-READ
               CLOSE BATSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NOTA-NUM.
           MOVE WRK-NOTA-NUM           TO BATSEQ-NUM.
           OPEN OUTPUT BATSEQ-FILE.
           WRITE BATSEQ-REC.
           CLOSE BATSEQ-FILE.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA DA QUARENTENA UM ITEM DO FORNECEDOR DA NOTA, COM A
      *    SAIDA NA TRILHA, E IMPRIME A LINHA NA NOTA
      *================================================================*
       0420-BAIXAR-1-ITEM              SECTION.
      *================================================================*
           IF  WRK-ITEM-CNPJ(WRK-ITEM-IDX2) NOT EQUAL WRK-NOTA-CNPJ
           OR  WRK-ITEM-NOTA(WRK-ITEM-IDX2) NOT EQUAL ZEROS
               GO TO 0420-99-FIM
           END-IF.

           MOVE WRK-ITEM-PRODUTO(WRK-ITEM-IDX2) TO ESTLOC-PRODUTO.
           MOVE WRK-LOCAL-QUARENTENA   TO ESTLOC-LOCAL.
           READ ESTLOC-FILE.
           IF  NOT WRK-ESTLOC-OK
           OR  ESTLOC-SALDO            LESS WRK-ITEM-QTD(WRK-ITEM-IDX2)
               DISPLAY 'SALDO DA QUARENTENA MUDOU - PRODUTO '
                       WRK-ITEM-PRODUTO(WRK-ITEM-IDX2) ' NAO DEVOLVIDO'
               MOVE 999999              TO WRK-ITEM-NOTA(WRK-ITEM-IDX2)
               GO TO 0420-99-FIM
           END-IF.
           SUBTRACT WRK-ITEM-QTD(WRK-ITEM-IDX2) FROM ESTLOC-SALDO.
           MOVE WRK-DATA-SYS           TO ESTLOC-DATA-ULT-MOVTO.
           REWRITE ESTLOC-REC.

           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND MOVEST-FILE.
           IF  WRK-MOVEST-STATUS       EQUAL '35'
               OPEN OUTPUT MOVEST-FILE
               CLOSE MOVEST-FILE
               OPEN EXTEND MOVEST-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO MOVEST-DATA.
           MOVE WRK-HORA-SYS           TO MOVEST-HORA.
           MOVE 'PROGDVFOR'            TO MOVEST-PROGRAMA.
           SET MOVEST-SAIDA            TO TRUE.
           MOVE WRK-ITEM-PRODUTO(WRK-ITEM-IDX2) TO MOVEST-PRODUTO.
           MOVE WRK-ITEM-QTD(WRK-ITEM-IDX2)     TO MOVEST-QTD.
           MOVE ESTLOC-SALDO           TO MOVEST-SALDO-APOS.
           MOVE WRK-LOCAL-QUARENTENA   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.

           MOVE WRK-NOTA-NUM           TO WRK-ITEM-NOTA(WRK-ITEM-IDX2).
           ADD WRK-ITEM-VALOR(WRK-ITEM-IDX2) TO WRK-NOTA-TOTAL.
           MOVE WRK-ITEM-CUSTO(WRK-ITEM-IDX2) TO WRK-CUSTO-ED.
           MOVE WRK-ITEM-VALOR(WRK-ITEM-IDX2) TO WRK-VALOR-ED.
           MOVE SPACES                 TO DEVFORN-REC.
           STRING WRK-ITEM-PRODUTO(WRK-ITEM-IDX2) DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WRK-ITEM-QTD(WRK-ITEM-IDX2) DELIMITED BY SIZE
                  '       '            DELIMITED BY SIZE
                  WRK-ITEM-PEDCOMP(WRK-ITEM-IDX2) DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-CUSTO-ED         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO DEVFORN-REC
           END-STRING.
           WRITE DEVFORN-REC.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA A NOTA DE DEBITO NO SALDO DO FORNECEDOR, ABATIDO DOS
      *    TITULOS A PAGAR NO PROXIMO PAGAMENTO (PROGCOB77)
      *================================================================*
       0430-LANCAR-NOTA-DEBITO         SECTION.
      *================================================================*
           IF  WRK-NOTA-TOTAL          EQUAL ZEROS
               GO TO 0430-99-FIM
           END-IF.
           MOVE WRK-NOTA-CNPJ          TO FORNDEB-CNPJ.
           READ FORNDEB-FILE.
           IF  WRK-FORNDEB-OK
               ADD WRK-NOTA-TOTAL       TO FORNDEB-SALDO
               MOVE WRK-DATA-SYS        TO FORNDEB-DATA-ULT-MOVTO
               REWRITE FORNDEB-REC
           ELSE
               MOVE WRK-NOTA-CNPJ       TO FORNDEB-CNPJ
               MOVE WRK-NOTA-TOTAL      TO FORNDEB-SALDO
               MOVE WRK-DATA-SYS        TO FORNDEB-DATA-ULT-MOVTO
               WRITE FORNDEB-REC
           END-IF.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTABILIZA A DEVOLUCAO: DEBITO DE FORNPAGAR (O FORNECEDOR
      *    PASSA A DEVER) E CREDITO DE ESTOQMERC (SAI DO ESTOQUE)
      *================================================================*
       0440-CONTABILIZAR-DEVOLUCAO     SECTION.
      *================================================================*
           IF  WRK-NOTA-TOTAL          EQUAL ZEROS
               GO TO 0440-99-FIM
           END-IF.
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGDVFOR'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE WRK-NOTA-NUM           TO GLPOST-LOTE.
           MOVE WRK-OPERADOR           TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-FORNPAGAR    TO GLPOST-CONTA.
           MOVE WRK-NOTA-TOTAL         TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-CONTA-ESTOQMERC    TO GLPOST-CONTA.
           MOVE WRK-NOTA-TOTAL         TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           CLOSE GLPOST-FILE.
      *================================================================*
       0440-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
       0900-GRAVAR-AUDITORIA-CONSOLE   SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND CONSLOG-FILE.
           IF  WRK-CONSLOG-STATUS      EQUAL '35'
               OPEN OUTPUT CONSLOG-FILE
               CLOSE CONSLOG-FILE
               OPEN EXTEND CONSLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO CONSLOG-DATA.
           MOVE WRK-HORA-SYS           TO CONSLOG-HORA.
           MOVE 'PROGDVFOR'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE ESTLOC-FILE.
           CLOSE PEDCOMP-FILE.
           CLOSE FORNMAS-FILE.
           CLOSE FORNDEB-FILE.
           CLOSE DEVFORN-FILE.
           MOVE WRK-TOTAL-DEBITOS      TO WRK-VALOR-ED.
           DISPLAY 'DEVOLUCAO AO FORNECEDOR: ' WRK-QTD-NOTAS
                   ' NOTAS EM DEVFORN - DEBITOS ' WRK-VALOR-ED.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
