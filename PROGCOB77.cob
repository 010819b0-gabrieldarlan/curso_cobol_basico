      * O NUMERO DO LOTE VEM DO CONTADOR PROPRIO (BATSEQ77)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - ANTES DE PAGAR, O SALDO DE NOTAS DE DEBITO DO
      *              FORNECEDOR (FORNDEB, DAS DEVOLUCOES DO PROGDVFOR)
      *              E ABATIDO DO TITULO EM ABERTO DO MESMO CNPJ; O
      *              TITULO TODO COMPENSADO FICA PAGO SEM IR AO BANCO
      * XX/XX/XXXX - O DEBITO DO ARQUIVO DE PAGAMENTO VAI PARA O
      *              MOVIMENTO BANCARIO (MOVBANCO) COM O NUMERO DO LOTE,
      *              PARA A CONCILIACAO BANCARIA (PROGCONBC)
      * XX/XX/XXXX - AS RECLAMACOES ACEITAS CONTRA A TRANSPORTADORA
      *              (RECLAMA, DO PROGRECLA) SAO ABATIDAS DO TITULO DE
      *              FRETE EM ABERTO DO MESMO CNPJ ANTES DO ENVIO; A
      *              RECLAMACAO TODA ABATIDA FICA PAGA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAPAG-CHAVE
               FILE STATUS            IS WRK-CONTAPAG-STATUS.
           SELECT FORNDEB-FILE          ASSIGN TO "FORNDEB"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNDEB-CNPJ
               FILE STATUS            IS WRK-FORNDEB-STATUS.
           SELECT RECLAMA-FILE          ASSIGN TO "RECLAMA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS RECLAMA-CHAVE
               FILE STATUS            IS WRK-RECLAMA-STATUS.
           SELECT PAGTRANS-FILE         ASSIGN TO "PAGTRANS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAGTRANS-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQ77"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT MOVBANCO-FILE         ASSIGN TO "MOVBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVBANCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAPAG-FILE.
           COPY 'CONTAPAG.COB'.
       FD  FORNDEB-FILE.
           COPY 'FORNDEB.COB'.
       FD  RECLAMA-FILE.
           COPY 'RECLAMA.COB'.
       FD  PAGTRANS-FILE.
           COPY 'BANCOPAG.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  MOVBANCO-FILE.
           COPY 'MOVBANCO.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-CONTAPAG-OK                         VALUE '00'.
           88  WRK-CONTAPAG-FIM                        VALUE '10'.
           88  WRK-CONTAPAG-INEXISTENTE                VALUE '35'.
       77  WRK-FORNDEB-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FORNDEB-OK                          VALUE '00'.
           88  WRK-FORNDEB-INEXISTENTE                 VALUE '35'.
       77  WRK-RECLAMA-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECLAMA-OK                          VALUE '00'.
           88  WRK-RECLAMA-INEXISTENTE                 VALUE '35'.
       77  WRK-PAGTRANS-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-MOVBANCO-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
      *
       77  WRK-LOTE-NUM                PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-TITULOS             PIC 9(006)      VALUE ZEROS.
       77  WRK-HASH-VALORES            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-COMPENSADO        PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-COMPENSADOS         PIC 9(006)      VALUE ZEROS.
       77  WRK-TOTAL-COMPENSADO        PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-ABATER            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-FIM-RECLAMA             PIC X(001)      VALUE 'N'.
           88  WRK-RECLAMA-FIM                         VALUE 'S'.
       77  WRK-QTD-RECL-ABATIDAS       PIC 9(006)      VALUE ZEROS.
       77  WRK-TOTAL-RECL-ABATIDO      PIC 9(011)V99   VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
               CLOSE CONTAPAG-FILE
               OPEN I-O CONTAPAG-FILE
           END-IF.
           OPEN I-O FORNDEB-FILE.
           IF  WRK-FORNDEB-INEXISTENTE
               CLOSE FORNDEB-FILE
               OPEN OUTPUT FORNDEB-FILE
               CLOSE FORNDEB-FILE
               OPEN I-O FORNDEB-FILE
           END-IF.
           OPEN I-O RECLAMA-FILE.
           IF  WRK-RECLAMA-INEXISTENTE
               CLOSE RECLAMA-FILE
               OPEN OUTPUT RECLAMA-FILE
               CLOSE RECLAMA-FILE
               OPEN I-O RECLAMA-FILE
           END-IF.
           OPEN OUTPUT PAGTRANS-FILE.

           MOVE SPACES                 TO BANCOPAG-REC.
      *================================================================*
       0220-PAGAR-1-TITULO             SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-VALOR-COMPENSADO.
           IF  CONTAPAG-ABERTO
               PERFORM 0230-COMPENSAR-NOTA-DEBITO
           END-IF.
           IF  CONTAPAG-ABERTO
           AND CONTAPAG-FRETE
               PERFORM 0240-COMPENSAR-RECLAMACAO
           END-IF.
           IF  CONTAPAG-PAGO
           AND WRK-VALOR-COMPENSADO    GREATER ZEROS
               REWRITE CONTAPAG-REC
           END-IF.
           IF  CONTAPAG-ABERTO
               ADD 1                    TO WRK-QTD-TITULOS
               ADD CONTAPAG-VALOR       TO WRK-HASH-VALORES
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABATE DO TITULO O SALDO DE NOTAS DE DEBITO DO FORNECEDOR;
      *    O TITULO ZERADO FICA PAGO POR COMPENSACAO
      *================================================================*
       0230-COMPENSAR-NOTA-DEBITO      SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-VALOR-COMPENSADO.
           MOVE CONTAPAG-CNPJ          TO FORNDEB-CNPJ.
           READ FORNDEB-FILE.
           IF  NOT WRK-FORNDEB-OK
           OR  FORNDEB-SALDO           EQUAL ZEROS
               GO TO 0230-99-FIM
           END-IF.

           IF  FORNDEB-SALDO           LESS CONTAPAG-VALOR
               MOVE FORNDEB-SALDO       TO WRK-VALOR-COMPENSADO
           ELSE
               MOVE CONTAPAG-VALOR      TO WRK-VALOR-COMPENSADO
           END-IF.
           SUBTRACT WRK-VALOR-COMPENSADO FROM FORNDEB-SALDO.
           MOVE WRK-DATA-SYS           TO FORNDEB-DATA-ULT-MOVTO.
           REWRITE FORNDEB-REC.
           SUBTRACT WRK-VALOR-COMPENSADO FROM CONTAPAG-VALOR.
           ADD 1                       TO WRK-QTD-COMPENSADOS.
           ADD WRK-VALOR-COMPENSADO    TO WRK-TOTAL-COMPENSADO.
           IF  CONTAPAG-VALOR          EQUAL ZEROS
               SET CONTAPAG-PAGO        TO TRUE
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABATE DO TITULO DE FRETE AS RECLAMACOES ACEITAS CONTRA A
      *    TRANSPORTADORA (RECLAMA, DO PROGRECLA) AINDA NAO ABATIDAS
      *    POR INTEIRO; A RECLAMACAO TODA ABATIDA FICA PAGA E O
      *    TITULO ZERADO FICA PAGO POR COMPENSACAO
      *================================================================*
       0240-COMPENSAR-RECLAMACAO       SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-RECLAMA.
           MOVE CONTAPAG-CNPJ          TO RECLAMA-CNPJ.
           MOVE LOW-VALUES             TO RECLAMA-EMBARQUE.
           START RECLAMA-FILE KEY NOT LESS RECLAMA-CHAVE
               INVALID KEY
                   GO TO 0240-99-FIM
           END-START.
           PERFORM 0245-ABATER-1-RECLAMACAO
               UNTIL WRK-RECLAMA-FIM
                  OR CONTAPAG-VALOR    EQUAL ZEROS.
           IF  CONTAPAG-VALOR          EQUAL ZEROS
               SET CONTAPAG-PAGO        TO TRUE
           END-IF.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA RECLAMACAO DA TRANSPORTADORA E, SE ACEITA COM
      *    SALDO A ABATER, ABATE-A DO TITULO
      *================================================================*
       0245-ABATER-1-RECLAMACAO        SECTION.
      *================================================================*
           READ RECLAMA-FILE NEXT
               AT END
                   SET WRK-RECLAMA-FIM  TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  RECLAMA-CNPJ            NOT EQUAL CONTAPAG-CNPJ
               SET WRK-RECLAMA-FIM      TO TRUE
               GO TO 0245-99-FIM
           END-IF.
           IF  NOT RECLAMA-ACEITA
           OR  RECLAMA-VALOR-ABATIDO   NOT LESS RECLAMA-VALOR-ACEITO
               GO TO 0245-99-FIM
           END-IF.

           COMPUTE WRK-VALOR-ABATER    = RECLAMA-VALOR-ACEITO -
                                         RECLAMA-VALOR-ABATIDO.
           IF  WRK-VALOR-ABATER        GREATER CONTAPAG-VALOR
               MOVE CONTAPAG-VALOR      TO WRK-VALOR-ABATER
           END-IF.
           ADD WRK-VALOR-ABATER        TO RECLAMA-VALOR-ABATIDO.
           IF  RECLAMA-VALOR-ABATIDO   NOT LESS RECLAMA-VALOR-ACEITO
               SET RECLAMA-PAGA         TO TRUE
               MOVE WRK-DATA-SYS        TO RECLAMA-DATA-PAGAMENTO
           END-IF.
           MOVE 'PROGCOB77'            TO RECLAMA-OPERADOR-ALT.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-ALT.
           REWRITE RECLAMA-REC.
           SUBTRACT WRK-VALOR-ABATER   FROM CONTAPAG-VALOR.
           ADD WRK-VALOR-ABATER        TO WRK-VALOR-COMPENSADO.
           ADD 1                       TO WRK-QTD-RECL-ABATIDAS.
           ADD WRK-VALOR-ABATER        TO WRK-TOTAL-RECL-ABATIDO.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O DEBITO DO ARQUIVO DE PAGAMENTO DE FRETES NO
      *    MOVIMENTO BANCARIO (MOVBANCO), PARA A CONCILIACAO BANCARIA
      *    (PROGCONBC); A REFERENCIA E O NUMERO DO LOTE
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
           SET MOVBANCO-FRETE          TO TRUE.
           MOVE WRK-DATA-SYS           TO MOVBANCO-DATA.
           SET MOVBANCO-DEBITO         TO TRUE.
           MOVE WRK-HASH-VALORES       TO MOVBANCO-VALOR.
           MOVE WRK-LOTE-NUM           TO MOVBANCO-REFERENCIA.
           MOVE 'PROGCOB77'            TO MOVBANCO-PROGRAMA.
           WRITE MOVBANCO-REC.
           CLOSE MOVBANCO-FILE.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O TRAILER COM OS TOTAIS DE CONTROLE E ENCERRA
      *================================================================*
           MOVE WRK-HASH-VALORES       TO BANCOPAG-T-HASH.
           WRITE BANCOPAG-REC.

           IF  WRK-HASH-VALORES        GREATER ZEROS
               PERFORM 0290-GRAVAR-MOVTO-BANCO
           END-IF.

           CLOSE CONTAPAG-FILE.
           CLOSE FORNDEB-FILE.
           CLOSE RECLAMA-FILE.
           CLOSE PAGTRANS-FILE.
           DISPLAY 'PAGAMENTO DE FRETES GRAVADO EM PAGTRANS - LOTE '
                   WRK-LOTE-NUM ' TITULOS ' WRK-QTD-TITULOS.
           IF  WRK-QTD-COMPENSADOS     GREATER ZEROS
               DISPLAY 'TITULOS COMPENSADOS COM NOTAS DE DEBITO: '
                       WRK-QTD-COMPENSADOS ' VALOR '
                       WRK-TOTAL-COMPENSADO
           END-IF.
           IF  WRK-QTD-RECL-ABATIDAS   GREATER ZEROS
               DISPLAY 'RECLAMACOES ACEITAS ABATIDAS DOS FRETES: '
                       WRK-QTD-RECL-ABATIDAS ' VALOR '
                       WRK-TOTAL-RECL-ABATIDO
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
