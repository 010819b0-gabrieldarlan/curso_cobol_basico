      *              REMESSA NOTURNA REENVIAVA TODOS OS TITULOS EM
      *              ABERTO E O BANCO EMITIA BOLETO REPETIDO POR
      *              NOITE ATE A QUITACAO
      * XX/XX/XXXX - AS PARCELAS EM ABERTO DO IMPOSTO PREDIAL (IPTUREC)
      *              E AS MENSALIDADES EM ABERTO (MENSREC) ENTRAM NA
      *              REMESSA DO MESMO LOTE, COM A ORIGEM E O DOCUMENTO
      *              NO DETALHE E O VALOR REMETIDO GRAVADO NO CONTROLE
      *              PARA NAO REENVIAR O MESMO BOLETO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT IPTUREC-FILE          ASSIGN TO "IPTUREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS IPTUREC-CHAVE
               FILE STATUS            IS WRK-IPTUREC-STATUS.
           SELECT MENSREC-FILE          ASSIGN TO "MENSREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS MENSREC-CHAVE
               FILE STATUS            IS WRK-MENSREC-STATUS.
           SELECT REMCOB-FILE           ASSIGN TO "REMCOB"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-REMCOB-STATUS.
       FILE SECTION.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  IPTUREC-FILE.
           COPY 'IPTUREC.COB'.
       FD  MENSREC-FILE.
           COPY 'MENSREC.COB'.
       FD  REMCOB-FILE.
           COPY 'BANCOCOB.COB'.
       FD  BATSEQ-FILE.
      *================================================================*
      *
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-IPTUREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-IPTUREC-FIM                         VALUE '10'.
           88  WRK-IPTUREC-INEXISTENTE                 VALUE '35'.
       77  WRK-MENSREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-MENSREC-FIM                         VALUE '10'.
           88  WRK-MENSREC-INEXISTENTE                 VALUE '35'.
       77  WRK-REMCOB-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-LOTE-NUM                PIC 9(006)      VALUE ZEROS.
       77  WRK-SALDO-TITULO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-TITULOS             PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-IPTU                PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-MENSALIDADES        PIC 9(006)      VALUE ZEROS.
       77  WRK-HASH-VALORES            PIC 9(013)V99   VALUE ZEROS.
      *
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0110-OBTER-NUMERO-LOTE.
           OPEN I-O CONTAREC-FILE.
           OPEN I-O IPTUREC-FILE.
           OPEN I-O MENSREC-FILE.
           OPEN OUTPUT REMCOB-FILE.

           MOVE SPACES                 TO BANCOCOB-REC.

      *================================================================*
      *    PERCORRE OS TITULOS E GRAVA UM DETALHE POR TITULO EM
      *    ABERTO COM SALDO A COBRAR; EM SEGUIDA AS PARCELAS EM
      *    ABERTO DO IMPOSTO PREDIAL (IPTUREC, DO PROGCOB52) E AS
      *    MENSALIDADES EM ABERTO (MENSREC, DO PROGCOB89), NO MESMO
      *    LOTE E COM A ORIGEM NO DETALHE
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-LER-TITULO.
           PERFORM 0220-REMETER-1-TITULO UNTIL WRK-CONTAREC-FIM.
           IF  NOT WRK-IPTUREC-INEXISTENTE
               PERFORM 0230-LER-PARCELA-IPTU
               PERFORM 0240-REMETER-1-PARCELA-IPTU
                   UNTIL WRK-IPTUREC-FIM
           END-IF.
           IF  NOT WRK-MENSREC-INEXISTENTE
               PERFORM 0250-LER-MENSALIDADE
               PERFORM 0260-REMETER-1-MENSALIDADE
                   UNTIL WRK-MENSREC-FIM
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*
                   MOVE CONTAREC-CPF    TO BANCOCOB-D-CPF
                   MOVE CONTAREC-DATA-VENCTO TO BANCOCOB-D-DATA
                   MOVE WRK-SALDO-TITULO TO BANCOCOB-D-VALOR
                   SET BANCOCOB-D-CONTAREC TO TRUE
                   MOVE ZEROS           TO BANCOCOB-D-DESCONTO
                   WRITE BANCOCOB-REC
                   MOVE WRK-SALDO-TITULO
                                        TO CONTAREC-VALOR-REMETIDO
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA PARCELA DO CONTROLE DO IMPOSTO PREDIAL
      *================================================================*
       0230-LER-PARCELA-IPTU           SECTION.
      *================================================================*
           READ IPTUREC-FILE
               AT END
                   SET WRK-IPTUREC-FIM  TO TRUE
           END-READ.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O DETALHE DE UMA PARCELA DO IMPOSTO PREDIAL EM
      *    ABERTO, IDENTIFICADA PELA PROPRIEDADE, EXERCICIO E
      *    PARCELA; A PARCELA JA REMETIDA COM O MESMO VALOR E PULADA
      *================================================================*
       0240-REMETER-1-PARCELA-IPTU     SECTION.
      *================================================================*
           IF  IPTUREC-ABERTA
           AND IPTUREC-VALOR           GREATER ZEROS
           AND IPTUREC-VALOR           NOT EQUAL IPTUREC-VALOR-REMETIDO
               ADD 1                    TO WRK-QTD-TITULOS
               ADD 1                    TO WRK-QTD-IPTU
               ADD IPTUREC-VALOR        TO WRK-HASH-VALORES
               MOVE SPACES              TO BANCOCOB-REC
               SET BANCOCOB-DETALHE     TO TRUE
               MOVE ZEROS               TO BANCOCOB-D-PEDIDO
               MOVE ZEROS               TO BANCOCOB-D-PARCELA
               MOVE IPTUREC-CPF         TO BANCOCOB-D-CPF
               MOVE IPTUREC-DATA-VENCTO TO BANCOCOB-D-DATA
               MOVE IPTUREC-VALOR       TO BANCOCOB-D-VALOR
               SET BANCOCOB-D-IPTU      TO TRUE
               MOVE IPTUREC-PROPRIEDADE TO BANCOCOB-D-PROPRIEDADE
               MOVE IPTUREC-EXERCICIO   TO BANCOCOB-D-EXERCICIO
               MOVE IPTUREC-PARCELA     TO BANCOCOB-D-PARC-IPTU
               MOVE ZEROS               TO BANCOCOB-D-DESCONTO
               WRITE BANCOCOB-REC
               MOVE IPTUREC-VALOR       TO IPTUREC-VALOR-REMETIDO
               REWRITE IPTUREC-REC
           END-IF.
           PERFORM 0230-LER-PARCELA-IPTU.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA COBRANCA DO CONTROLE DE MENSALIDADES
      *================================================================*
       0250-LER-MENSALIDADE            SECTION.
      *================================================================*
           READ MENSREC-FILE
               AT END
                   SET WRK-MENSREC-FIM  TO TRUE
           END-READ.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O DETALHE DE UMA MENSALIDADE EM ABERTO, IDENTIFICADA
      *    PELA MATRICULA E MES, COM O DESCONTO DE PONTUALIDADE PARA
      *    O PAGAMENTO ATE O VENCIMENTO; A MENSALIDADE JA REMETIDA
      *    COM O MESMO VALOR E PULADA
      *================================================================*
       0260-REMETER-1-MENSALIDADE      SECTION.
      *================================================================*
           IF  MENSREC-ABERTA
           AND MENSREC-VALOR           GREATER ZEROS
           AND MENSREC-VALOR           NOT EQUAL MENSREC-VALOR-REMETIDO
               ADD 1                    TO WRK-QTD-TITULOS
               ADD 1                    TO WRK-QTD-MENSALIDADES
               ADD MENSREC-VALOR        TO WRK-HASH-VALORES
               MOVE SPACES              TO BANCOCOB-REC
               SET BANCOCOB-DETALHE     TO TRUE
               MOVE ZEROS               TO BANCOCOB-D-PEDIDO
               MOVE ZEROS               TO BANCOCOB-D-PARCELA
               MOVE MENSREC-DATA-VENCTO TO BANCOCOB-D-DATA
               MOVE MENSREC-VALOR       TO BANCOCOB-D-VALOR
               SET BANCOCOB-D-MENSALIDADE TO TRUE
               MOVE MENSREC-MATRICULA   TO BANCOCOB-D-MATRICULA
               MOVE MENSREC-ANOMES      TO BANCOCOB-D-ANOMES
               MOVE MENSREC-DESC-PONTUAL TO BANCOCOB-D-DESCONTO
               WRITE BANCOCOB-REC
               MOVE MENSREC-VALOR       TO MENSREC-VALOR-REMETIDO
               REWRITE MENSREC-REC
           END-IF.
           PERFORM 0250-LER-MENSALIDADE.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O TRAILER COM OS TOTAIS DE CONTROLE E ENCERRA
      *================================================================*
           WRITE BANCOCOB-REC.

           CLOSE CONTAREC-FILE.
           IF  NOT WRK-IPTUREC-INEXISTENTE
               CLOSE IPTUREC-FILE
           END-IF.
           IF  NOT WRK-MENSREC-INEXISTENTE
               CLOSE MENSREC-FILE
           END-IF.
           CLOSE REMCOB-FILE.
           DISPLAY 'REMESSA DE COBRANCA GRAVADA EM REMCOB - LOTE '
                   WRK-LOTE-NUM ' TITULOS ' WRK-QTD-TITULOS.
           DISPLAY '  DOS QUAIS PARCELAS DE IPTU ' WRK-QTD-IPTU
                   ' MENSALIDADES ' WRK-QTD-MENSALIDADES.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
