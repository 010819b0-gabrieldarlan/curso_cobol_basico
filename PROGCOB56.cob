      * VAI PARA O VALIDLOG, COMO NA BAIXA MANUAL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - RETORNO SOBRE TITULO RENEGOCIADO (SUBSTITUIDO POR
      *              ACORDO DO PROGRENEG) VAI PARA AS EXCECOES (RETEXC)
      * XX/XX/XXXX - O CREDITO DO RETORNO VAI PARA O MOVIMENTO BANCARIO
      *              (MOVBANCO) COM O LOTE DO RETORNO, PARA A
      *              CONCILIACAO BANCARIA (PROGCONBC)
      * XX/XX/XXXX - DETALHE DE PARCELA DO IMPOSTO PREDIAL (IPTUREC) OU
      *              DE MENSALIDADE (MENSREC) E BAIXADO NO CONTROLE DE
      *              ORIGEM COM A DATA DO PAGAMENTO E OS ENCARGOS DE
      *              ATRASO DO PROGCOB23 (A MENSALIDADE PAGA ATE O
      *              VENCIMENTO GANHA O DESCONTO DE PONTUALIDADE); SEM
      *              PARCELA, JA PAGA, ISENTA OU PAGA A MENOR VAI PARA
      *              AS EXCECOES (RETEXC)
      * XX/XX/XXXX - A TRAVA DE PERIODO FECHADO CONSULTA O FECHAMENTO
      *              DA FILIAL DO TITULO (IPTU E MENSALIDADE NA MATRIZ)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT IPTUREC-FILE          ASSIGN TO "IPTUREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS IPTUREC-CHAVE
               FILE STATUS            IS WRK-IPTUREC-STATUS.
           SELECT MENSREC-FILE          ASSIGN TO "MENSREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS MENSREC-CHAVE
               FILE STATUS            IS WRK-MENSREC-STATUS.
           SELECT DESCCONC-FILE         ASSIGN TO "DESCCONC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESCCONC-CHAVE
               FILE STATUS            IS WRK-DESCCONC-STATUS.
           SELECT RECHIST-FILE          ASSIGN TO "RECHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECHIST-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT RETEXC-FILE           ASSIGN TO "RETEXC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RETEXC-STATUS.
           SELECT MOVBANCO-FILE         ASSIGN TO "MOVBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVBANCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETCOB-FILE.
           COPY 'BANCOCOB.COB'.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  IPTUREC-FILE.
           COPY 'IPTUREC.COB'.
       FD  MENSREC-FILE.
           COPY 'MENSREC.COB'.
       FD  DESCCONC-FILE.
           COPY 'DESCCONC.COB'.
       FD  RECHIST-FILE.
           COPY 'RECHIST.COB'.
       FD  PERFECHA-FILE.
           COPY 'VALIDLOG.COB'.
       FD  RETEXC-FILE.
           COPY 'RETEXC.COB'.
       FD  MOVBANCO-FILE.
           COPY 'MOVBANCO.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-RETCOB-OK                           VALUE '00'.
           88  WRK-RETCOB-FIM                          VALUE '10'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-NAO-ACHOU                  VALUE '23'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-IPTUREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-IPTUREC-OK                          VALUE '00'.
           88  WRK-IPTUREC-INEXISTENTE                 VALUE '35'.
       77  WRK-MENSREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-MENSREC-OK                          VALUE '00'.
           88  WRK-MENSREC-INEXISTENTE                 VALUE '35'.
       77  WRK-DESCCONC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DESCCONC-OK                         VALUE '00'.
           88  WRK-DESCCONC-INEXISTENTE                VALUE '35'.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-RETEXC-STATUS           PIC X(002)      VALUE SPACES.
      *
           88  WRK-PERFECHA-OK                         VALUE '00'.
           88  WRK-PERFECHA-INEXISTENTE                VALUE '35'.
       77  WRK-VALIDLOG-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-MOVBANCO-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-ALVO            PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
       77  WRK-FILIAL-TRAVA            PIC X(002)      VALUE '01'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
      *
      *    ENCARGOS DE ATRASO - AS MESMAS TAXAS E A MESMA CONVENCAO
           05  WRK-VENC-DIA            PIC 9(002).
       77  WRK-DIAS-ATRASO             PIC S9(005)     VALUE ZEROS.
       77  WRK-ENCARGOS                PIC 9(009)V99   VALUE ZEROS.
      *
      *    BAIXA DAS PARCELAS DO IMPOSTO PREDIAL (IPTUREC) E DAS
      *    MENSALIDADES (MENSREC): SEM PAGAMENTO PARCIAL NO CONTROLE,
      *    O PAGO TEM DE COBRIR O DEVIDO MAIS OS ENCARGOS; NA
      *    MENSALIDADE PAGA ATE O VENCIMENTO O DEVIDO JA SAI LIQUIDO
      *    DO DESCONTO DE PONTUALIDADE, COMO NA BAIXA DO PROGCOB89
      *
       77  WRK-VALOR-DEVIDO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-EXIGIDO           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-PONTUAL                 PIC X(001)      VALUE 'N'.
           88  WRK-PAGO-PONTUAL                        VALUE 'S'.
       77  WRK-ORIGEM-ED               PIC X(005)      VALUE SPACES.
       77  WRK-MOTIVO-EXCECAO          PIC X(040)      VALUE SPACES.
      *
       77  WRK-VALOR-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-DETALHES            PIC 9(006)      VALUE ZEROS.
       77  WRK-HASH-VALORES            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-DATA-RETORNO            PIC 9(008)      VALUE ZEROS.
       77  WRK-LOTE-RETORNO            PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-BAIXADOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EXCECOES            PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-RECEBIDO          PIC 9(009)V99   VALUE ZEROS.
               CLOSE CONTAREC-FILE
               OPEN I-O CONTAREC-FILE
           END-IF.
           OPEN I-O IPTUREC-FILE.
           IF  WRK-IPTUREC-INEXISTENTE
               CLOSE IPTUREC-FILE
               OPEN OUTPUT IPTUREC-FILE
               CLOSE IPTUREC-FILE
               OPEN I-O IPTUREC-FILE
           END-IF.
           OPEN I-O MENSREC-FILE.
           IF  WRK-MENSREC-INEXISTENTE
               CLOSE MENSREC-FILE
               OPEN OUTPUT MENSREC-FILE
               CLOSE MENSREC-FILE
               OPEN I-O MENSREC-FILE
           END-IF.
           OPEN I-O DESCCONC-FILE.
           IF  WRK-DESCCONC-INEXISTENTE
               CLOSE DESCCONC-FILE
               OPEN OUTPUT DESCCONC-FILE
               CLOSE DESCCONC-FILE
               OPEN I-O DESCCONC-FILE
           END-IF.
           OPEN OUTPUT RETEXC-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
       0220-TRATAR-1-REGISTRO          SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN BANCOCOB-HEADER
                   MOVE BANCOCOB-H-DATA TO WRK-DATA-RETORNO
                   MOVE BANCOCOB-H-LOTE TO WRK-LOTE-RETORNO
               WHEN BANCOCOB-DETALHE
                   ADD 1                TO WRK-QTD-DETALHES
                   ADD BANCOCOB-D-VALOR TO WRK-HASH-VALORES
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FILIAL DO TITULO DO DETALHE, PARA A TRAVA DE PERIODO
      *    FECHADO; IPTU, MENSALIDADE E TITULO NAO ENCONTRADO FICAM
      *    NA MATRIZ (01)
      *================================================================*
       0228-OBTER-FILIAL-TITULO        SECTION.
      *================================================================*
           MOVE '01'                   TO WRK-FILIAL-TRAVA.
           IF  BANCOCOB-D-IPTU OR BANCOCOB-D-MENSALIDADE
               GO TO 0228-99-FIM
           END-IF.
           MOVE BANCOCOB-D-PEDIDO      TO CONTAREC-PEDIDO.
           IF  BANCOCOB-D-PARCELA      EQUAL ZEROS
               MOVE 1                   TO CONTAREC-PARCELA
           ELSE
               MOVE BANCOCOB-D-PARCELA  TO CONTAREC-PARCELA
           END-IF.
           READ CONTAREC-FILE.
           IF  WRK-CONTAREC-OK
           AND CONTAREC-FILIAL         NOT EQUAL SPACES
               MOVE CONTAREC-FILIAL     TO WRK-FILIAL-TRAVA
           END-IF.
      *================================================================*
       0228-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA O TITULO DE UM DETALHE LIQUIDADO, COM AS MESMAS
      *    REGRAS DO PROGCOB23; RETORNO SEM TITULO EM ABERTO VAI
      *    PARA O RELATORIO DE EXCECOES. DETALHE DE PARCELA DO
      *    IMPOSTO PREDIAL OU DE MENSALIDADE VAI PARA A BAIXA DO
      *    CONTROLE DE ORIGEM
      *================================================================*
       0230-BAIXAR-1-TITULO            SECTION.
      *================================================================*
           DIVIDE BANCOCOB-D-DATA      BY 100
               GIVING WRK-PERIODO-ALVO.
           PERFORM 0228-OBTER-FILIAL-TITULO.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               ADD 1                    TO WRK-QTD-EXCECOES
               PERFORM 0265-GRAVAR-EXCECAO-FECHADO
               GO TO 0230-99-FIM
           END-IF.
           IF  BANCOCOB-D-IPTU
               PERFORM 0232-BAIXAR-1-PARCELA-IPTU
               GO TO 0230-99-FIM
           END-IF.
           IF  BANCOCOB-D-MENSALIDADE
               PERFORM 0234-BAIXAR-1-MENSALIDADE
               GO TO 0230-99-FIM
           END-IF.
           MOVE BANCOCOB-D-PEDIDO      TO CONTAREC-PEDIDO.
           IF  BANCOCOB-D-PARCELA      EQUAL ZEROS
               MOVE 1                   TO CONTAREC-PARCELA
               WHEN CONTAREC-QUITADO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0260-GRAVAR-EXCECAO-QUITADO
               WHEN CONTAREC-RENEGOCIADO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0262-GRAVAR-EXCECAO-RENEGOCIADO
               WHEN OTHER
                   PERFORM 0240-CALCULAR-ENCARGOS
                   ADD BANCOCOB-D-VALOR TO CONTAREC-VALOR-PAGO
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA A PARCELA DO IMPOSTO PREDIAL DE UM DETALHE
      *    LIQUIDADO: O PAGO COBRE A PARCELA E OS ENCARGOS DE ATRASO;
      *    PARCELA INEXISTENTE, JA PAGA, ISENTA OU PAGA A MENOR VAI
      *    PARA AS EXCECOES
      *================================================================*
       0232-BAIXAR-1-PARCELA-IPTU      SECTION.
      *================================================================*
           MOVE 'IPTU '                TO WRK-ORIGEM-ED.
           MOVE BANCOCOB-D-PROPRIEDADE TO IPTUREC-PROPRIEDADE.
           MOVE BANCOCOB-D-EXERCICIO   TO IPTUREC-EXERCICIO.
           MOVE BANCOCOB-D-PARC-IPTU   TO IPTUREC-PARCELA.
           READ IPTUREC-FILE.
           EVALUATE TRUE
               WHEN NOT WRK-IPTUREC-OK
                   MOVE 'SEM PARCELA NO CONTROLE DO IPTU'
                                        TO WRK-MOTIVO-EXCECAO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
                   GO TO 0232-99-FIM
               WHEN IPTUREC-PAGA
                   MOVE 'PARCELA JA PAGA - CONFERIR'
                                        TO WRK-MOTIVO-EXCECAO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
                   GO TO 0232-99-FIM
               WHEN IPTUREC-ISENTA
                   MOVE 'PARCELA ISENTA - CONFERIR'
                                        TO WRK-MOTIVO-EXCECAO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
                   GO TO 0232-99-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE IPTUREC-VALOR          TO WRK-VALOR-DEVIDO.
           MOVE IPTUREC-DATA-VENCTO    TO WRK-DATA-VENC.
           PERFORM 0245-CALCULAR-ENCARGOS-DEVIDO.
           IF  BANCOCOB-D-VALOR        LESS WRK-VALOR-EXIGIDO
               MOVE 'PAGO A MENOR QUE O DEVIDO - CONFERIR'
                                        TO WRK-MOTIVO-EXCECAO
               ADD 1                    TO WRK-QTD-EXCECOES
               PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
               GO TO 0232-99-FIM
           END-IF.
           SET IPTUREC-PAGA            TO TRUE.
           MOVE BANCOCOB-D-DATA        TO IPTUREC-DATA-PAGTO.
           COMPUTE IPTUREC-VALOR-ENCARGOS =
                   BANCOCOB-D-VALOR - IPTUREC-VALOR.
           REWRITE IPTUREC-REC.
           ADD BANCOCOB-D-VALOR        TO WRK-TOTAL-RECEBIDO.
           ADD 1                       TO WRK-QTD-BAIXADOS.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA A MENSALIDADE DE UM DETALHE LIQUIDADO: ATE O
      *    VENCIMENTO O DEVIDO SAI LIQUIDO DO DESCONTO DE
      *    PONTUALIDADE, DEPOIS DELE SOMA OS ENCARGOS DE ATRASO;
      *    COBRANCA INEXISTENTE, JA PAGA OU PAGA A MENOR VAI PARA AS
      *    EXCECOES
      *================================================================*
       0234-BAIXAR-1-MENSALIDADE       SECTION.
      *================================================================*
           MOVE 'MENS '                TO WRK-ORIGEM-ED.
           MOVE BANCOCOB-D-MATRICULA   TO MENSREC-MATRICULA.
           MOVE BANCOCOB-D-ANOMES      TO MENSREC-ANOMES.
           READ MENSREC-FILE.
           EVALUATE TRUE
               WHEN NOT WRK-MENSREC-OK
                   MOVE 'SEM COBRANCA NO CONTROLE DE MENSALIDADES'
                                        TO WRK-MOTIVO-EXCECAO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
                   GO TO 0234-99-FIM
               WHEN MENSREC-PAGA
                   MOVE 'MENSALIDADE JA PAGA - CONFERIR'
                                        TO WRK-MOTIVO-EXCECAO
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
                   GO TO 0234-99-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 'N'                    TO WRK-PONTUAL.
           MOVE MENSREC-VALOR          TO WRK-VALOR-DEVIDO.
           MOVE MENSREC-DATA-VENCTO    TO WRK-DATA-VENC.
           IF  MENSREC-DESC-PONTUAL    GREATER ZEROS
           AND BANCOCOB-D-DATA         NOT GREATER MENSREC-DATA-VENCTO
               SET WRK-PAGO-PONTUAL     TO TRUE
               SUBTRACT MENSREC-DESC-PONTUAL FROM WRK-VALOR-DEVIDO
           END-IF.
           PERFORM 0245-CALCULAR-ENCARGOS-DEVIDO.
           IF  BANCOCOB-D-VALOR        LESS WRK-VALOR-EXIGIDO
               MOVE 'PAGO A MENOR QUE O DEVIDO - CONFERIR'
                                        TO WRK-MOTIVO-EXCECAO
               ADD 1                    TO WRK-QTD-EXCECOES
               PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
               GO TO 0234-99-FIM
           END-IF.
           SET MENSREC-PAGA            TO TRUE.
           MOVE BANCOCOB-D-DATA        TO MENSREC-DATA-PAGTO.
           IF  WRK-PAGO-PONTUAL
               PERFORM 0236-CONCEDER-PONTUALIDADE
           END-IF.
           COMPUTE MENSREC-VALOR-ENCARGOS =
                   BANCOCOB-D-VALOR - MENSREC-VALOR.
           REWRITE MENSREC-REC.
           ADD BANCOCOB-D-VALOR        TO WRK-TOTAL-RECEBIDO.
           ADD 1                       TO WRK-QTD-BAIXADOS.
      *================================================================*
       0234-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MENSALIDADE PAGA ATE O VENCIMENTO: ABATE O DESCONTO DE
      *    PONTUALIDADE DO VALOR COBRADO E REGISTRA A CONCESSAO NO
      *    DESCCONC (SEQUENCIA 99), COMO NA BAIXA DO PROGCOB89
      *================================================================*
       0236-CONCEDER-PONTUALIDADE      SECTION.
      *================================================================*
           SUBTRACT MENSREC-DESC-PONTUAL FROM MENSREC-VALOR.
           ADD MENSREC-DESC-PONTUAL    TO MENSREC-VALOR-DESCONTO.
           MOVE MENSREC-ANOMES         TO DESCCONC-ANOMES.
           MOVE MENSREC-MATRICULA      TO DESCCONC-MATRICULA.
           MOVE 99                     TO DESCCONC-SEQ.
           READ DESCCONC-FILE.
           MOVE 'P'                    TO DESCCONC-TIPO.
           MOVE MENSREC-TURMA          TO DESCCONC-TURMA.
           MOVE MENSREC-DESC-PONTUAL   TO DESCCONC-VALOR.
           IF  WRK-DESCCONC-OK
               REWRITE DESCCONC-REC
           ELSE
               WRITE DESCCONC-REC
           END-IF.
      *================================================================*
       0236-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA OS ENCARGOS DE ATRASO DO DETALHE LIQUIDADO APOS O
      *    VENCIMENTO, COMO NO PROGCOB23
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O VALOR EXIGIDO DA PARCELA DO IMPOSTO PREDIAL OU
      *    DA MENSALIDADE: O DEVIDO MAIS, NO PAGAMENTO APOS O
      *    VENCIMENTO, A MULTA E OS JUROS SOBRE O DEVIDO, COM AS
      *    TAXAS E A CONVENCAO 30/360 DO PROGCOB23
      *================================================================*
       0245-CALCULAR-ENCARGOS-DEVIDO   SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-ENCARGOS.
           MOVE BANCOCOB-D-DATA        TO WRK-DATA-PAGTO.
           COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-PAG-ANO - WRK-VENC-ANO) * 360) +
                   ((WRK-PAG-MES - WRK-VENC-MES) * 30) +
                   (WRK-PAG-DIA - WRK-VENC-DIA).
           IF  WRK-DIAS-ATRASO         GREATER ZEROS
               COMPUTE WRK-ENCARGOS ROUNDED =
                       (WRK-VALOR-DEVIDO * WRK-TAXA-MULTA) +
                       (WRK-VALOR-DEVIDO * WRK-TAXA-JUROS-MES *
                        WRK-DIAS-ATRASO / 30)
           END-IF.
           COMPUTE WRK-VALOR-EXIGIDO = WRK-VALOR-DEVIDO + WRK-ENCARGOS.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE RETORNO SEM TITULO CORRESPONDENTE
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE RETORNO DE PARCELA DO IMPOSTO PREDIAL
      *    OU DE MENSALIDADE, PELO DOCUMENTO, COM O MOTIVO
      *================================================================*
       0255-GRAVAR-EXCECAO-DOCUMENTO   SECTION.
      *================================================================*
           MOVE BANCOCOB-D-VALOR       TO WRK-VALOR-ED.
           MOVE SPACES                 TO RETEXC-REC.
           STRING WRK-ORIGEM-ED        DELIMITED BY SIZE
                  'DOC '               DELIMITED BY SIZE
                  BANCOCOB-D-DOCUMENTO DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-MOTIVO-EXCECAO   DELIMITED BY SIZE
                  INTO RETEXC-REC
           END-STRING.
           WRITE RETEXC-REC.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE RETORNO SOBRE TITULO JA QUITADO
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE RETORNO SOBRE TITULO SUBSTITUIDO POR
      *    ACORDO DE RENEGOCIACAO
      *================================================================*
       0262-GRAVAR-EXCECAO-RENEGOCIADO SECTION.
      *================================================================*
           MOVE BANCOCOB-D-VALOR       TO WRK-VALOR-ED.
           MOVE SPACES                 TO RETEXC-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  BANCOCOB-D-PEDIDO    DELIMITED BY SIZE
                  ' PARCELA '          DELIMITED BY SIZE
                  BANCOCOB-D-PARCELA   DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' TITULO RENEGOCIADO - CONFERIR' DELIMITED BY SIZE
                  INTO RETEXC-REC
           END-STRING.
           WRITE RETEXC-REC.
      *================================================================*
       0262-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE DETALHE COM DATA EM PERIODO FECHADO
      *================================================================*
       0265-GRAVAR-EXCECAO-FECHADO     SECTION.
      *================================================================*
           IF  NOT BANCOCOB-D-CONTAREC
               IF  BANCOCOB-D-IPTU
                   MOVE 'IPTU '         TO WRK-ORIGEM-ED
               ELSE
                   MOVE 'MENS '         TO WRK-ORIGEM-ED
               END-IF
               MOVE 'PAGO EM PERIODO FECHADO - RECUSADO'
                                        TO WRK-MOTIVO-EXCECAO
               PERFORM 0255-GRAVAR-EXCECAO-DOCUMENTO
               GO TO 0265-99-FIM
           END-IF.
           MOVE SPACES                 TO RETEXC-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  BANCOCOB-D-PEDIDO    DELIMITED BY SIZE
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
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O CREDITO DO RETORNO DE COBRANCA (TODOS OS
      *    DETALHES, INCLUSIVE AS EXCECOES: O DINHEIRO JA ESTA NO
      *    BANCO) NO MOVIMENTO BANCARIO (MOVBANCO), PARA A
      *    CONCILIACAO BANCARIA (PROGCONBC)
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
           SET MOVBANCO-COBRANCA       TO TRUE.
           MOVE WRK-DATA-RETORNO       TO MOVBANCO-DATA.
           SET MOVBANCO-CREDITO        TO TRUE.
           MOVE WRK-HASH-VALORES       TO MOVBANCO-VALOR.
           MOVE WRK-LOTE-RETORNO       TO MOVBANCO-REFERENCIA.
           MOVE 'PROGCOB56'            TO MOVBANCO-PROGRAMA.
           WRITE MOVBANCO-REC.
           CLOSE MOVBANCO-FILE.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO DO RETORNO E ENCERRA O PROGRAMA
      *================================================================*
           END-STRING.
           WRITE RETEXC-REC.

           IF  WRK-HASH-VALORES        GREATER ZEROS
               IF  WRK-DATA-RETORNO    EQUAL ZEROS
                   MOVE WRK-DATA-SYS    TO WRK-DATA-RETORNO
               END-IF
               PERFORM 0290-GRAVAR-MOVTO-BANCO
           END-IF.

           CLOSE RETCOB-FILE.
           CLOSE CONTAREC-FILE.
           CLOSE IPTUREC-FILE.
           CLOSE MENSREC-FILE.
           CLOSE DESCCONC-FILE.
           CLOSE RETEXC-FILE.
           DISPLAY 'RETORNO DE COBRANCA PROCESSADO - BAIXADOS '
                   WRK-QTD-BAIXADOS.
