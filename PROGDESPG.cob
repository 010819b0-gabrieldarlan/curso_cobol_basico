       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESPG.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CONTABILIZACAO E PAGAMENTO DO REEMBOLSO DE DESPESAS
      * A FUNCIONARIO. PERCORRE OS RELATORIOS APROVADOS (DESPFUN, DO
      * PROGDESPE), LANCA NO GLPOST CADA DESPESA (DESPLIN) A DEBITO
      * DA CONTA DA CATEGORIA (DESPCAT) NO SEU CENTRO DE CUSTO, CONTRA
      * O BANCO (BANCOCAIXA), NA FILIAL DO FUNCIONARIO, E GRAVA O
      * ARQUIVO DE PAGAMENTO PAGDESP NO LAYOUT HEADER/DETALHE/TRAILER
      * COM HASH DA BANCOPAG, UM CREDITO POR RELATORIO NA CONTA DO
      * FUNCIONARIO (FUNCMAS). O RELATORIO PAGO E MARCADO COM O LOTE
      * PARA NAO SAIR DUAS VEZES; O DE FILIAL COM O PERIODO FECHADO
      * (PERFECHA) FICA PARA A PROXIMA EXECUCAO. O NUMERO DO LOTE VEM
      * DO CONTADOR PROPRIO (BATSEQDP)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT DESPFUN-FILE          ASSIGN TO "DESPFUN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS DESPFUN-NUMERO
               FILE STATUS            IS WRK-DESPFUN-STATUS.
           SELECT DESPLIN-FILE          ASSIGN TO "DESPLIN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESPLIN-CHAVE
               FILE STATUS            IS WRK-DESPLIN-STATUS.
           SELECT DESPCAT-FILE          ASSIGN TO "DESPCAT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESPCAT-CODIGO
               FILE STATUS            IS WRK-DESPCAT-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT PAGDESP-FILE          ASSIGN TO "PAGDESP"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAGDESP-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQDP"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT MOVBANCO-FILE         ASSIGN TO "MOVBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVBANCO-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DESPFUN-FILE.
           COPY 'DESPFUN.COB'.
       FD  DESPLIN-FILE.
           COPY 'DESPLIN.COB'.
       FD  DESPCAT-FILE.
           COPY 'DESPCAT.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  PAGDESP-FILE.
           COPY 'BANCOPAG.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  MOVBANCO-FILE.
           COPY 'MOVBANCO.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-DESPFUN-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-DESPFUN-OK                          VALUE '00'.
           88  WRK-DESPFUN-FIM                         VALUE '10'.
           88  WRK-DESPFUN-INEXISTENTE                 VALUE '35'.
       77  WRK-DESPLIN-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-DESPLIN-OK                          VALUE '00'.
           88  WRK-DESPLIN-INEXISTENTE                 VALUE '35'.
       77  WRK-DESPCAT-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-DESPCAT-OK                          VALUE '00'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FUNCMAS-OK                          VALUE '00'.
       77  WRK-PERFECHA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PERFECHA-OK                         VALUE '00'.
           88  WRK-PERFECHA-INEXISTENTE                VALUE '35'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-PAGDESP-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-MOVBANCO-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-ATUAL           PIC 9(006)      VALUE ZEROS.
       77  WRK-LOTE-NUM                PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-RELATORIOS          PIC 9(006)      VALUE ZEROS.
       77  WRK-HASH-VALORES            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS         PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-ADIADOS             PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-REJEITADOS          PIC 9(006)      VALUE ZEROS.
      *
      *    FILIAL DO FUNCIONARIO (EM BRANCO = MATRIZ 01) E CONTAS DO
      *    LANCAMENTO: A DA CATEGORIA (OU DESPESAS DIVERSAS, SE A
      *    CATEGORIA SUMIU DO CADASTRO) CONTRA O BANCO
      *
       77  WRK-FILIAL                  PIC X(002)      VALUE SPACES.
       77  WRK-CONTA-DESPESA           PIC X(010)      VALUE SPACES.
       77  WRK-CONTA-DIVERSAS          PIC X(010)      VALUE
                                                        'DESPDIVERS'.
       77  WRK-CONTA-BANCO             PIC X(010)      VALUE
                                                        'BANCOCAIXA'.
       77  WRK-FIM-DESPLIN             PIC X(001)      VALUE 'N'.
           88  WRK-DESPLIN-FIM                         VALUE 'S'.
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
      *    OBTEM O NUMERO DO LOTE, ABRE OS ARQUIVOS E GRAVA O HEADER
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DIVIDE WRK-DATA-SYS         BY 100
               GIVING WRK-PERIODO-ATUAL.
           PERFORM 0110-OBTER-NUMERO-LOTE.
           OPEN I-O DESPFUN-FILE.
           IF  WRK-DESPFUN-INEXISTENTE
               CLOSE DESPFUN-FILE
               OPEN OUTPUT DESPFUN-FILE
               CLOSE DESPFUN-FILE
               OPEN I-O DESPFUN-FILE
           END-IF.
           OPEN INPUT DESPLIN-FILE.
           OPEN INPUT DESPCAT-FILE.
           OPEN INPUT FUNCMAS-FILE.
           OPEN INPUT PERFECHA-FILE.
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           OPEN OUTPUT PAGDESP-FILE.

           MOVE SPACES                 TO BANCOPAG-REC.
           SET BANCOPAG-HEADER         TO TRUE.
           MOVE WRK-DATA-SYS           TO BANCOPAG-H-DATA.
           MOVE WRK-LOTE-NUM           TO BANCOPAG-H-LOTE.
           WRITE BANCOPAG-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC-FILE.
           IF  WRK-DATAPROC-OK
               READ DATAPROC-FILE
                   NOT AT END
                       IF  DATAPROC-DATA NOT EQUAL ZEROS
                           MOVE DATAPROC-DATA TO WRK-DATA-SYS
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           END-IF.
      *================================================================*
       0090-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM E AVANCA O NUMERO DO LOTE NO CONTADOR PERSISTENTE
      *================================================================*
       0110-OBTER-NUMERO-LOTE          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-LOTE-NUM.
           OPEN INPUT BATSEQ-FILE.
           IF  WRK-BATSEQ-OK
               READ BATSEQ-FILE
                   NOT AT END
                       MOVE BATSEQ-NUM  TO WRK-LOTE-NUM
               END-READ
               CLOSE BATSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-LOTE-NUM.
           MOVE WRK-LOTE-NUM           TO BATSEQ-NUM.
           OPEN OUTPUT BATSEQ-FILE.
           WRITE BATSEQ-REC.
           CLOSE BATSEQ-FILE.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS RELATORIOS E PAGA OS APROVADOS
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-LER-RELATORIO.
           PERFORM 0220-PAGAR-1-RELATORIO UNTIL WRK-DESPFUN-FIM.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM RELATORIO DE DESPESAS
      *================================================================*
       0210-LER-RELATORIO              SECTION.
      *================================================================*
           READ DESPFUN-FILE
               AT END
                   SET WRK-DESPFUN-FIM  TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTABILIZA E PAGA UM RELATORIO APROVADO: LANCAMENTOS POR
      *    DESPESA, DETALHE BANCARIO PELO TOTAL E MARCA DE PAGO
      *================================================================*
       0220-PAGAR-1-RELATORIO          SECTION.
      *================================================================*
           IF  NOT DESPFUN-APROVADO
               GO TO 0220-90-PROXIMO
           END-IF.
           MOVE DESPFUN-MATRICULA      TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  NOT WRK-FUNCMAS-OK
           OR  FUNCMAS-BANCO           EQUAL ZEROS
           OR  FUNCMAS-CONTA           EQUAL SPACES
               DISPLAY 'RELATORIO ' DESPFUN-NUMERO ' MATRICULA '
                       DESPFUN-MATRICULA ' SEM CADASTRO OU DADOS '
                       'BANCARIOS NO FUNCMAS - NAO PAGO'
               ADD 1                    TO WRK-QTD-REJEITADOS
               GO TO 0220-90-PROXIMO
           END-IF.
           MOVE FUNCMAS-FILIAL         TO WRK-FILIAL.
           IF  WRK-FILIAL              EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL
           END-IF.
           PERFORM 0230-CHECAR-PERIODO-FECHADO.
           IF  PERFECHA-FECHADO OR PERFECHA-REFECHADO
               DISPLAY 'RELATORIO ' DESPFUN-NUMERO ' FILIAL '
                       WRK-FILIAL ' COM O PERIODO ' WRK-PERIODO-ATUAL
                       ' FECHADO - FICA PARA O PROXIMO REEMBOLSO'
               ADD 1                    TO WRK-QTD-ADIADOS
               GO TO 0220-90-PROXIMO
           END-IF.

           PERFORM 0240-CONTABILIZAR-DESPESAS.

           ADD 1                       TO WRK-QTD-RELATORIOS.
           ADD DESPFUN-TOTAL           TO WRK-HASH-VALORES.
           MOVE SPACES                 TO BANCOPAG-REC.
           SET BANCOPAG-DETALHE        TO TRUE.
           MOVE FUNCMAS-NOME           TO BANCOPAG-D-NOME.
           MOVE DESPFUN-TOTAL          TO BANCOPAG-D-VALOR.
           MOVE FUNCMAS-BANCO          TO BANCOPAG-D-BANCO.
           MOVE FUNCMAS-AGENCIA        TO BANCOPAG-D-AGENCIA.
           MOVE FUNCMAS-CONTA          TO BANCOPAG-D-CONTA.
           MOVE FUNCMAS-MATRICULA      TO BANCOPAG-D-MATRICULA.
           WRITE BANCOPAG-REC.

           SET DESPFUN-PAGO            TO TRUE.
           MOVE WRK-DATA-SYS           TO DESPFUN-DATA-PAGAMENTO.
           MOVE WRK-LOTE-NUM           TO DESPFUN-LOTE-PAGAMENTO.
           MOVE 'PROGDESPG'            TO DESPFUN-OPERADOR-ALT.
           MOVE WRK-DATA-SYS           TO DESPFUN-DATA-ALT.
           REWRITE DESPFUN-REC.

       0220-90-PROXIMO.
           PERFORM 0210-LER-RELATORIO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CHECA NO PERFECHA SE O PERIODO CORRENTE ESTA FECHADO NA
      *    FILIAL DO FUNCIONARIO (SEM O ARQUIVO, NADA ESTA FECHADO)
      *================================================================*
       0230-CHECAR-PERIODO-FECHADO     SECTION.
      *================================================================*
           MOVE SPACES                 TO PERFECHA-SITUACAO.
           IF  WRK-PERFECHA-INEXISTENTE
               GO TO 0230-99-FIM
           END-IF.
           MOVE WRK-PERIODO-ATUAL      TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL             TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  NOT WRK-PERFECHA-OK
               MOVE SPACES              TO PERFECHA-SITUACAO
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA AS DESPESAS DO RELATORIO NO GLPOST, PERCORRENDO O
      *    DESPLIN A PARTIR DO PRIMEIRO ITEM DO RELATORIO
      *================================================================*
       0240-CONTABILIZAR-DESPESAS      SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-DESPLIN.
           MOVE DESPFUN-NUMERO         TO DESPLIN-NUMERO.
           MOVE ZEROS                  TO DESPLIN-ITEM.
           START DESPLIN-FILE KEY NOT LESS DESPLIN-CHAVE
               INVALID KEY
                   GO TO 0240-99-FIM
           END-START.
           PERFORM 0245-LANCAR-1-DESPESA UNTIL WRK-DESPLIN-FIM.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA DESPESA DO RELATORIO E LANCA O DEBITO NA CONTA
      *    DA CATEGORIA E O CREDITO NO BANCO, NO CENTRO DE CUSTO DA
      *    DESPESA
      *================================================================*
       0245-LANCAR-1-DESPESA           SECTION.
      *================================================================*
           READ DESPLIN-FILE NEXT
               AT END
                   SET WRK-DESPLIN-FIM  TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  DESPLIN-NUMERO          NOT EQUAL DESPFUN-NUMERO
               SET WRK-DESPLIN-FIM      TO TRUE
               GO TO 0245-99-FIM
           END-IF.

           MOVE DESPLIN-CATEGORIA      TO DESPCAT-CODIGO.
           READ DESPCAT-FILE.
           IF  WRK-DESPCAT-OK
           AND DESPCAT-CONTA           NOT EQUAL SPACES
               MOVE DESPCAT-CONTA       TO WRK-CONTA-DESPESA
           ELSE
               MOVE WRK-CONTA-DIVERSAS  TO WRK-CONTA-DESPESA
           END-IF.

           MOVE SPACES                 TO GLPOST-REC.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGDESPG'            TO GLPOST-PROGRAMA.
           MOVE WRK-LOTE-NUM           TO GLPOST-LOTE.
           MOVE SPACES                 TO GLPOST-OPERADOR.
           MOVE WRK-FILIAL             TO GLPOST-FILIAL.
           MOVE DESPLIN-CENTRO-CUSTO   TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-DESPESA      TO GLPOST-CONTA.
           MOVE DESPLIN-VALOR          TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-CONTA-BANCO        TO GLPOST-CONTA.
           MOVE DESPLIN-VALOR          TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           ADD 2                       TO WRK-QTD-LANCAMENTOS.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O DEBITO DO ARQUIVO DE REEMBOLSO NO MOVIMENTO
      *    BANCARIO (MOVBANCO), PARA A CONCILIACAO BANCARIA
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
           SET MOVBANCO-REEMBOLSO      TO TRUE.
           MOVE WRK-DATA-SYS           TO MOVBANCO-DATA.
           SET MOVBANCO-DEBITO         TO TRUE.
           MOVE WRK-HASH-VALORES       TO MOVBANCO-VALOR.
           MOVE WRK-LOTE-NUM           TO MOVBANCO-REFERENCIA.
           MOVE 'PROGDESPG'            TO MOVBANCO-PROGRAMA.
           WRITE MOVBANCO-REC.
           CLOSE MOVBANCO-FILE.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O TRAILER COM OS TOTAIS DE CONTROLE E ENCERRA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO BANCOPAG-REC.
           SET BANCOPAG-TRAILER        TO TRUE.
           MOVE WRK-QTD-RELATORIOS     TO BANCOPAG-T-QTD.
           MOVE WRK-HASH-VALORES       TO BANCOPAG-T-HASH.
           WRITE BANCOPAG-REC.

           IF  WRK-HASH-VALORES        GREATER ZEROS
               PERFORM 0290-GRAVAR-MOVTO-BANCO
           END-IF.

           CLOSE DESPFUN-FILE.
           CLOSE DESPLIN-FILE.
           CLOSE DESPCAT-FILE.
           CLOSE FUNCMAS-FILE.
           CLOSE PERFECHA-FILE.
           CLOSE GLPOST-FILE.
           CLOSE PAGDESP-FILE.
           DISPLAY 'REEMBOLSO DE DESPESAS GRAVADO EM PAGDESP - LOTE '
                   WRK-LOTE-NUM ' RELATORIOS ' WRK-QTD-RELATORIOS
                   ' VALOR ' WRK-HASH-VALORES.
           DISPLAY 'LANCAMENTOS GRAVADOS NO GLPOST: '
                   WRK-QTD-LANCAMENTOS.
           IF  WRK-QTD-ADIADOS         GREATER ZEROS
               DISPLAY 'RELATORIOS ADIADOS POR PERIODO FECHADO: '
                       WRK-QTD-ADIADOS
           END-IF.
           IF  WRK-QTD-REJEITADOS      GREATER ZEROS
               DISPLAY 'RELATORIOS SEM DADOS BANCARIOS (NAO PAGOS): '
                       WRK-QTD-REJEITADOS
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
