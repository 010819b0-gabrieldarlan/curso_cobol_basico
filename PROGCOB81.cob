      * DEVOLVIDO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - O DEBITO DOS CREDITOS ACEITOS VAI PARA O MOVIMENTO
      *              BANCARIO (MOVBANCO) COM O LOTE DO RETORNO, PARA A
      *              CONCILIACAO BANCARIA (PROGCONBC)
      * XX/XX/XXXX - CONTA DO CREDITO DEVOLVIDO NO RELATORIO RETSALREL,
      *              SEMPRE MASCARADA (MASCARA.COB)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT RETSALREL-FILE        ASSIGN TO "RETSALREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RETSALREL-STATUS.
           SELECT MOVBANCO-FILE         ASSIGN TO "MOVBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVBANCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETSAL-FILE.
       01  REEMISSAO-REC                  PIC X(060).
       FD  RETSALREL-FILE.
           COPY 'RETSALREL.COB'.
       FD  MOVBANCO-FILE.
           COPY 'MOVBANCO.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
      *    O RETORNO E PROCESSADO SEM USUARIO SOLICITANTE: A CONTA DO
      *    CREDITO DEVOLVIDO SAI SEMPRE MASCARADA NO RELATORIO (A
      *    REEMISSAO LEVA A CONTA INTEIRA PARA O BANCO)
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-RETSAL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-RETSAL-OK                           VALUE '00'.
           88  WRK-RETSAL-FIM                          VALUE '10'.
       77  WRK-REEMISSAO-STATUS        PIC X(002)      VALUE SPACES.
       77  WRK-RETSALREL-STATUS        PIC X(002)      VALUE SPACES.
       77  WRK-MOVBANCO-STATUS         PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-QTD-DETALHES            PIC 9(006)      VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO         PIC 9(013)V99   VALUE ZEROS.
       77  WRK-HASH-TRAILER            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-QTD-TRAILER             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-RETORNO            PIC 9(008)      VALUE ZEROS.
       77  WRK-LOTE-RETORNO            PIC 9(006)      VALUE ZEROS.
       77  WRK-TRAILER-LIDO            PIC X(001)      VALUE 'N'.
           88  WRK-TRAILER-PRESENTE                    VALUE 'S'.
       77  WRK-VALOR-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       0220-TRATAR-1-REGISTRO          SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN BANCOPAG-HEADER
                   MOVE BANCOPAG-H-DATA TO WRK-DATA-RETORNO
                   MOVE BANCOPAG-H-LOTE TO WRK-LOTE-RETORNO
               WHEN BANCOPAG-DETALHE
                   ADD 1                TO WRK-QTD-DETALHES
                   IF  BANCOPAG-D-RESULTADO EQUAL 'OK'
       0230-REGISTRAR-DEVOLVIDO        SECTION.
      *================================================================*
           MOVE BANCOPAG-D-VALOR       TO WRK-VALOR-ED.
           MOVE BANCOPAG-D-CONTA       TO MASC-CONTA.
           PERFORM 0970-MASCARAR-CONTA.
           MOVE SPACES                 TO RETSALREL-REC.
           STRING 'DEVOLVIDO: MATRICULA ' DELIMITED BY SIZE
                  BANCOPAG-D-MATRICULA DELIMITED BY SIZE
                  BANCOPAG-D-NOME      DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' CONTA='            DELIMITED BY SIZE
                  MASC-CONTA           DELIMITED BY SIZE
                  ' MOTIVO='           DELIMITED BY SIZE
                  BANCOPAG-D-RESULTADO DELIMITED BY SIZE
                  INTO RETSALREL-REC
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O DEBITO DOS CREDITOS ACEITOS PELO BANCO NO
      *    MOVIMENTO BANCARIO (MOVBANCO), PARA A CONCILIACAO BANCARIA
      *    (PROGCONBC); A REFERENCIA E O LOTE DO HEADER DO RETORNO
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
           SET MOVBANCO-SALARIO        TO TRUE.
           MOVE WRK-DATA-RETORNO       TO MOVBANCO-DATA.
           SET MOVBANCO-DEBITO         TO TRUE.
           MOVE WRK-TOTAL-ACEITO       TO MOVBANCO-VALOR.
           MOVE WRK-LOTE-RETORNO       TO MOVBANCO-REFERENCIA.
           MOVE 'PROGCOB81'            TO MOVBANCO-PROGRAMA.
           WRITE MOVBANCO-REC.
           CLOSE MOVBANCO-FILE.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONCILIA O RETORNO COM O TRAILER ENVIADO, FECHA A
      *    REEMISSAO E ENCERRA O PROGRAMA
           END-STRING.
           WRITE RETSALREL-REC.

           IF  WRK-TOTAL-ACEITO        GREATER ZEROS
               IF  WRK-DATA-RETORNO    EQUAL ZEROS
                   MOVE WRK-DATA-SYS    TO WRK-DATA-RETORNO
               END-IF
               PERFORM 0290-GRAVAR-MOVTO-BANCO
           END-IF.

           CLOSE RETSAL-FILE.
           CLOSE RETSALREL-FILE.
           DISPLAY 'RETORNO DA FOLHA PROCESSADO - DEVOLVIDOS '
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA A CONTA BANCARIA EM MASC-CONTA, DEIXANDO SO OS
      *    QUATRO ULTIMOS DIGITOS
      *================================================================*
       0970-MASCARAR-CONTA             SECTION.
      *================================================================*
           IF  MASC-MASCARAR
           AND MASC-CONTA              NOT = SPACES
               MOVE '******'           TO MASC-CONTA-INICIO
           END-IF.
      *================================================================*
       0970-99-FIM.                    EXIT.
      *================================================================*
