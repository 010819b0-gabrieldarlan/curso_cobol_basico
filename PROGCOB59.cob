      * RELATORIO APLICRED
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO APLICRED (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS;
      *              A FILA DE REEMBOLSO MANTEM O CPF INTEIRO
      * XX/XX/XXXX - TITULOS DO CLIENTE LIDOS SO PELO CPF, NA CHAVE
      *              ALTERNATIVA CONTAREC-CPF
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT REEMBOLSO-FILE        ASSIGN TO "REEMBOLSO"
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT APLICRED-FILE         ASSIGN TO "APLICRED"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-APLICRED-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDSAL-FILE.
           COPY 'REEMBOLSO.COB'.
       FD  APLICRED-FILE.
           COPY 'APLICRED.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
      *
      *    USUARIO QUE PEDIU O RELATORIO, PARA A REGRA DE MASCARAMENTO
      *    DE CPF E CONTA BANCARIA
      *
       77  WRK-USUARIO-SOLIC           PIC X(020)      VALUE SPACES.
       77  WRK-SENHA-SOLIC             PIC X(010)      VALUE SPACES.
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-CREDSAL-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CREDSAL-OK                          VALUE '00'.
           88  WRK-CREDSAL-FIM                         VALUE '10'.
           88  WRK-CREDSAL-INEXISTENTE                 VALUE '35'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-REEMBOLSO-STATUS        PIC X(002)      VALUE SPACES.
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN I-O CREDSAL-FILE.
           IF  WRK-CREDSAL-INEXISTENTE
               CLOSE CREDSAL-FILE

      *================================================================*
      *    COLETA OS TITULOS EM ABERTO DO CLIENTE CORRENTE, EM ORDEM
      *    DE VENCIMENTO, LENDO SO OS TITULOS DO CPF PELA CHAVE
      *    ALTERNATIVA
      *================================================================*
       0230-COLETAR-TITULOS-ABERTOS    SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-TIT-COUNT.
           MOVE CREDSAL-CPF            TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   MOVE '10'            TO WRK-CONTAREC-STATUS
           END-START.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO TITULO DO CLIENTE E INSERE NA TABELA, EM ORDEM
      *    DE VENCIMENTO, QUANDO ESTIVER EM ABERTO
      *================================================================*
       0240-COLETAR-1-TITULO           SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-CONTAREC-STATUS
                   GO TO 0240-99-FIM
           END-READ.
           IF  CONTAREC-CPF            NOT EQUAL CREDSAL-CPF
               MOVE '10'                TO WRK-CONTAREC-STATUS
               GO TO 0240-99-FIM
           END-IF.
           IF  CONTAREC-ABERTO
               PERFORM 0245-INSERIR-TITULO
           END-IF.
      *================================================================*
       0255-GRAVAR-LINHA-APLICACAO     SECTION.
      *================================================================*
           MOVE WRK-VALOR-APLICADO     TO WRK-VALOR-ED.
           MOVE CREDSAL-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO APLICRED-REC.
           IF  CONTAREC-QUITADO
               STRING 'CLIENTE '       DELIMITED BY SIZE
                      MASC-CPF         DELIMITED BY SIZE
                      ' PEDIDO '       DELIMITED BY SIZE
                      CONTAREC-PEDIDO  DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
               END-STRING
           ELSE
               STRING 'CLIENTE '       DELIMITED BY SIZE
                      MASC-CPF         DELIMITED BY SIZE
                      ' PEDIDO '       DELIMITED BY SIZE
                      CONTAREC-PEDIDO  DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
           ADD 1                       TO WRK-QTD-REEMBOLSOS.

           MOVE WRK-SALDO-CREDITO      TO WRK-VALOR-ED.
           MOVE CREDSAL-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO APLICRED-REC.
           STRING 'CLIENTE '           DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' SEM TITULO EM ABERTO - REEMBOLSO DE '
                                       DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IDENTIFICA O USUARIO QUE PEDIU O RELATORIO; SO UM NIVEL
      *    AUTORIZADO NO USERMAS RECEBE O CPF INTEIRO - SEM LOGIN
      *    VALIDO O RELATORIO SAI MASCARADO
      *================================================================*
       0960-IDENTIFICAR-SOLICITANTE    SECTION.
      *================================================================*
           SET MASC-MASCARAR           TO TRUE.
           DISPLAY 'USUARIO SOLICITANTE:'.
           ACCEPT WRK-USUARIO-SOLIC.
           DISPLAY 'SENHA:'.
           ACCEPT WRK-SENHA-SOLIC      WITH NO ECHO.
           OPEN INPUT USERMAS-FILE.
           IF  NOT WRK-USERMAS-OK
               GO TO 0960-99-FIM
           END-IF.
           MOVE WRK-USUARIO-SOLIC      TO USERMAS-USUARIO.
           READ USERMAS-FILE.
           IF  WRK-USERMAS-OK AND USERMAS-ATIVO
               AND WRK-SENHA-SOLIC     EQUAL USERMAS-SENHA
               MOVE USERMAS-NIVEL       TO MASC-NIVEL
               IF  MASC-NIVEL-INTEGRAL
                   SET MASC-INTEGRAL    TO TRUE
               END-IF
           END-IF.
           CLOSE USERMAS-FILE.
      *================================================================*
       0960-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA O CPF EM MASC-CPF, DEIXANDO SO OS DIGITOS DO MEIO,
      *    QUANDO O SOLICITANTE NAO PODE VER O DADO INTEIRO
      *================================================================*
       0965-MASCARAR-CPF               SECTION.
      *================================================================*
           IF  MASC-MASCARAR
           AND MASC-CPF                NOT EQUAL SPACES
               MOVE '***'               TO MASC-CPF-INICIO
               MOVE '**'                TO MASC-CPF-DV
           END-IF.
      *================================================================*
       0965-99-FIM.                    EXIT.
      *================================================================*
