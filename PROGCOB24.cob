      * FAIXAS A VENCER / ATE 30 / 31-60 / 61-90 / ACIMA DE 90 DIAS
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO AGING (MASCARA.COB), SALVO PARA
      *              USUARIO DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT AGINGREL-FILE         ASSIGN TO "AGINGREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-AGINGREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  AGINGREL-FILE.
           COPY 'AGINGREL.COB'.
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
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN INPUT CONTAREC-FILE.
           OPEN OUTPUT AGINGREL-FILE.

           ADD 1                       TO WRK-QTD-VENCIDOS.
           MOVE WRK-SALDO              TO WRK-SALDO-ED.
           MOVE WRK-DIAS-ATRASO        TO WRK-DIAS-ATRASO-ED.
           MOVE CONTAREC-CPF           TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO AGINGREL-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  CONTAREC-PEDIDO      DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CONTAREC-PARCELA     DELIMITED BY SIZE
                  ' CLIENTE '          DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' VENCTO '           DELIMITED BY SIZE
                  CONTAREC-DATA-VENCTO DELIMITED BY SIZE
                  ' ATRASO='           DELIMITED BY SIZE
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
