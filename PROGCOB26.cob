      * RELATORIO HISTCPF COM O TOTAL COMPRADO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO HISTORICO (MASCARA.COB), SALVO
      *              PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT HISTCPF-FILE          ASSIGN TO "HISTCPF"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-HISTCPF-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS-FILE.
           COPY 'PEDIDO.COB'.
       FD  HISTCPF-FILE.
           COPY 'HISTCPF.COB'.
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
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-CUSTMAS-OK                           VALUE '00'.
      *================================================================*
           DISPLAY 'CPF DO CLIENTE (SOMENTE NUMEROS):'.
           ACCEPT WRK-CPF.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.

           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT PEDIDO-FILE.
                                        TO WRK-NOME-CLIENTE
           END-IF.

           MOVE WRK-CPF                TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO HISTCPF-REC.
           STRING 'HISTORICO DE COMPRAS - CPF ' DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WRK-NOME-CLIENTE     DELIMITED BY SIZE
                  INTO HISTCPF-REC
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
