      * BAIXAS DO RECPREL E AS NOTAS DE CREDITO NA MAO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO EXTRATO (MASCARA.COB), SALVO
      *              PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      * XX/XX/XXXX - SALDO DE HOJE LIDO SO NOS TITULOS DO CPF, PELA
      *              CHAVE ALTERNATIVA CONTAREC-CPF
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT RECHIST-FILE          ASSIGN TO "RECHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT EXTRACLI-FILE         ASSIGN TO "EXTRACLI"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-EXTRACLI-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY 'CREDHIST.COB'.
       FD  EXTRACLI-FILE.
           COPY 'EXTRACLI.COB'.
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
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
           IF  WRK-DATA-FINAL          EQUAL ZEROS
               MOVE 99991231            TO WRK-DATA-FINAL
           END-IF.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.

           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT CONTAREC-FILE.
           OPEN INPUT CREDHIST-FILE.
           OPEN OUTPUT EXTRACLI-FILE.

           MOVE WRK-CPF-CONSULTA       TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO EXTRACLI-REC.
           STRING 'EXTRATO DE CONTA - CPF ' DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' PERIODO '          DELIMITED BY SIZE
                  WRK-DATA-INICIAL     DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE

      *================================================================*
      *    APURA O SALDO DEVEDOR DE HOJE NOS TITULOS EM ABERTO DO
      *    CONTAS A RECEBER, INDEPENDENTE DO PERIODO CONSULTADO; SO OS
      *    TITULOS DO CPF SAO LIDOS, PELA CHAVE ALTERNATIVA
      *================================================================*
       0280-APURAR-SALDO-HOJE          SECTION.
      *================================================================*
           IF  WRK-CONTAREC-INEXISTENTE
               GO TO 0280-99-FIM
           END-IF.
           MOVE WRK-CPF-CONSULTA       TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0280-99-FIM
           END-START.
           PERFORM 0285-LER-TITULO.
           PERFORM 0290-SOMAR-1-TITULO UNTIL WRK-CONTAREC-FIM.
      *================================================================*
      *================================================================*

      *================================================================*
      *    LE O PROXIMO TITULO DO CLIENTE NO CONTAS A RECEBER
      *================================================================*
       0285-LER-TITULO                 SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0285-99-FIM
           END-READ.
           IF  CONTAREC-CPF            NOT EQUAL WRK-CPF-CONSULTA
               SET WRK-CONTAREC-FIM     TO TRUE
           END-IF.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*
      *================================================================*
       0290-SOMAR-1-TITULO             SECTION.
      *================================================================*
           IF  CONTAREC-ABERTO
               COMPUTE WRK-SALDO-TITULO = CONTAREC-VALOR -
                       CONTAREC-VALOR-PAGO
               ADD WRK-SALDO-TITULO     TO WRK-SALDO-HOJE
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
