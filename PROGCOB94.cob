      * EXCLUSAO E NAO E ANONIMIZADO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO DESTRREL (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
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
           SELECT PROPMAS-FILE          ASSIGN TO "PROPMAS"
               ORGANIZATION           IS INDEXED
           SELECT DESTRREL-FILE         ASSIGN TO "DESTRREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DESTRREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS-FILE.
           COPY 'PROPMAS.COB'.
       FD  DESTRREL-FILE.
           COPY 'DESTRREL.COB'.
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
           88  WRK-CUSTMAS-OK                          VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-PROPMAS-STATUS          PIC X(002)      VALUE SPACES.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           DISPLAY 'ANONIMIZACAO DE CLIENTES SEM MOVIMENTO'.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           DISPLAY 'ANOS DE RETENCAO (SEM MOVIMENTO HA MAIS DE):'.
           ACCEPT WRK-ANOS-RETENCAO.
           IF  WRK-ANOS-RETENCAO       EQUAL ZEROS

           IF  WRK-SALDO-EM-ABERTO
               ADD 1                    TO WRK-QTD-EXCLUIDOS
               MOVE WRK-CPF-ALVO        TO MASC-CPF
               PERFORM 0965-MASCARAR-CPF
               MOVE SPACES              TO DESTRREL-REC
               STRING 'CPF '            DELIMITED BY SIZE
                      MASC-CPF          DELIMITED BY SIZE
                      ' EXCLUIDO DA ANONIMIZACAO - SALDO EM ABERTO'
                                        DELIMITED BY SIZE
                      INTO DESTRREL-REC
               GO TO 0240-99-FIM
           END-IF.
           MOVE SPACES                 TO WRK-CONTAREC-STATUS.
           MOVE WRK-CPF-ALVO           TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
           END-START.
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  CONTAREC-CPF            NOT EQUAL WRK-CPF-ALVO
               SET WRK-CONTAREC-FIM     TO TRUE
               GO TO 0245-99-FIM
           END-IF.
           IF  CONTAREC-DATA-EMISSAO   GREATER WRK-DATA-ATIVIDADE
               MOVE CONTAREC-DATA-EMISSAO TO WRK-DATA-ATIVIDADE
           END-IF.
           IF  CONTAREC-ABERTO
               SET WRK-SALDO-EM-ABERTO  TO TRUE
           END-IF.
      *================================================================*
       0245-99-FIM.                    EXIT.
           REWRITE CUSTMAS-REC.
           ADD 1                       TO WRK-QTD-ANONIMIZADOS.

           MOVE WRK-CPF-ALVO           TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO DESTRREL-REC.
           STRING 'CPF '               DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' ANONIMIZADO - ULTIMA ATIVIDADE '
                                       DELIMITED BY SIZE
                  WRK-DATA-ATIVIDADE   DELIMITED BY SIZE
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
