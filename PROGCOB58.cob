      * DO PIOR CASO PARA O MELHOR (EXPOCRED)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO (MASCARA.COB), SALVO
      *              PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      * XX/XX/XXXX - CPF OPCIONAL: LE SO OS TITULOS DO CLIENTE PELA
      *              CHAVE ALTERNATIVA CONTAREC-CPF
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       FILE-CONTROL.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
           SELECT EXPOCRED-FILE         ASSIGN TO "EXPOCRED"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-EXPOCRED-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC-FILE.
           COPY 'CUSTMAS.COB'.
       FD  EXPOCRED-FILE.
           COPY 'EXPOCRED.COB'.
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
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
               10  WRK-EXP-PCT         PIC 9(005)V99.
       77  WRK-EXP-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-CPF-CORRENTE            PIC X(011)      VALUE SPACES.
       77  WRK-CPF-FILTRO              PIC X(011)      VALUE SPACES.
           88  WRK-TODOS-CLIENTES                      VALUE SPACES.
       77  WRK-VALOR-CORRENTE          PIC 9(010)V99   VALUE ZEROS.
       77  WRK-ORIGEM-RETIDO           PIC X(001)      VALUE 'N'.
           88  WRK-ORIGEM-E-RETIDO                     VALUE 'S'.
       0100-INICIALIZAR                SECTION.
      *================================================================*
           DISPLAY 'EXPOSICAO DE CREDITO POR CLIENTE'.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           DISPLAY 'PERCENTUAL DE ALERTA SOBRE O LIMITE (EX: 80):'.
           ACCEPT WRK-PCT-ALERTA.
           IF  WRK-PCT-ALERTA          EQUAL ZEROS
               DISPLAY 'PERCENTUAL INVALIDO - ASSUMIDOS 80 PC'
               MOVE 80,00               TO WRK-PCT-ALERTA
           END-IF.
           DISPLAY 'CPF DO CLIENTE (EM BRANCO = TODOS):'.
           ACCEPT WRK-CPF-FILTRO.
           OPEN INPUT CONTAREC-FILE.
           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT CUSTMAS-FILE.
      *================================================================*

      *================================================================*
      *    ACUMULA POR CLIENTE OS SALDOS DOS TITULOS EM ABERTO; COM
      *    CPF INFORMADO, LE SO OS TITULOS DELE PELA CHAVE ALTERNATIVA
      *================================================================*
       0210-ACUMULAR-TITULOS           SECTION.
      *================================================================*
           IF  WRK-CONTAREC-INEXISTENTE
               GO TO 0210-99-FIM
           END-IF.
           IF  NOT WRK-TODOS-CLIENTES
               MOVE WRK-CPF-FILTRO      TO CONTAREC-CPF
               START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
                   INVALID KEY
                       SET WRK-CONTAREC-FIM TO TRUE
                       GO TO 0210-99-FIM
               END-START
           END-IF.
           PERFORM 0215-LER-TITULO.
           PERFORM 0220-ACUMULAR-1-TITULO UNTIL WRK-CONTAREC-FIM.
      *================================================================*
      *================================================================*
       0215-LER-TITULO                 SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  NOT WRK-TODOS-CLIENTES
           AND CONTAREC-CPF            NOT EQUAL WRK-CPF-FILTRO
               SET WRK-CONTAREC-FIM     TO TRUE
           END-IF.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*
       0240-ACUMULAR-1-PEDIDO          SECTION.
      *================================================================*
           IF  PEDIDO-RETIDO
           AND (WRK-TODOS-CLIENTES
                OR PEDIDO-CPF          EQUAL WRK-CPF-FILTRO)
               MOVE PEDIDO-CPF          TO WRK-CPF-CORRENTE
               MOVE PEDIDO-TOTAL        TO WRK-VALOR-CORRENTE
               SET WRK-ORIGEM-E-RETIDO  TO TRUE
           MOVE WRK-EXPOSICAO          TO WRK-EXPOSICAO-ED.
           MOVE WRK-EXP-LIMITE(WRK-EXP-IDX) TO WRK-LIMITE-ED.
           MOVE WRK-EXP-PCT(WRK-EXP-IDX) TO WRK-PCT-ED.
           MOVE WRK-EXP-CPF(WRK-EXP-IDX) TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO EXPOCRED-REC.
           STRING 'CLIENTE '           DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' EXPOSICAO='        DELIMITED BY SIZE
                  WRK-EXPOSICAO-ED     DELIMITED BY SIZE
                  ' LIMITE='           DELIMITED BY SIZE
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
