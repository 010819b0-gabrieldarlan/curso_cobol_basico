      * TITULO DEIXA DE GERAR CARTA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NAS CARTAS (MASCARA.COB), SALVO
      *              PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      * XX/XX/XXXX - TITULOS LIDOS NA ORDEM DE CPF (CHAVE ALTERNATIVA
      *              CONTAREC-CPF), CARTA EMITIDA NA TROCA DE CLIENTE
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
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
           SELECT CARTACOB-FILE         ASSIGN TO "CARTACOB"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CARTACOB-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC-FILE.
           COPY 'COBRACTL.COB'.
       FD  CARTACOB-FILE.
           COPY 'CARTACOB.COB'.
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
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
               10  WRK-CLI-SALDO       PIC 9(009)V99.
               10  WRK-CLI-ESTAGIO     PIC 9(001).
       77  WRK-CLI-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-CPF-ANTERIOR            PIC X(011)      VALUE SPACES.
       77  WRK-CLI-SALDO-ED            PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       77  WRK-QTD-TITULOS-COBRADOS    PIC 9(005)      VALUE ZEROS.
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN INPUT CONTAREC-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN I-O COBRACTL-FILE.
      *================================================================*

      *================================================================*
      *    PERCORRE OS TITULOS DO CONTAS A RECEBER NA ORDEM DE CPF
      *    (CHAVE ALTERNATIVA), SELECIONA OS VENCIDOS EM ABERTO E, A
      *    CADA TROCA DE CLIENTE, EMITE A CARTA DO CLIENTE COBRADO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO CONTAREC-CPF.
           START CONTAREC-FILE KEY NOT LESS CONTAREC-CPF
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0200-99-FIM
           END-START.
           PERFORM 0210-LER-TITULO.
           MOVE CONTAREC-CPF           TO WRK-CPF-ANTERIOR.
           PERFORM 0220-TRATAR-1-TITULO UNTIL WRK-CONTAREC-FIM.
           PERFORM 0205-EMITIR-CARTAS-CLIENTE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EMITE A CARTA DO CLIENTE ACUMULADO E LIBERA A TABELA PARA
      *    O PROXIMO CPF
      *================================================================*
       0205-EMITIR-CARTAS-CLIENTE      SECTION.
      *================================================================*
           PERFORM 0260-EMITIR-1-CARTA
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX       GREATER WRK-CLI-COUNT.
           MOVE ZEROS                  TO WRK-CLI-COUNT.
      *================================================================*
       0205-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *================================================================*
       0210-LER-TITULO                 SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
           END-READ.
      *================================================================*
       0220-TRATAR-1-TITULO            SECTION.
      *================================================================*
           IF  CONTAREC-CPF            NOT EQUAL WRK-CPF-ANTERIOR
               PERFORM 0205-EMITIR-CARTAS-CLIENTE
               MOVE CONTAREC-CPF        TO WRK-CPF-ANTERIOR
           END-IF.
           IF  CONTAREC-ABERTO
           AND CONTAREC-DATA-VENCTO    LESS WRK-DATA-SYS
               PERFORM 0230-OBTER-ESTAGIO
           END-STRING.
           WRITE CARTACOB-REC.

           MOVE WRK-CLI-CPF(WRK-CLI-IDX) TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO CARTACOB-REC.
           STRING 'A(O): '             DELIMITED BY SIZE
                  CUSTMAS-NOME         DELIMITED BY SIZE
                  ' CPF '              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  INTO CARTACOB-REC
           END-STRING.
           WRITE CARTACOB-REC.
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
