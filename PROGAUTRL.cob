       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAUTRL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO DAS AUTORIZACOES DE DEVOLUCAO AINDA NAO
      * RECEBIDAS, PARA A COBRANCA DO ATENDIMENTO JUNTO AO CLIENTE.
      * PERCORRE O AUTDEV NA ORDEM DO NUMERO E, PARA CADA
      * AUTORIZACAO ABERTA, GRAVA NO AUTREL O PEDIDO, A LINHA, O
      * PRODUTO, O CPF DO CLIENTE (PEDIDO), O MOTIVO, AS QUANTIDADES
      * AUTORIZADA, RECEBIDA E PENDENTE, A VALIDADE E OS DIAS DESDE
      * A ABERTURA (CONVENCAO COMERCIAL DE 30/360), APONTANDO AS
      * VENCIDAS, COM OS TOTAIS DE ABERTAS E VENCIDAS
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO AUTREL (MASCARA.COB), SALVO PARA
      *              USUARIO DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AUTDEV-FILE           ASSIGN TO "AUTDEV"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS AUTDEV-NUMERO
               FILE STATUS            IS WRK-AUTDEV-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT AUTREL-FILE           ASSIGN TO "AUTREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-AUTREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTDEV-FILE.
           COPY 'AUTDEV.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  AUTREL-FILE.
           COPY 'AUTREL.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-AUTDEV-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-AUTDEV-OK                           VALUE '00'.
           88  WRK-AUTDEV-FIM                          VALUE '10'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-AUTREL-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
      *
      *    USUARIO QUE PEDIU O RELATORIO, PARA A REGRA DE MASCARAMENTO
      *    DE CPF
      *
       77  WRK-USUARIO-SOLIC           PIC X(020)      VALUE SPACES.
       77  WRK-SENHA-SOLIC             PIC X(010)      VALUE SPACES.
      *
           COPY 'MASCARA.COB'.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       01  WRK-DATA-ABERT              PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-ABERT-DEC REDEFINES WRK-DATA-ABERT.
           05  WRK-ABERT-ANO           PIC 9(004).
           05  WRK-ABERT-MES           PIC 9(002).
           05  WRK-ABERT-DIA           PIC 9(002).
      *
      *    DIAS DESDE A ABERTURA PELA CONVENCAO COMERCIAL 30/360
      *
       77  WRK-DIAS-ABERTO             PIC S9(005)     VALUE ZEROS.
       77  WRK-DIAS-ABERTO-ED          PIC ZZZZ9       VALUE ZEROS.
      *
       77  WRK-QTD-PENDENTE            PIC 9(003)      VALUE ZEROS.
       77  WRK-SITUACAO-TEXTO          PIC X(007)      VALUE SPACES.
      *
      *    TOTAIS DO RELATORIO
      *
       77  WRK-QTD-ABERTAS             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-VENCIDAS            PIC 9(005)      VALUE ZEROS.
       77  WRK-TOT-PENDENTE            PIC 9(007)      VALUE ZEROS.
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
      *    ABRE AS AUTORIZACOES E O RELATORIO E GRAVA O CABECALHO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN INPUT AUTDEV-FILE.
           OPEN INPUT PEDIDO-FILE.
           OPEN OUTPUT AUTREL-FILE.

           MOVE SPACES                 TO AUTREL-REC.
           STRING 'AUTORIZACOES DE DEVOLUCAO NAO RECEBIDAS EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO AUTREL-REC
           END-STRING.
           WRITE AUTREL-REC.
           MOVE SPACES                 TO AUTREL-REC.
           WRITE AUTREL-REC.
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
      *    LE E LISTA CADA AUTORIZACAO ATE O FIM DO ARQUIVO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-AUTDEV-OK
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0210-LER-AUTORIZACAO.
           PERFORM 0220-LISTAR-1-AUTORIZACAO UNTIL WRK-AUTDEV-FIM.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA AUTORIZACAO
      *================================================================*
       0210-LER-AUTORIZACAO            SECTION.
      *================================================================*
           READ AUTDEV-FILE
               AT END
                   SET WRK-AUTDEV-FIM   TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA A AUTORIZACAO AINDA ABERTA COM O SALDO PENDENTE DE
      *    RECEBIMENTO, APONTANDO A VENCIDA
      *================================================================*
       0220-LISTAR-1-AUTORIZACAO       SECTION.
      *================================================================*
           IF  NOT AUTDEV-ABERTA
               GO TO 0220-90-PROXIMA
           END-IF.
           COMPUTE WRK-QTD-PENDENTE = AUTDEV-QTD-AUTORIZADA
                                    - AUTDEV-QTD-RECEBIDA.
           IF  WRK-DATA-SYS            GREATER AUTDEV-DATA-VALIDADE
               MOVE 'VENCIDA'           TO WRK-SITUACAO-TEXTO
               ADD 1                    TO WRK-QTD-VENCIDAS
           ELSE
               MOVE 'ABERTA'            TO WRK-SITUACAO-TEXTO
           END-IF.
           MOVE 'NAO CADAST.'          TO MASC-CPF.
           MOVE AUTDEV-PEDIDO          TO PEDIDO-NUMERO.
           READ PEDIDO-FILE.
           IF  WRK-PEDIDO-OK
               MOVE PEDIDO-CPF          TO MASC-CPF
               PERFORM 0965-MASCARAR-CPF
           END-IF.
           MOVE AUTDEV-DATA-ABERTURA   TO WRK-DATA-ABERT.
           COMPUTE WRK-DIAS-ABERTO =
                   ((WRK-SYS-ANO - WRK-ABERT-ANO) * 360) +
                   ((WRK-SYS-MES - WRK-ABERT-MES) * 30) +
                   (WRK-SYS-DIA - WRK-ABERT-DIA).
           IF  WRK-DIAS-ABERTO         LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS-ABERTO
           END-IF.
           MOVE WRK-DIAS-ABERTO        TO WRK-DIAS-ABERTO-ED.
           ADD 1                       TO WRK-QTD-ABERTAS.
           ADD WRK-QTD-PENDENTE        TO WRK-TOT-PENDENTE.

           MOVE SPACES                 TO AUTREL-REC.
           STRING 'AUT '               DELIMITED BY SIZE
                  AUTDEV-NUMERO        DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  AUTDEV-PEDIDO        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  AUTDEV-LINHA         DELIMITED BY SIZE
                  ' PRODUTO '          DELIMITED BY SIZE
                  AUTDEV-PRODUTO       DELIMITED BY SIZE
                  ' CPF '              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' MOTIVO '           DELIMITED BY SIZE
                  AUTDEV-MOTIVO        DELIMITED BY SIZE
                  ' AUTOR='            DELIMITED BY SIZE
                  AUTDEV-QTD-AUTORIZADA DELIMITED BY SIZE
                  ' RECEB='            DELIMITED BY SIZE
                  AUTDEV-QTD-RECEBIDA  DELIMITED BY SIZE
                  ' PEND='             DELIMITED BY SIZE
                  WRK-QTD-PENDENTE     DELIMITED BY SIZE
                  ' VALIDADE '         DELIMITED BY SIZE
                  AUTDEV-DATA-VALIDADE DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SITUACAO-TEXTO   DELIMITED BY SIZE
                  ' DIAS='             DELIMITED BY SIZE
                  WRK-DIAS-ABERTO-ED   DELIMITED BY SIZE
                  INTO AUTREL-REC
           END-STRING.
           WRITE AUTREL-REC.
       0220-90-PROXIMA.
           PERFORM 0210-LER-AUTORIZACAO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS TOTAIS E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO AUTREL-REC.
           WRITE AUTREL-REC.
           STRING 'TOTAL NAO RECEBIDAS=' DELIMITED BY SIZE
                  WRK-QTD-ABERTAS      DELIMITED BY SIZE
                  ' VENCIDAS='         DELIMITED BY SIZE
                  WRK-QTD-VENCIDAS     DELIMITED BY SIZE
                  ' QTD PENDENTE='     DELIMITED BY SIZE
                  WRK-TOT-PENDENTE     DELIMITED BY SIZE
                  INTO AUTREL-REC
           END-STRING.
           WRITE AUTREL-REC.

           CLOSE AUTDEV-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE AUTREL-FILE.
           DISPLAY 'AUTORIZACOES NAO RECEBIDAS GRAVADAS EM AUTREL: '
                   WRK-QTD-ABERTAS.
           GOBACK.
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
