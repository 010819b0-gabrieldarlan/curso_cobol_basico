       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFILIA.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CADASTRO DE EMPRESA/FILIAIS (FILIAL). ACOES I/A/D
      * MANTEM O CADASTRO (AUTO-CARREGADO COM A MATRIZ, FILIAL 01,
      * NO PRIMEIRO USO, NOS MOLDES DO CADASTRO DE CENTROS DE CUSTO
      * DO PROGCOB86) E A ACAO L LISTA AS FILIAIS NO CONSOLE. O
      * CODIGO DA FILIAL E O QUE OS PEDIDOS, LOCAIS DE ESTOQUE,
      * TITULOS, FOLHA E LANCAMENTOS CONTABEIS CARREGAM; A SERIE DA
      * NOTA FISCAL ELETRONICA INFORMADA AQUI INICIA O CONTADOR
      * PROPRIO DA FILIAL. A MATRIZ NAO PODE SER DESATIVADA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT FILIAL-FILE           ASSIGN TO "FILIAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FILIAL-CODIGO
               FILE STATUS            IS WRK-FILIAL-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILIAL-FILE.
           COPY 'FILIAL.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-FILIAL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-FILIAL-OK                           VALUE '00'.
           88  WRK-FILIAL-FIM                          VALUE '10'.
           88  WRK-FILIAL-INEXISTENTE                  VALUE '35'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-INCLUIR                        VALUE 'I'.
           88  WRK-ACAO-ALTERAR                        VALUE 'A'.
           88  WRK-ACAO-DESATIVAR                      VALUE 'D'.
           88  WRK-ACAO-LISTAR                         VALUE 'L'.
       77  WRK-CODIGO                  PIC X(002)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-QTD-FILIAIS             PIC 9(003)      VALUE ZEROS.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
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
      *    ABRE O CADASTRO (COM A MATRIZ CARREGADA NO PRIMEIRO USO) E
      *    RECEBE A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O FILIAL-FILE.
           IF  WRK-FILIAL-INEXISTENTE
               PERFORM 0400-CARREGAR-MATRIZ
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR D=DESATIVAR '
                   'L=LISTAR FILIAIS):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESPACHA A ACAO ESCOLHIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-ACAO-LISTAR
               PERFORM 0500-LISTAR-FILIAIS
           ELSE
               PERFORM 0410-MANTER-FILIAL
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DO CADASTRO COM A MATRIZ (FILIAL 01), DONA
      *    DE TODO O MOVIMENTO ANTERIOR AO CADASTRO
      *================================================================*
       0400-CARREGAR-MATRIZ            SECTION.
      *================================================================*
           CLOSE FILIAL-FILE.
           OPEN OUTPUT FILIAL-FILE.
           MOVE '01'                   TO FILIAL-CODIGO.
           MOVE SPACES                 TO FILIAL-CNPJ.
           MOVE 'MATRIZ'               TO FILIAL-RAZAO-SOCIAL.
           MOVE SPACES                 TO FILIAL-UF
                                           FILIAL-CIDADE.
           MOVE 1                      TO FILIAL-SERIE-NFE.
           SET FILIAL-ATIVA            TO TRUE.
           MOVE WRK-DATA-SYS           TO FILIAL-DATA-ABERTURA.
           WRITE FILIAL-REC.
           CLOSE FILIAL-FILE.
           OPEN I-O FILIAL-FILE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI, ALTERA OU DESATIVA UMA FILIAL
      *================================================================*
       0410-MANTER-FILIAL              SECTION.
      *================================================================*
           DISPLAY 'CODIGO DA FILIAL (2 POSICOES, 01 = MATRIZ):'.
           ACCEPT WRK-CODIGO.
           IF  WRK-CODIGO              EQUAL SPACES
               DISPLAY 'CODIGO DA FILIAL NAO INFORMADO'
               GO TO 0410-99-FIM
           END-IF.
           MOVE WRK-CODIGO             TO FILIAL-CODIGO.
           READ FILIAL-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-FILIAL-OK
                       DISPLAY 'FILIAL JA CADASTRADA'
                   ELSE
                       MOVE WRK-CODIGO  TO FILIAL-CODIGO
                       PERFORM 0420-RECEBER-DADOS
                       SET FILIAL-ATIVA TO TRUE
                       MOVE WRK-DATA-SYS TO FILIAL-DATA-ABERTURA
                       WRITE FILIAL-REC
                       DISPLAY 'FILIAL INCLUIDA'
                   END-IF
               WHEN WRK-ACAO-ALTERAR
                   IF  WRK-FILIAL-OK
                       PERFORM 0420-RECEBER-DADOS
                       REWRITE FILIAL-REC
                       DISPLAY 'FILIAL ALTERADA'
                   ELSE
                       DISPLAY 'FILIAL NAO CADASTRADA'
                   END-IF
               WHEN WRK-ACAO-DESATIVAR
                   IF  WRK-FILIAL-OK
                       IF  FILIAL-MATRIZ
                           DISPLAY 'A MATRIZ NAO PODE SER DESATIVADA'
                       ELSE
                           SET FILIAL-INATIVA TO TRUE
                           REWRITE FILIAL-REC
                           DISPLAY 'FILIAL DESATIVADA'
                       END-IF
                   ELSE
                       DISPLAY 'FILIAL NAO CADASTRADA'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-CODIGO           DELIMITED BY SIZE
                  ' CNPJ '             DELIMITED BY SIZE
                  FILIAL-CNPJ          DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE OS DADOS CADASTRAIS DA FILIAL
      *================================================================*
       0420-RECEBER-DADOS              SECTION.
      *================================================================*
           DISPLAY 'CNPJ (SOMENTE NUMEROS):'.
           ACCEPT FILIAL-CNPJ.
           DISPLAY 'RAZAO SOCIAL:'.
           ACCEPT FILIAL-RAZAO-SOCIAL.
           DISPLAY 'UF:'.
           ACCEPT FILIAL-UF.
           DISPLAY 'CIDADE:'.
           ACCEPT FILIAL-CIDADE.
           DISPLAY 'SERIE DA NOTA FISCAL ELETRONICA (EX: 001):'.
           ACCEPT FILIAL-SERIE-NFE.
           IF  FILIAL-SERIE-NFE        EQUAL ZEROS
               MOVE 1                   TO FILIAL-SERIE-NFE
           END-IF.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA NO CONSOLE AS FILIAIS CADASTRADAS
      *================================================================*
       0500-LISTAR-FILIAIS             SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO FILIAL-CODIGO.
           START FILIAL-FILE KEY NOT LESS FILIAL-CODIGO
               INVALID KEY
                   SET WRK-FILIAL-FIM   TO TRUE
           END-START.
           IF  NOT WRK-FILIAL-FIM
               PERFORM 0510-LER-FILIAL
           END-IF.
           PERFORM 0520-LISTAR-1-FILIAL UNTIL WRK-FILIAL-FIM.
           DISPLAY 'FILIAIS CADASTRADAS: ' WRK-QTD-FILIAIS.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA FILIAL DO CADASTRO
      *================================================================*
       0510-LER-FILIAL                 SECTION.
      *================================================================*
           READ FILIAL-FILE NEXT RECORD
               AT END
                   SET WRK-FILIAL-FIM   TO TRUE
           END-READ.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA UMA FILIAL E LE A PROXIMA
      *================================================================*
       0520-LISTAR-1-FILIAL            SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-FILIAIS.
           DISPLAY FILIAL-CODIGO ' ' FILIAL-CNPJ ' '
                   FILIAL-RAZAO-SOCIAL ' ' FILIAL-UF
                   ' SERIE ' FILIAL-SERIE-NFE
                   ' SITUACAO ' FILIAL-SITUACAO.
           PERFORM 0510-LER-FILIAL.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
       0900-GRAVAR-AUDITORIA-CONSOLE   SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS-LOG     FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS-LOG     FROM TIME.
           OPEN EXTEND CONSLOG-FILE.
           IF  WRK-CONSLOG-STATUS      EQUAL '35'
               OPEN OUTPUT CONSLOG-FILE
               CLOSE CONSLOG-FILE
               OPEN EXTEND CONSLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS-LOG       TO CONSLOG-DATA.
           MOVE WRK-HORA-SYS-LOG       TO CONSLOG-HORA.
           MOVE 'PROGFILIA'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO O CADASTRO
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE FILIAL-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
