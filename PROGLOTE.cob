       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOTE.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CONTROLE DE LOTES E VALIDADES DO ESTOQUE EM DUAS
      * ACOES: V = RELATORIO SEMANAL DOS LOTES COM SALDO QUE VENCEM
      * NOS PROXIMOS N DIAS (OU JA VENCIDOS), EM QUALQUER LOCAL
      * (ESTLOTE), PARA DAR SAIDA OU BAIXA ANTES DA PERDA; R =
      * CONSULTA DE RECOLHIMENTO (RECALL) DE UM LOTE: O SALDO QUE
      * AINDA ESTA EM CADA LOCAL E TODOS OS PEDIDOS E CPFS QUE
      * RECEBERAM O LOTE NA SEPARACAO DO PROGCOB18 (LOTSAI). AMBAS
      * AS ACOES GRAVAM O LOTVREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO LOTVREL (MASCARA.COB),
      *              SALVO PARA OPERADOR DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ESTLOTE-FILE          ASSIGN TO "ESTLOTE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOTE-CHAVE
               FILE STATUS            IS WRK-ESTLOTE-STATUS.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT LOTSAI-FILE           ASSIGN TO "LOTSAI"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOTSAI-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT LOTVREL-FILE          ASSIGN TO "LOTVREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOTVREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTLOTE-FILE.
           COPY 'ESTLOTE.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  LOTSAI-FILE.
           COPY 'LOTSAI.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  LOTVREL-FILE.
           COPY 'LOTVREL.COB'.
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
       77  WRK-ESTLOTE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOTE-OK                          VALUE '00'.
           88  WRK-ESTLOTE-INEXISTENTE                 VALUE '35'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-LOTSAI-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-LOTSAI-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-LOTVREL-STATUS          PIC X(002)      VALUE SPACES.
      *
           COPY 'CALEND.COB'.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       01  WRK-DATA-VAL                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-VAL-DEC REDEFINES WRK-DATA-VAL.
           05  WRK-VAL-ANO             PIC 9(004).
           05  WRK-VAL-MES             PIC 9(002).
           05  WRK-VAL-DIA             PIC 9(002).
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-VENCIMENTOS                    VALUE 'V'.
           88  WRK-ACAO-RECOLHIMENTO                   VALUE 'R'.
      *
      *    HORIZONTE DO RELATORIO DE VENCIMENTOS: HOJE + N DIAS
      *
       77  WRK-DIAS-HORIZONTE          PIC 9(003)      VALUE ZEROS.
       77  WRK-DATA-LIMITE             PIC 9(008)      VALUE ZEROS.
       77  WRK-LIM-ANO                 PIC 9(004)      VALUE ZEROS.
       77  WRK-LIM-MES                 PIC 9(002)      VALUE ZEROS.
       77  WRK-LIM-DIA                 PIC 9(004)      VALUE ZEROS.
       77  WRK-LIM-RESTO               PIC 9(004)      VALUE ZEROS.
       77  WRK-LIM-QUOCIENTE           PIC 9(004)      VALUE ZEROS.
       77  WRK-LIM-DIAS-MES            PIC 9(002)      VALUE ZEROS.
       77  WRK-DIAS-A-VENCER           PIC S9(005)     VALUE ZEROS.
       77  WRK-DIAS-A-VENCER-ED        PIC -ZZZZ9      VALUE ZEROS.
      *
      *    LOTE PESQUISADO NO RECOLHIMENTO
      *
       77  WRK-PRODUTO                 PIC X(006)      VALUE SPACES.
       77  WRK-LOTE                    PIC X(010)      VALUE SPACES.
      *
       77  WRK-FIM-ESTLOTE             PIC X(001)      VALUE 'N'.
           88  WRK-ESTLOTE-ENCERRADO                   VALUE 'S'.
       77  WRK-FIM-LOTSAI              PIC X(001)      VALUE 'N'.
           88  WRK-LOTSAI-ENCERRADO                    VALUE 'S'.
       77  WRK-QTD-LOTES               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-VENCIDOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SALDO-TOTAL         PIC 9(009)      VALUE ZEROS.
       77  WRK-QTD-PEDIDOS             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ENTREGUE-TOTAL      PIC 9(009)      VALUE ZEROS.
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
      *    RECEBE A ACAO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'CONTROLE DE LOTES E VALIDADES'.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           DISPLAY 'ACAO (V=LOTES A VENCER R=RECOLHIMENTO DE LOTE):'.
           ACCEPT WRK-ACAO.

           OPEN INPUT ESTLOTE-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT LOTVREL-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
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
      *    DESPACHA A ACAO ESCOLHIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN WRK-ACAO-VENCIMENTOS
                   PERFORM 0400-LISTAR-VENCIMENTOS
               WHEN WRK-ACAO-RECOLHIMENTO
                   PERFORM 0500-CONSULTAR-RECOLHIMENTO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS LOTES COM SALDO QUE VENCEM ATE HOJE + N DIAS,
      *    APONTANDO OS JA VENCIDOS
      *================================================================*
       0400-LISTAR-VENCIMENTOS         SECTION.
      *================================================================*
           DISPLAY 'DIAS A FRENTE (ENTER = 7):'.
           MOVE ZEROS                  TO WRK-DIAS-HORIZONTE.
           ACCEPT WRK-DIAS-HORIZONTE.
           IF  WRK-DIAS-HORIZONTE      EQUAL ZEROS
               MOVE 7                   TO WRK-DIAS-HORIZONTE
           END-IF.
           PERFORM 0410-CALCULAR-DATA-LIMITE.

           MOVE SPACES                 TO LOTVREL-REC.
           STRING 'LOTES A VENCER ATE '  DELIMITED BY SIZE
                  WRK-DATA-LIMITE      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WRK-DIAS-HORIZONTE   DELIMITED BY SIZE
                  ' DIAS A PARTIR DE ' DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
                  INTO LOTVREL-REC
           END-STRING.
           WRITE LOTVREL-REC.

           IF  WRK-ESTLOTE-INEXISTENTE
               MOVE 'NENHUM LOTE REGISTRADO' TO LOTVREL-REC
               WRITE LOTVREL-REC
               GO TO 0400-99-FIM
           END-IF.
           MOVE LOW-VALUES             TO ESTLOTE-CHAVE.
           START ESTLOTE-FILE KEY NOT LESS ESTLOTE-CHAVE
               INVALID KEY
                   SET WRK-ESTLOTE-ENCERRADO TO TRUE
           END-START.
           PERFORM 0420-LISTAR-1-LOTE
               UNTIL WRK-ESTLOTE-ENCERRADO.

           MOVE SPACES                 TO LOTVREL-REC.
           STRING 'LOTES LISTADOS='    DELIMITED BY SIZE
                  WRK-QTD-LOTES        DELIMITED BY SIZE
                  ' JA VENCIDOS='      DELIMITED BY SIZE
                  WRK-QTD-VENCIDOS     DELIMITED BY SIZE
                  ' QTD EM RISCO='     DELIMITED BY SIZE
                  WRK-QTD-SALDO-TOTAL  DELIMITED BY SIZE
                  INTO LOTVREL-REC
           END-STRING.
           WRITE LOTVREL-REC.
           DISPLAY 'LOTES A VENCER: ' WRK-QTD-LOTES
                   ' - RELATORIO EM LOTVREL'.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DATA LIMITE = DATA DE PROCESSAMENTO + N DIAS CORRIDOS
      *================================================================*
       0410-CALCULAR-DATA-LIMITE       SECTION.
      *================================================================*
           DIVIDE WRK-DATA-SYS         BY 10000
               GIVING WRK-LIM-ANO REMAINDER WRK-LIM-RESTO.
           DIVIDE WRK-LIM-RESTO        BY 100
               GIVING WRK-LIM-MES REMAINDER WRK-LIM-DIA.
           ADD WRK-DIAS-HORIZONTE      TO WRK-LIM-DIA.
           PERFORM 0412-VIRAR-MES-LIMITE.
           PERFORM 0412-VIRAR-MES-LIMITE
               UNTIL WRK-LIM-DIA NOT GREATER WRK-LIM-DIAS-MES.
           COMPUTE WRK-DATA-LIMITE = (WRK-LIM-ANO * 10000) +
                   (WRK-LIM-MES * 100) + WRK-LIM-DIA.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VIRA O MES QUANDO O DIA PASSA DO TAMANHO DO MES CORRENTE E
      *    DEIXA CARREGADO O TAMANHO DO MES EM QUE O DIA CAIU
      *================================================================*
       0412-VIRAR-MES-LIMITE           SECTION.
      *================================================================*
           PERFORM 0414-CARREGAR-DIAS-MES.
           IF  WRK-LIM-DIA             GREATER WRK-LIM-DIAS-MES
               SUBTRACT WRK-LIM-DIAS-MES FROM WRK-LIM-DIA
               ADD 1                   TO WRK-LIM-MES
               IF  WRK-LIM-MES         GREATER 12
                   MOVE 1               TO WRK-LIM-MES
                   ADD 1                TO WRK-LIM-ANO
               END-IF
               PERFORM 0414-CARREGAR-DIAS-MES
           END-IF.
      *================================================================*
       0412-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TAMANHO DO MES CORRENTE, COM FEVEREIRO BISSEXTO
      *================================================================*
       0414-CARREGAR-DIAS-MES          SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-LIM-MES) TO WRK-LIM-DIAS-MES.
           IF  WRK-LIM-MES             EQUAL 2
               DIVIDE WRK-LIM-ANO      BY 4
                   GIVING WRK-LIM-QUOCIENTE
                   REMAINDER WRK-LIM-RESTO
               IF  WRK-LIM-RESTO       EQUAL ZEROS
                   MOVE 29              TO WRK-LIM-DIAS-MES
               END-IF
           END-IF.
      *================================================================*
       0414-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA UM LOTE COM SALDO E VALIDADE DENTRO DO HORIZONTE,
      *    COM OS DIAS QUE FALTAM (CONVENCAO 30/360)
      *================================================================*
       0420-LISTAR-1-LOTE              SECTION.
      *================================================================*
           READ ESTLOTE-FILE NEXT RECORD
               AT END
                   SET WRK-ESTLOTE-ENCERRADO TO TRUE
                   GO TO 0420-99-FIM
           END-READ.
           IF  ESTLOTE-SALDO           EQUAL ZEROS
           OR  ESTLOTE-VALIDADE        EQUAL ZEROS
           OR  ESTLOTE-VALIDADE        GREATER WRK-DATA-LIMITE
               GO TO 0420-99-FIM
           END-IF.
           MOVE ESTLOTE-PRODUTO        TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               MOVE SPACES              TO PRODMAS-DESCRICAO
           END-IF.
           MOVE ESTLOTE-VALIDADE       TO WRK-DATA-VAL.
           COMPUTE WRK-DIAS-A-VENCER =
                   ((WRK-VAL-ANO - WRK-SYS-ANO) * 360) +
                   ((WRK-VAL-MES - WRK-SYS-MES) * 30) +
                   (WRK-VAL-DIA - WRK-SYS-DIA).
           MOVE WRK-DIAS-A-VENCER      TO WRK-DIAS-A-VENCER-ED.
           ADD 1                       TO WRK-QTD-LOTES.
           ADD ESTLOTE-SALDO           TO WRK-QTD-SALDO-TOTAL.

           MOVE SPACES                 TO LOTVREL-REC.
           IF  ESTLOTE-VALIDADE        LESS WRK-DATA-SYS
               ADD 1                    TO WRK-QTD-VENCIDOS
               STRING ESTLOTE-PRODUTO  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      PRODMAS-DESCRICAO DELIMITED BY SIZE
                      ' LOCAL '        DELIMITED BY SIZE
                      ESTLOTE-LOCAL    DELIMITED BY SIZE
                      ' LOTE '         DELIMITED BY SIZE
                      ESTLOTE-LOTE     DELIMITED BY SIZE
                      ' VALIDADE '     DELIMITED BY SIZE
                      ESTLOTE-VALIDADE DELIMITED BY SIZE
                      ' SALDO='        DELIMITED BY SIZE
                      ESTLOTE-SALDO    DELIMITED BY SIZE
                      ' *** VENCIDO ***' DELIMITED BY SIZE
                      INTO LOTVREL-REC
               END-STRING
           ELSE
               STRING ESTLOTE-PRODUTO  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      PRODMAS-DESCRICAO DELIMITED BY SIZE
                      ' LOCAL '        DELIMITED BY SIZE
                      ESTLOTE-LOCAL    DELIMITED BY SIZE
                      ' LOTE '         DELIMITED BY SIZE
                      ESTLOTE-LOTE     DELIMITED BY SIZE
                      ' VALIDADE '     DELIMITED BY SIZE
                      ESTLOTE-VALIDADE DELIMITED BY SIZE
                      ' SALDO='        DELIMITED BY SIZE
                      ESTLOTE-SALDO    DELIMITED BY SIZE
                      ' VENCE EM'      DELIMITED BY SIZE
                      WRK-DIAS-A-VENCER-ED DELIMITED BY SIZE
                      ' DIAS'          DELIMITED BY SIZE
                      INTO LOTVREL-REC
               END-STRING
           END-IF.
           WRITE LOTVREL-REC.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECOLHIMENTO DE UM LOTE: SALDO POR LOCAL E TODOS OS PEDIDOS
      *    E CPFS QUE O RECEBERAM
      *================================================================*
       0500-CONSULTAR-RECOLHIMENTO     SECTION.
      *================================================================*
           DISPLAY 'PRODUTO:'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'LOTE:'.
           ACCEPT WRK-LOTE.
           MOVE WRK-PRODUTO            TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               MOVE SPACES              TO PRODMAS-DESCRICAO
           END-IF.

           MOVE SPACES                 TO LOTVREL-REC.
           STRING 'RECOLHIMENTO DO LOTE ' DELIMITED BY SIZE
                  WRK-LOTE             DELIMITED BY SIZE
                  ' DO PRODUTO '       DELIMITED BY SIZE
                  WRK-PRODUTO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PRODMAS-DESCRICAO    DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' OPERADOR '         DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO LOTVREL-REC
           END-STRING.
           WRITE LOTVREL-REC.

           MOVE 'SALDO DO LOTE AINDA EM ESTOQUE POR LOCAL'
                                        TO LOTVREL-REC.
           WRITE LOTVREL-REC.
           IF  NOT WRK-ESTLOTE-INEXISTENTE
               MOVE WRK-PRODUTO         TO ESTLOTE-PRODUTO
               MOVE LOW-VALUES          TO ESTLOTE-LOCAL
                                           ESTLOTE-LOTE
               START ESTLOTE-FILE KEY NOT LESS ESTLOTE-CHAVE
                   INVALID KEY
                       SET WRK-ESTLOTE-ENCERRADO TO TRUE
               END-START
               PERFORM 0510-LISTAR-1-SALDO
                   UNTIL WRK-ESTLOTE-ENCERRADO
           END-IF.

           MOVE SPACES                 TO LOTVREL-REC.
           WRITE LOTVREL-REC.
           MOVE 'PEDIDOS E CLIENTES QUE RECEBERAM O LOTE'
                                        TO LOTVREL-REC.
           WRITE LOTVREL-REC.
           OPEN INPUT LOTSAI-FILE.
           IF  WRK-LOTSAI-OK
               PERFORM 0520-LISTAR-1-SAIDA
                   UNTIL WRK-LOTSAI-ENCERRADO
               CLOSE LOTSAI-FILE
           END-IF.

           MOVE SPACES                 TO LOTVREL-REC.
           STRING 'ENTREGAS DO LOTE='  DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS      DELIMITED BY SIZE
                  ' QTD ENTREGUE='     DELIMITED BY SIZE
                  WRK-QTD-ENTREGUE-TOTAL DELIMITED BY SIZE
                  ' QTD AINDA EM ESTOQUE=' DELIMITED BY SIZE
                  WRK-QTD-SALDO-TOTAL  DELIMITED BY SIZE
                  INTO LOTVREL-REC
           END-STRING.
           WRITE LOTVREL-REC.
           DISPLAY 'ENTREGAS DO LOTE: ' WRK-QTD-PEDIDOS
                   ' - RELATORIO EM LOTVREL'.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA O SALDO DO LOTE EM UM LOCAL
      *================================================================*
       0510-LISTAR-1-SALDO             SECTION.
      *================================================================*
           READ ESTLOTE-FILE NEXT RECORD
               AT END
                   SET WRK-ESTLOTE-ENCERRADO TO TRUE
                   GO TO 0510-99-FIM
           END-READ.
           IF  ESTLOTE-PRODUTO         NOT EQUAL WRK-PRODUTO
               SET WRK-ESTLOTE-ENCERRADO TO TRUE
               GO TO 0510-99-FIM
           END-IF.
           IF  ESTLOTE-LOTE            NOT EQUAL WRK-LOTE
               GO TO 0510-99-FIM
           END-IF.
           ADD ESTLOTE-SALDO           TO WRK-QTD-SALDO-TOTAL.
           MOVE SPACES                 TO LOTVREL-REC.
           STRING '  LOCAL '           DELIMITED BY SIZE
                  ESTLOTE-LOCAL        DELIMITED BY SIZE
                  ' VALIDADE '         DELIMITED BY SIZE
                  ESTLOTE-VALIDADE     DELIMITED BY SIZE
                  ' ENTRADA '          DELIMITED BY SIZE
                  ESTLOTE-DATA-ENTRADA DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  ESTLOTE-SALDO        DELIMITED BY SIZE
                  INTO LOTVREL-REC
           END-STRING.
           WRITE LOTVREL-REC.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA UMA SAIDA DO LOTE COM O PEDIDO E O CLIENTE
      *================================================================*
       0520-LISTAR-1-SAIDA             SECTION.
      *================================================================*
           READ LOTSAI-FILE
               AT END
                   SET WRK-LOTSAI-ENCERRADO TO TRUE
                   GO TO 0520-99-FIM
           END-READ.
           IF  LOTSAI-PRODUTO          NOT EQUAL WRK-PRODUTO
           OR  LOTSAI-LOTE             NOT EQUAL WRK-LOTE
               GO TO 0520-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-PEDIDOS.
           ADD LOTSAI-QTD              TO WRK-QTD-ENTREGUE-TOTAL.
           MOVE LOTSAI-CPF             TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               MOVE 'CLIENTE SEM CADASTRO' TO CUSTMAS-NOME
               MOVE SPACES              TO CUSTMAS-TELEFONE
           END-IF.
           MOVE LOTSAI-CPF             TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO LOTVREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  LOTSAI-DATA          DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  LOTSAI-PEDIDO        DELIMITED BY SIZE
                  ' CPF '              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CUSTMAS-NOME         DELIMITED BY SIZE
                  ' FONE '             DELIMITED BY SIZE
                  CUSTMAS-TELEFONE     DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  LOTSAI-QTD           DELIMITED BY SIZE
                  INTO LOTVREL-REC
           END-STRING.
           WRITE LOTVREL-REC.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE ESTLOTE-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE LOTVREL-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFIRMA NO USERMAS O OPERADOR QUE PEDIU O RELATORIO; SO
      *    UM NIVEL AUTORIZADO RECEBE O CPF INTEIRO - SEM LOGIN
      *    VALIDO O RELATORIO SAI MASCARADO
      *================================================================*
       0960-IDENTIFICAR-SOLICITANTE    SECTION.
      *================================================================*
           SET MASC-MASCARAR           TO TRUE.
           MOVE WRK-OPERADOR           TO WRK-USUARIO-SOLIC.
           DISPLAY 'SENHA DO OPERADOR:'.
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
