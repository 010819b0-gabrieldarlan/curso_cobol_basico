       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPREV.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: PREVISAO MENSAL DE DEMANDA POR PRODUTO, PASSO
      * MENSAL DO ENCADEADOR PROGCOB47. SOMA POR PRODUTO E MES A
      * QUANTIDADE VENDIDA NOS 24 MESES FECHADOS ANTERIORES AO MES
      * DE PROCESSAMENTO (ITENS ATENDIDOS DO PEDIDET DE PEDIDOS NAO
      * CANCELADOS); O INDICE SAZONAL DE CADA MES DO ANO E A MEDIA
      * DAS VENDAS DAQUELE MES NOS DOIS ANOS SOBRE A MEDIA MENSAL
      * (SEM VENDA EM UM DOS ANOS, INDICE 1), A MEDIA MOVEL E A DOS
      * 3 ULTIMOS MESES DESSAZONALIZADOS E A PREVISAO DE CADA UM DOS
      * 3 PROXIMOS MESES (O CORRENTE E OS DOIS SEGUINTES) E A MEDIA
      * MOVEL X O INDICE DO MES, GRAVADA NO PREVISAO. ANTES, A
      * VENDA REAL DOS ULTIMOS 12 MESES FECHADOS E APURADA NAS
      * PREVISOES JA GRAVADAS, COM O ERRO; O DESVIO MEDIO ABSOLUTO
      * E O ERRO PERCENTUAL MEDIO DESSES MESES VAO NO REGISTRO DA
      * PREVISAO E NO RELATORIO PREVREL, COM A CLASSIFICACAO DE
      * CONFIANCA DE CADA PRODUTO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT PEDIDET-FILE          ASSIGN TO "PEDIDET"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
           SELECT PREVISAO-FILE         ASSIGN TO "PREVISAO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PREVISAO-CHAVE
               FILE STATUS            IS WRK-PREVISAO-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT PREVREL-FILE          ASSIGN TO "PREVREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PREVREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  PREVISAO-FILE.
           COPY 'PREVISAO.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  PREVREL-FILE.
           COPY 'PREVREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
           88  WRK-PRODMAS-FIM                         VALUE '10'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDET-OK                          VALUE '00'.
       77  WRK-PREVISAO-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PREVISAO-OK                         VALUE '00'.
           88  WRK-PREVISAO-INEXISTENTE                VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-PREVREL-STATUS          PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       01  WRK-DATA-PED                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-PED-DEC REDEFINES WRK-DATA-PED.
           05  WRK-PED-ANO             PIC 9(004).
           05  WRK-PED-MES             PIC 9(002).
           05  WRK-PED-DIA             PIC 9(002).
       77  WRK-FIM-PEDIDET             PIC X(001)      VALUE 'N'.
           88  WRK-PEDIDET-ENCERRADO                   VALUE 'S'.
      *
      *    MESES CONTADOS EM SEQUENCIA (ANO X 12 + MES - 1): O
      *    HISTORICO VAI DA POSICAO 1 (24 MESES ATRAS) A 24 (MES
      *    ANTERIOR AO DE PROCESSAMENTO); A POSICAO H DO HISTORICO E
      *    O MES SEQUENCIAL BASE + H
      *
       77  WRK-SEQ-CORRENTE            PIC 9(006)      VALUE ZEROS.
       77  WRK-SEQ-BASE                PIC 9(006)      VALUE ZEROS.
       77  WRK-SEQ-MES                 PIC 9(006)      VALUE ZEROS.
       77  WRK-SEQ-POSICAO             PIC S9(006)     VALUE ZEROS.
       77  WRK-SEQ-ANO                 PIC 9(004)      VALUE ZEROS.
       77  WRK-SEQ-RESTO               PIC 9(002)      VALUE ZEROS.
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
      *
      *    PRODUTOS DO CADASTRO COM A QUANTIDADE VENDIDA EM CADA MES
      *    DO HISTORICO
      *
       01  WRK-PRD-TAB.
           05  WRK-PRD-ENTRY           OCCURS 500 TIMES
                                        INDEXED BY WRK-PRD-IDX.
               10  WRK-PRD-CODIGO      PIC X(006).
               10  WRK-PRD-DESCRICAO   PIC X(020).
               10  WRK-PRD-VENDA       PIC 9(007)  OCCURS 24 TIMES.
       77  WRK-PRD-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-PRD-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-PRD-AVISO               PIC X(001)      VALUE 'N'.
           88  WRK-PRD-AVISADO                         VALUE 'S'.
       77  WRK-MES-I                   PIC 9(002)      VALUE ZEROS.
       77  WRK-MES-INICIO              PIC 9(002)      VALUE ZEROS.
       77  WRK-HORIZONTE               PIC 9(001)      VALUE ZEROS.
      *
      *    CALCULO DO PRODUTO: SOMA DE CADA ANO DO HISTORICO, MEDIA
      *    MENSAL, INDICE SAZONAL DE CADA MES DO ANO (POSICAO 1 A 12
      *    = MES DO ANO DO CORRENTE EM DIANTE) E MEDIA MOVEL
      *
       77  WRK-SOMA-ANO1               PIC 9(009)      VALUE ZEROS.
       77  WRK-SOMA-ANO2               PIC 9(009)      VALUE ZEROS.
       77  WRK-MEDIA-MENSAL            PIC 9(007)V9999 VALUE ZEROS.
       01  WRK-IDX-TAB.
           05  WRK-IDX-SAZONAL         PIC 9(002)V9999
                                                   OCCURS 12 TIMES.
       77  WRK-MESES-MEDIA-MOVEL       PIC 9(002)      VALUE 3.
       77  WRK-SOMA-DESSAZ             PIC 9(009)V9999 VALUE ZEROS.
       77  WRK-MEDIA-MOVEL             PIC 9(007)V99   VALUE ZEROS.
       77  WRK-QTD-PREVISTA            PIC 9(007)      VALUE ZEROS.
       77  WRK-PREVISTA-CORRENTE       PIC 9(007)      VALUE ZEROS.
      *
      *    APURACAO DOS ULTIMOS 12 MESES FECHADOS
      *
       77  WRK-ERRO                    PIC S9(007)     VALUE ZEROS.
       77  WRK-ERRO-ABS                PIC 9(007)      VALUE ZEROS.
       77  WRK-SOMA-ERRO-ABS           PIC 9(009)      VALUE ZEROS.
       77  WRK-SOMA-ERRO               PIC S9(009)     VALUE ZEROS.
       77  WRK-SOMA-REAL               PIC 9(009)      VALUE ZEROS.
       77  WRK-QTD-APURADOS            PIC 9(002)      VALUE ZEROS.
       77  WRK-DESVIO-MEDIO            PIC 9(007)V99   VALUE ZEROS.
       77  WRK-PERC-ERRO               PIC 9(003)V99   VALUE ZEROS.
       77  WRK-PERC-ERRO-CALC          PIC 9(009)V99   VALUE ZEROS.
      *
      *    FAIXAS DE CONFIANCA PELO ERRO PERCENTUAL MEDIO
      *
       77  WRK-LIMITE-CONFIAVEL        PIC 9(003)V99   VALUE 20.
       77  WRK-LIMITE-REGULAR          PIC 9(003)V99   VALUE 50.
       77  WRK-CONFIANCA               PIC X(015)      VALUE SPACES.
      *
       77  WRK-PREVISTA-ED             PIC Z.ZZZ.ZZ9   VALUE ZEROS.
       77  WRK-MEDIA-ED                PIC Z.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-DESVIO-ED               PIC Z.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-PERC-ED                 PIC ZZ9,99      VALUE ZEROS.
       77  WRK-VIES-ED                 PIC -ZZZ.ZZZ.ZZ9
                                                       VALUE ZEROS.
      *
       77  WRK-QTD-PREVISTOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-VENDA           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-CONFIAVEIS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REGULARES           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-POUCO-CONF          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-APURACAO        PIC 9(005)      VALUE ZEROS.
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
      *    ABRE OS ARQUIVOS, POSICIONA A JANELA DE 24 MESES E GRAVA O
      *    CABECALHO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           COMPUTE WRK-SEQ-CORRENTE = (WRK-SYS-ANO * 12) +
                                      WRK-SYS-MES - 1.
           COMPUTE WRK-SEQ-BASE    = WRK-SEQ-CORRENTE - 25.

           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN I-O PREVISAO-FILE.
           IF  WRK-PREVISAO-INEXISTENTE
               CLOSE PREVISAO-FILE
               OPEN OUTPUT PREVISAO-FILE
               CLOSE PREVISAO-FILE
               OPEN I-O PREVISAO-FILE
           END-IF.
           OPEN OUTPUT PREVREL-FILE.

           MOVE SPACES                 TO PREVREL-REC.
           STRING 'PREVISAO DE DEMANDA E PRECISAO POR PRODUTO EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' - HISTORICO DE 24 MESES FECHADOS'
                                       DELIMITED BY SIZE
                  INTO PREVREL-REC
           END-STRING.
           WRITE PREVREL-REC.
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
      *    MONTA O HISTORICO DE VENDAS E PREVE CADA PRODUTO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-CARREGAR-PRODUTOS.
           PERFORM 0220-SOMAR-VENDAS.
           PERFORM 0250-PREVER-1-PRODUTO
               VARYING WRK-PRD-I FROM 1 BY 1
               UNTIL WRK-PRD-I         GREATER WRK-PRD-COUNT.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS PRODUTOS DO CADASTRO COM O HISTORICO ZERADO
      *================================================================*
       0210-CARREGAR-PRODUTOS          SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO PRODMAS-CODIGO.
           START PRODMAS-FILE KEY NOT LESS PRODMAS-CODIGO
               INVALID KEY
                   SET WRK-PRODMAS-FIM  TO TRUE
           END-START.
           PERFORM 0212-CARREGAR-1-PRODUTO UNTIL WRK-PRODMAS-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM PRODUTO NA TABELA
      *================================================================*
       0212-CARREGAR-1-PRODUTO         SECTION.
      *================================================================*
           READ PRODMAS-FILE NEXT RECORD
               AT END
                   SET WRK-PRODMAS-FIM  TO TRUE
                   GO TO 0212-99-FIM
           END-READ.
           IF  WRK-PRD-COUNT           NOT LESS 500
               IF  NOT WRK-PRD-AVISADO
                   DISPLAY 'AVISO: LIMITE DE 500 PRODUTOS NA '
                           'PREVISAO - A PARTIR DE '
                           PRODMAS-CODIGO ' IGNORADOS'
                   SET WRK-PRD-AVISADO TO TRUE
               END-IF
               GO TO 0212-99-FIM
           END-IF.
           ADD 1                       TO WRK-PRD-COUNT.
           MOVE PRODMAS-CODIGO         TO WRK-PRD-CODIGO(WRK-PRD-COUNT).
           MOVE PRODMAS-DESCRICAO      TO WRK-PRD-DESCRICAO
                                           (WRK-PRD-COUNT).
           PERFORM 0214-ZERAR-1-MES
               VARYING WRK-MES-I FROM 1 BY 1
               UNTIL WRK-MES-I         GREATER 24.
      *================================================================*
       0212-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ZERA UM MES DO HISTORICO DO PRODUTO CARREGADO
      *================================================================*
       0214-ZERAR-1-MES                SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-PRD-VENDA
                                           (WRK-PRD-COUNT, WRK-MES-I).
      *================================================================*
       0214-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA POR PRODUTO E MES A QUANTIDADE DOS ITENS ATENDIDOS
      *    DOS PEDIDOS NAO CANCELADOS DA JANELA DE 24 MESES
      *================================================================*
       0220-SOMAR-VENDAS               SECTION.
      *================================================================*
           MOVE ZEROS                  TO PEDIDO-NUMERO.
           START PEDIDO-FILE KEY NOT LESS PEDIDO-NUMERO
               INVALID KEY
                   SET WRK-PEDIDO-FIM   TO TRUE
           END-START.
           PERFORM 0222-SOMAR-1-PEDIDO UNTIL WRK-PEDIDO-FIM.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PEDIDO E, SE O SEU MES ESTIVER NA JANELA, SOMA OS
      *    SEUS ITENS NAQUELE MES DO HISTORICO
      *================================================================*
       0222-SOMAR-1-PEDIDO             SECTION.
      *================================================================*
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDO-FIM   TO TRUE
                   GO TO 0222-99-FIM
           END-READ.
           IF  PEDIDO-CANCELADO
               GO TO 0222-99-FIM
           END-IF.
           MOVE PEDIDO-DATA            TO WRK-DATA-PED.
           COMPUTE WRK-SEQ-POSICAO = (WRK-PED-ANO * 12) +
                   WRK-PED-MES - 1 - WRK-SEQ-BASE.
           IF  WRK-SEQ-POSICAO         LESS 1
           OR  WRK-SEQ-POSICAO         GREATER 24
               GO TO 0222-99-FIM
           END-IF.
           MOVE WRK-SEQ-POSICAO        TO WRK-MES-I.
           MOVE 'N'                    TO WRK-FIM-PEDIDET.
           MOVE PEDIDO-NUMERO          TO PEDIDET-PEDIDO.
           MOVE ZEROS                  TO PEDIDET-LINHA.
           START PEDIDET-FILE KEY NOT LESS PEDIDET-CHAVE
               INVALID KEY
                   SET WRK-PEDIDET-ENCERRADO TO TRUE
           END-START.
           PERFORM 0224-SOMAR-1-ITEM UNTIL WRK-PEDIDET-ENCERRADO.
      *================================================================*
       0222-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM ITEM ATENDIDO NA VENDA DO PRODUTO NO MES
      *================================================================*
       0224-SOMAR-1-ITEM               SECTION.
      *================================================================*
           READ PEDIDET-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDET-ENCERRADO TO TRUE
                   GO TO 0224-99-FIM
           END-READ.
           IF  PEDIDET-PEDIDO          NOT EQUAL PEDIDO-NUMERO
               SET WRK-PEDIDET-ENCERRADO TO TRUE
               GO TO 0224-99-FIM
           END-IF.
           IF  NOT PEDIDET-ITEM-ATENDIDO
               GO TO 0224-99-FIM
           END-IF.
           SET WRK-PRD-IDX             TO 1.
           SEARCH WRK-PRD-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-PRD-CODIGO(WRK-PRD-IDX) EQUAL PEDIDET-PRODUTO
                   ADD PEDIDET-QTD      TO WRK-PRD-VENDA
                                           (WRK-PRD-IDX, WRK-MES-I)
           END-SEARCH.
      *================================================================*
       0224-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA OS INDICES SAZONAIS E A MEDIA MOVEL DO PRODUTO,
      *    APURA OS MESES FECHADOS E GRAVA AS PREVISOES DOS 3
      *    PROXIMOS MESES; PRODUTO SEM VENDA NA JANELA NAO E PREVISTO
      *================================================================*
       0250-PREVER-1-PRODUTO           SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-SOMA-ANO1
                                           WRK-SOMA-ANO2.
           PERFORM 0252-SOMAR-1-MES
               VARYING WRK-MES-I FROM 1 BY 1
               UNTIL WRK-MES-I         GREATER 12.
           IF  WRK-SOMA-ANO1           EQUAL ZEROS
           AND WRK-SOMA-ANO2           EQUAL ZEROS
               ADD 1                    TO WRK-QTD-SEM-VENDA
               GO TO 0250-99-FIM
           END-IF.

           COMPUTE WRK-MEDIA-MENSAL ROUNDED =
                   (WRK-SOMA-ANO1 + WRK-SOMA-ANO2) / 24.
           PERFORM 0254-CALCULAR-1-INDICE
               VARYING WRK-MES-I FROM 1 BY 1
               UNTIL WRK-MES-I         GREATER 12.

           MOVE ZEROS                  TO WRK-SOMA-DESSAZ.
           COMPUTE WRK-MES-INICIO = 25 - WRK-MESES-MEDIA-MOVEL.
           PERFORM 0256-DESSAZONALIZAR-1-MES
               VARYING WRK-MES-I FROM WRK-MES-INICIO BY 1
               UNTIL WRK-MES-I         GREATER 24.
           COMPUTE WRK-MEDIA-MOVEL ROUNDED =
                   WRK-SOMA-DESSAZ / WRK-MESES-MEDIA-MOVEL.

           MOVE ZEROS                  TO WRK-SOMA-ERRO-ABS
                                           WRK-SOMA-ERRO
                                           WRK-SOMA-REAL
                                           WRK-QTD-APURADOS
                                           WRK-DESVIO-MEDIO
                                           WRK-PERC-ERRO.
           PERFORM 0260-APURAR-1-MES
               VARYING WRK-MES-I FROM 13 BY 1
               UNTIL WRK-MES-I         GREATER 24.
           IF  WRK-QTD-APURADOS        GREATER ZEROS
               COMPUTE WRK-DESVIO-MEDIO ROUNDED =
                       WRK-SOMA-ERRO-ABS / WRK-QTD-APURADOS
               IF  WRK-SOMA-REAL       GREATER ZEROS
                   COMPUTE WRK-PERC-ERRO-CALC ROUNDED =
                           WRK-SOMA-ERRO-ABS * 100 / WRK-SOMA-REAL
               ELSE
                   MOVE 999,99          TO WRK-PERC-ERRO-CALC
               END-IF
               IF  WRK-PERC-ERRO-CALC  GREATER 999,99
                   MOVE 999,99          TO WRK-PERC-ERRO-CALC
               END-IF
               MOVE WRK-PERC-ERRO-CALC  TO WRK-PERC-ERRO
           END-IF.

           PERFORM 0270-GRAVAR-1-PREVISAO
               VARYING WRK-HORIZONTE FROM 0 BY 1
               UNTIL WRK-HORIZONTE     GREATER 2.
           ADD 1                       TO WRK-QTD-PREVISTOS.
           PERFORM 0280-GRAVAR-LINHA-PRODUTO.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O MES NAS VENDAS DO PRIMEIRO E DO SEGUNDO ANO
      *================================================================*
       0252-SOMAR-1-MES                SECTION.
      *================================================================*
           ADD WRK-PRD-VENDA(WRK-PRD-I, WRK-MES-I)
                                       TO WRK-SOMA-ANO1.
           ADD WRK-PRD-VENDA(WRK-PRD-I, WRK-MES-I + 12)
                                       TO WRK-SOMA-ANO2.
      *================================================================*
       0252-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INDICE SAZONAL DE UM MES DO ANO: MEDIA DAQUELE MES NOS DOIS
      *    ANOS SOBRE A MEDIA MENSAL; SEM VENDA EM UM DOS ANOS NAO HA
      *    SAZONALIDADE CONFIAVEL E O INDICE FICA 1
      *================================================================*
       0254-CALCULAR-1-INDICE          SECTION.
      *================================================================*
           IF  WRK-SOMA-ANO1           EQUAL ZEROS
           OR  WRK-SOMA-ANO2           EQUAL ZEROS
               MOVE 1                   TO WRK-IDX-SAZONAL(WRK-MES-I)
               GO TO 0254-99-FIM
           END-IF.
           COMPUTE WRK-IDX-SAZONAL(WRK-MES-I) ROUNDED =
                   (WRK-PRD-VENDA(WRK-PRD-I, WRK-MES-I) +
                    WRK-PRD-VENDA(WRK-PRD-I, WRK-MES-I + 12)) /
                   (2 * WRK-MEDIA-MENSAL).
      *================================================================*
       0254-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA A VENDA DE UM DOS ULTIMOS MESES DIVIDIDA PELO INDICE
      *    DO SEU MES DO ANO (POSICAO H DO HISTORICO = INDICE H - 12)
      *================================================================*
       0256-DESSAZONALIZAR-1-MES       SECTION.
      *================================================================*
           IF  WRK-IDX-SAZONAL(WRK-MES-I - 12) GREATER ZEROS
               COMPUTE WRK-SOMA-DESSAZ ROUNDED = WRK-SOMA-DESSAZ +
                       (WRK-PRD-VENDA(WRK-PRD-I, WRK-MES-I) /
                        WRK-IDX-SAZONAL(WRK-MES-I - 12))
           END-IF.
      *================================================================*
       0256-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APURA A VENDA REAL DE UM MES FECHADO NA PREVISAO GRAVADA
      *    PARA ELE E ACUMULA O ERRO
      *================================================================*
       0260-APURAR-1-MES               SECTION.
      *================================================================*
           COMPUTE WRK-SEQ-MES = WRK-SEQ-BASE + WRK-MES-I.
           PERFORM 0290-CONVERTER-PERIODO.
           MOVE WRK-PRD-CODIGO(WRK-PRD-I) TO PREVISAO-PRODUTO.
           MOVE WRK-PERIODO            TO PREVISAO-PERIODO.
           READ PREVISAO-FILE.
           IF  NOT WRK-PREVISAO-OK
               GO TO 0260-99-FIM
           END-IF.
           MOVE WRK-PRD-VENDA(WRK-PRD-I, WRK-MES-I)
                                       TO PREVISAO-QTD-REAL.
           COMPUTE WRK-ERRO = PREVISAO-QTD-REAL -
                              PREVISAO-QTD-PREVISTA.
           MOVE WRK-ERRO               TO PREVISAO-ERRO.
           SET PREVISAO-APURADA        TO TRUE.
           REWRITE PREVISAO-REC.

           IF  WRK-ERRO                LESS ZEROS
               COMPUTE WRK-ERRO-ABS = ZEROS - WRK-ERRO
           ELSE
               MOVE WRK-ERRO            TO WRK-ERRO-ABS
           END-IF.
           ADD 1                       TO WRK-QTD-APURADOS.
           ADD WRK-ERRO-ABS            TO WRK-SOMA-ERRO-ABS.
           ADD WRK-ERRO                TO WRK-SOMA-ERRO.
           ADD PREVISAO-QTD-REAL       TO WRK-SOMA-REAL.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA (OU REFAZ) A PREVISAO DE UM DOS 3 PROXIMOS MESES:
      *    MEDIA MOVEL X INDICE SAZONAL DO MES (HORIZONTE 0 = MES
      *    CORRENTE = POSICAO 1 DOS INDICES)
      *================================================================*
       0270-GRAVAR-1-PREVISAO          SECTION.
      *================================================================*
           COMPUTE WRK-SEQ-MES = WRK-SEQ-CORRENTE + WRK-HORIZONTE.
           PERFORM 0290-CONVERTER-PERIODO.
           COMPUTE WRK-QTD-PREVISTA ROUNDED = WRK-MEDIA-MOVEL *
                   WRK-IDX-SAZONAL(WRK-HORIZONTE + 1).
           IF  WRK-HORIZONTE           EQUAL ZEROS
               MOVE WRK-QTD-PREVISTA    TO WRK-PREVISTA-CORRENTE
           END-IF.

           MOVE WRK-PRD-CODIGO(WRK-PRD-I) TO PREVISAO-PRODUTO.
           MOVE WRK-PERIODO            TO PREVISAO-PERIODO.
           READ PREVISAO-FILE.
           MOVE WRK-QTD-PREVISTA       TO PREVISAO-QTD-PREVISTA.
           MOVE WRK-MEDIA-MOVEL        TO PREVISAO-MEDIA-MOVEL.
           MOVE WRK-IDX-SAZONAL(WRK-HORIZONTE + 1)
                                       TO PREVISAO-INDICE-SAZONAL.
           SET PREVISAO-EM-ABERTO      TO TRUE.
           MOVE ZEROS                  TO PREVISAO-QTD-REAL
                                           PREVISAO-ERRO.
           MOVE WRK-DESVIO-MEDIO       TO PREVISAO-DESVIO-MEDIO.
           MOVE WRK-PERC-ERRO          TO PREVISAO-PERC-ERRO.
           MOVE WRK-DATA-SYS           TO PREVISAO-DATA-CALCULO.
           IF  WRK-PREVISAO-OK
               REWRITE PREVISAO-REC
           ELSE
               WRITE PREVISAO-REC
           END-IF.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DO PRODUTO: PREVISAO DO MES, MEDIA MOVEL E A
      *    PRECISAO DOS MESES APURADOS COM A CLASSIFICACAO DE
      *    CONFIANCA (ERRO PERCENTUAL MEDIO ATE 20% CONFIAVEL, ATE 50%
      *    REGULAR, ACIMA POUCO CONFIAVEL)
      *================================================================*
       0280-GRAVAR-LINHA-PRODUTO       SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN WRK-QTD-APURADOS   EQUAL ZEROS
                   MOVE 'SEM APURACAO'  TO WRK-CONFIANCA
                   ADD 1                TO WRK-QTD-SEM-APURACAO
               WHEN WRK-PERC-ERRO      NOT GREATER WRK-LIMITE-CONFIAVEL
                   MOVE 'CONFIAVEL'     TO WRK-CONFIANCA
                   ADD 1                TO WRK-QTD-CONFIAVEIS
               WHEN WRK-PERC-ERRO      NOT GREATER WRK-LIMITE-REGULAR
                   MOVE 'REGULAR'       TO WRK-CONFIANCA
                   ADD 1                TO WRK-QTD-REGULARES
               WHEN OTHER
                   MOVE 'POUCO CONFIAVEL' TO WRK-CONFIANCA
                   ADD 1                TO WRK-QTD-POUCO-CONF
           END-EVALUATE.
           MOVE WRK-PREVISTA-CORRENTE  TO WRK-PREVISTA-ED.
           MOVE WRK-MEDIA-MOVEL        TO WRK-MEDIA-ED.
           MOVE WRK-DESVIO-MEDIO       TO WRK-DESVIO-ED.
           MOVE WRK-PERC-ERRO          TO WRK-PERC-ED.
           MOVE WRK-SOMA-ERRO          TO WRK-VIES-ED.
           MOVE SPACES                 TO PREVREL-REC.
           STRING WRK-PRD-CODIGO(WRK-PRD-I) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PRD-DESCRICAO(WRK-PRD-I) DELIMITED BY SIZE
                  ' PREV='             DELIMITED BY SIZE
                  WRK-PREVISTA-ED      DELIMITED BY SIZE
                  ' MM='               DELIMITED BY SIZE
                  WRK-MEDIA-ED         DELIMITED BY SIZE
                  ' MESES='            DELIMITED BY SIZE
                  WRK-QTD-APURADOS     DELIMITED BY SIZE
                  ' DMA='              DELIMITED BY SIZE
                  WRK-DESVIO-ED        DELIMITED BY SIZE
                  ' ERRO%='            DELIMITED BY SIZE
                  WRK-PERC-ED          DELIMITED BY SIZE
                  ' VIES='             DELIMITED BY SIZE
                  WRK-VIES-ED          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CONFIANCA        DELIMITED BY SIZE
                  INTO PREVREL-REC
           END-STRING.
           WRITE PREVREL-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE O MES SEQUENCIAL NO PERIODO AAAAMM
      *================================================================*
       0290-CONVERTER-PERIODO          SECTION.
      *================================================================*
           DIVIDE WRK-SEQ-MES          BY 12
               GIVING WRK-SEQ-ANO REMAINDER WRK-SEQ-RESTO.
           COMPUTE WRK-PERIODO = (WRK-SEQ-ANO * 100) +
                                 WRK-SEQ-RESTO + 1.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO PREVREL-REC.
           STRING 'PRODUTOS PREVISTOS='  DELIMITED BY SIZE
                  WRK-QTD-PREVISTOS    DELIMITED BY SIZE
                  ' SEM VENDA NA JANELA=' DELIMITED BY SIZE
                  WRK-QTD-SEM-VENDA    DELIMITED BY SIZE
                  INTO PREVREL-REC
           END-STRING.
           WRITE PREVREL-REC.
           MOVE SPACES                 TO PREVREL-REC.
           STRING 'CONFIAVEIS='        DELIMITED BY SIZE
                  WRK-QTD-CONFIAVEIS   DELIMITED BY SIZE
                  ' REGULARES='        DELIMITED BY SIZE
                  WRK-QTD-REGULARES    DELIMITED BY SIZE
                  ' POUCO CONFIAVEIS=' DELIMITED BY SIZE
                  WRK-QTD-POUCO-CONF   DELIMITED BY SIZE
                  ' SEM APURACAO='     DELIMITED BY SIZE
                  WRK-QTD-SEM-APURACAO DELIMITED BY SIZE
                  INTO PREVREL-REC
           END-STRING.
           WRITE PREVREL-REC.

           CLOSE PRODMAS-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE PREVISAO-FILE.
           CLOSE PREVREL-FILE.
           DISPLAY 'PREVISAO DE DEMANDA GRAVADA EM PREVISAO/PREVREL - '
                   'PRODUTOS ' WRK-QTD-PREVISTOS.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
