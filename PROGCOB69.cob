      * XX/XX/XXXX - A DATA DE PROCESSAMENTO PASSA A VIR DO CONTROLE
      *              DATAPROC (PROGCOB47) QUANDO PRESENTE, NO LUGAR
      *              DO RELOGIO
      * XX/XX/XXXX - AS SUGESTOES SAO AGRUPADAS PELO FORNECEDOR
      *              PREFERIDO DO CATALOGO FORNPROD E GRAVADAS COMO
      *              RASCUNHOS DE PEDIDO DE COMPRA NO PEDCOMP (NUMERO
      *              DO CONTADOR BATSEQ71 DO PROGCOB71, QUANTIDADE NO
      *              MINIMO DO FORNECEDOR, DATA PREVISTA PELO PRAZO DE
      *              ENTREGA), PARA O COMPRADOR CONFIRMAR NO PROGCOB71;
      *              PRODUTO JA EM PEDIDO ABERTO OU RASCUNHO NAO GERA
      *              OUTRO
      * XX/XX/XXXX - O PONTO DE PEDIDO PASSA A SER A DEMANDA PREVISTA
      *              (PREVISAO, DO PROGPREV) NO PRAZO DE ENTREGA DO
      *              FORNECEDOR PREFERIDO MAIS O ESTOQUE DE SEGURANCA
      *              PELO DESVIO DA PREVISAO; SEM PREVISAO DO PRODUTO
      *              SEGUE O SALDO MINIMO DO CADASTRO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT FORNPROD-FILE         ASSIGN TO "FORNPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNPROD-CHAVE
               FILE STATUS            IS WRK-FORNPROD-STATUS.
           SELECT PEDCOMP-FILE          ASSIGN TO "PEDCOMP"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDCOMP-CHAVE
               FILE STATUS            IS WRK-PEDCOMP-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQ71"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT PREVISAO-FILE         ASSIGN TO "PREVISAO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PREVISAO-CHAVE
               FILE STATUS            IS WRK-PREVISAO-STATUS.
           SELECT REPOSREL-FILE         ASSIGN TO "REPOSREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-REPOSREL-STATUS.
           COPY 'MOVEST.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  FORNPROD-FILE.
           COPY 'FORNPROD.COB'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCOMP.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  PREVISAO-FILE.
           COPY 'PREVISAO.COB'.
       FD  REPOSREL-FILE.
           COPY 'REPOSREL.COB'.
       WORKING-STORAGE                 SECTION.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-REPOSREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-FORNPROD-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-FORNPROD-OK                         VALUE '00'.
           88  WRK-FORNPROD-INEXISTENTE                VALUE '35'.
       77  WRK-PEDCOMP-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDCOMP-OK                          VALUE '00'.
           88  WRK-PEDCOMP-INEXISTENTE                 VALUE '35'.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-PREVISAO-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PREVISAO-OK                         VALUE '00'.
       77  WRK-PREVISAO-ABERTURA       PIC X(001)      VALUE 'N'.
           88  WRK-PREVISAO-ABERTO                     VALUE 'S'.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
       77  WRK-DIAS-COBERTURA          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SUGERIDA            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-LISTADOS            PIC 9(005)      VALUE ZEROS.
      *
      *    PONTO DE PEDIDO: DEMANDA PREVISTA (PREVISAO, DO PROGPREV)
      *    DURANTE O PRAZO DE ENTREGA DO FORNECEDOR PREFERIDO MAIS O
      *    ESTOQUE DE SEGURANCA (FATOR DE SERVICO X 1,25 X DESVIO
      *    MEDIO ABSOLUTO DA PREVISAO X RAIZ DO PRAZO EM MESES); SEM
      *    PREVISAO DO PRODUTO, VALE O SALDO MINIMO DO CADASTRO
      *
       77  WRK-PONTO-PEDIDO            PIC 9(007)      VALUE ZEROS.
       77  WRK-ORIGEM-PONTO            PIC X(008)      VALUE SPACES.
       77  WRK-PRAZO-PADRAO            PIC 9(003)      VALUE 30.
       77  WRK-PRAZO-DIAS              PIC 9(003)      VALUE ZEROS.
       77  WRK-PRAZO-RESTANTE          PIC 9(003)      VALUE ZEROS.
       77  WRK-DIAS-TRECHO             PIC 9(003)      VALUE ZEROS.
       77  WRK-FATOR-SERVICO           PIC 9(001)V99   VALUE 1,65.
       77  WRK-DEMANDA-PRAZO           PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ESTOQUE-SEGURANCA       PIC 9(007)V99   VALUE ZEROS.
       77  WRK-DESVIO-PREVISAO         PIC 9(007)V99   VALUE ZEROS.
       77  WRK-TEM-PREVISAO            PIC X(001)      VALUE 'N'.
           88  WRK-PRODUTO-PREVISTO                    VALUE 'S'.
       77  WRK-PREV-HORIZONTE          PIC 9(001)      VALUE ZEROS.
       01  WRK-PER-PREVISAO            PIC 9(006)      VALUE ZEROS.
       01  WRK-PER-PREVISAO-DEC REDEFINES WRK-PER-PREVISAO.
           05  WRK-PER-ANO             PIC 9(004).
           05  WRK-PER-MES             PIC 9(002).
       01  WRK-PREV-MENSAL-TAB.
           05  WRK-PREV-MENSAL         PIC 9(007)  OCCURS 3 TIMES.
      *
      *    PRODUTOS QUE JA TEM LINHA DE PEDIDO DE COMPRA ABERTA OU EM
      *    RASCUNHO, PARA NAO GERAR RASCUNHO REPETIDO NOITE APOS NOITE
      *
       01  WRK-PEND-TAB.
           05  WRK-PEND-ENTRY          OCCURS 200 TIMES
                                        INDEXED BY WRK-PEND-IDX.
               10  WRK-PEND-PRODUTO    PIC X(006).
       77  WRK-PEND-COUNT              PIC 9(003)      VALUE ZEROS.
       77  WRK-FIM-PEDCOMP             PIC X(001)      VALUE 'N'.
           88  WRK-PEDCOMP-ENCERRADO                   VALUE 'S'.
       77  WRK-PRODUTO-PENDENTE        PIC X(001)      VALUE 'N'.
           88  WRK-JA-EM-PEDIDO                        VALUE 'S'.
      *
      *    FORNECEDOR PREFERIDO DO PRODUTO NO CATALOGO
      *
       77  WRK-FIM-CATALOGO            PIC X(001)      VALUE 'N'.
           88  WRK-CATALOGO-ENCERRADO                  VALUE 'S'.
       77  WRK-ACHOU-PREFERIDO         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PREFERIDO                       VALUE 'S'.
       01  WRK-PREFERIDO.
           05  WRK-PREF-CNPJ           PIC X(014).
           05  WRK-PREF-PRAZO          PIC 9(003).
           05  WRK-PREF-CUSTO          PIC 9(007)V99.
           05  WRK-PREF-MINIMA         PIC 9(005).
      *
      *    SUGESTOES A VIRAR RASCUNHO, AGRUPADAS POR FORNECEDOR NA
      *    GRAVACAO; O PEDIDO DE CADA LINHA FICA ZERADO ATE ELA SER
      *    GRAVADA
      *
       01  WRK-RAS-TAB.
           05  WRK-RAS-ENTRY           OCCURS 100 TIMES.
               10  WRK-RAS-CNPJ        PIC X(014).
               10  WRK-RAS-PRODUTO     PIC X(006).
               10  WRK-RAS-QTD         PIC 9(005).
               10  WRK-RAS-CUSTO       PIC 9(007)V99.
               10  WRK-RAS-PRAZO       PIC 9(003).
               10  WRK-RAS-PEDIDO      PIC 9(006).
       77  WRK-RAS-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-RAS-IDX                 PIC 9(003)      VALUE ZEROS.
       77  WRK-RAS-IDX2                PIC 9(003)      VALUE ZEROS.
       77  WRK-NUMERO-PEDIDO           PIC 9(006)      VALUE ZEROS.
       77  WRK-RAS-CNPJ-ATUAL          PIC X(014)      VALUE SPACES.
       77  WRK-RAS-LINHA               PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-RASCUNHOS           PIC 9(005)      VALUE ZEROS.
      *
      *    DATA PREVISTA = DATA DE PROCESSAMENTO + PRAZO DE ENTREGA,
      *    COM VIRADA DE MES/ANO PELO CALENDARIO
      *
       77  WRK-PREV-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-PREV-DIA                PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-RESTO              PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-QUOCIENTE          PIC 9(004)      VALUE ZEROS.
       77  WRK-PREV-DIAS-MES           PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-PREVISTA           PIC 9(008)      VALUE ZEROS.
           COPY 'CALEND.COB'.
      *
       PROCEDURE DIVISION.
      *================================================================*
           OPEN INPUT ESTOQUE-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT MOVEST-FILE.
           OPEN INPUT FORNPROD-FILE.
           OPEN I-O PEDCOMP-FILE.
           IF  WRK-PEDCOMP-INEXISTENTE
               CLOSE PEDCOMP-FILE
               OPEN OUTPUT PEDCOMP-FILE
               CLOSE PEDCOMP-FILE
               OPEN I-O PEDCOMP-FILE
           END-IF.
           OPEN INPUT PREVISAO-FILE.
           IF  WRK-PREVISAO-OK
               SET WRK-PREVISAO-ABERTO  TO TRUE
           END-IF.
           OPEN OUTPUT REPOSREL-FILE.

           MOVE SPACES                 TO REPOSREL-REC.
           IF  WRK-ESTOQUE-INEXISTENTE
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0225-CARREGAR-PENDENTES.
           PERFORM 0230-LER-SALDO.
           PERFORM 0240-AVALIAR-1-PRODUTO UNTIL WRK-ESTOQUE-FIM.
           PERFORM 0270-GRAVAR-RASCUNHO-PENDENTE
               VARYING WRK-RAS-IDX FROM 1 BY 1
               UNTIL WRK-RAS-IDX       GREATER WRK-RAS-COUNT.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS PRODUTOS COM LINHA DE PEDIDO DE COMPRA ABERTA
      *    OU EM RASCUNHO
      *================================================================*
       0225-CARREGAR-PENDENTES         SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-PEDCOMP.
           MOVE LOW-VALUES             TO PEDCOMP-CHAVE.
           START PEDCOMP-FILE KEY NOT LESS PEDCOMP-CHAVE
               INVALID KEY
                   SET WRK-PEDCOMP-ENCERRADO TO TRUE
           END-START.
           PERFORM 0227-EXAMINAR-1-PEDCOMP
               UNTIL WRK-PEDCOMP-ENCERRADO.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O PRODUTO DE UMA LINHA ABERTA OU EM RASCUNHO
      *================================================================*
       0227-EXAMINAR-1-PEDCOMP         SECTION.
      *================================================================*
           READ PEDCOMP-FILE NEXT RECORD
               AT END
                   SET WRK-PEDCOMP-ENCERRADO TO TRUE
                   GO TO 0227-99-FIM
           END-READ.
           IF  PEDCOMP-ATENDIDA
               GO TO 0227-99-FIM
           END-IF.
           SET WRK-PEND-IDX            TO 1.
           SEARCH WRK-PEND-ENTRY
               AT END
                   IF  WRK-PEND-COUNT  LESS 200
                       ADD 1            TO WRK-PEND-COUNT
                       SET WRK-PEND-IDX TO WRK-PEND-COUNT
                       MOVE PEDCOMP-PRODUTO
                         TO WRK-PEND-PRODUTO(WRK-PEND-IDX)
                   END-IF
               WHEN WRK-PEND-PRODUTO(WRK-PEND-IDX) EQUAL
                    PEDCOMP-PRODUTO
                   CONTINUE
           END-SEARCH.
      *================================================================*
       0227-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM SALDO DE ESTOQUE
      *================================================================*
      *================================================================*

      *================================================================*
      *    AVALIA UM PRODUTO: NO PONTO DE PEDIDO OU ABAIXO, GRAVA A
      *    SUGESTAO DE COMPRA COM A MEDIA DE SAIDAS E OS DIAS DE
      *    COBERTURA
      *================================================================*
       0240-AVALIAR-1-PRODUTO          SECTION.
      *================================================================*
           MOVE ESTOQUE-CODIGO         TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  WRK-PRODMAS-OK
               PERFORM 0242-CALCULAR-PONTO-PEDIDO
               IF  WRK-PONTO-PEDIDO    GREATER ZEROS
               AND ESTOQUE-SALDO       NOT GREATER WRK-PONTO-PEDIDO
                   PERFORM 0250-GRAVAR-SUGESTAO
               END-IF
           END-IF.
           PERFORM 0230-LER-SALDO.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PONTO DE PEDIDO DO PRODUTO: COM PREVISAO DO MES CORRENTE,
      *    DEMANDA PREVISTA NO PRAZO DE ENTREGA MAIS O ESTOQUE DE
      *    SEGURANCA; SEM ELA, O SALDO MINIMO DO CADASTRO
      *================================================================*
       0242-CALCULAR-PONTO-PEDIDO      SECTION.
      *================================================================*
           MOVE PRODMAS-ESTOQUE-MINIMO TO WRK-PONTO-PEDIDO.
           MOVE 'MINIMO'               TO WRK-ORIGEM-PONTO.
           MOVE 'N'                    TO WRK-TEM-PREVISAO.
           IF  NOT WRK-PREVISAO-ABERTO
               GO TO 0242-99-FIM
           END-IF.
           MOVE WRK-SYS-ANO            TO WRK-PER-ANO.
           MOVE WRK-SYS-MES            TO WRK-PER-MES.
           PERFORM 0244-LER-1-PREVISAO
               VARYING WRK-PREV-HORIZONTE FROM 1 BY 1
               UNTIL WRK-PREV-HORIZONTE GREATER 3.
           IF  NOT WRK-PRODUTO-PREVISTO
               GO TO 0242-99-FIM
           END-IF.

           PERFORM 0262-LOCALIZAR-PREFERIDO.
           IF  WRK-TEM-PREFERIDO
           AND WRK-PREF-PRAZO          GREATER ZEROS
               MOVE WRK-PREF-PRAZO      TO WRK-PRAZO-DIAS
           ELSE
               MOVE WRK-PRAZO-PADRAO    TO WRK-PRAZO-DIAS
           END-IF.

      *    DEMANDA NO PRAZO: O RESTO DO MES CORRENTE (30/360) PELA
      *    PREVISAO DELE, O MES SEGUINTE PELA SUA E O QUE PASSAR
      *    DISSO PELA PREVISAO DO TERCEIRO MES
           MOVE ZEROS                  TO WRK-DEMANDA-PRAZO.
           MOVE WRK-PRAZO-DIAS         TO WRK-PRAZO-RESTANTE.
           IF  WRK-SYS-DIA             GREATER 30
               MOVE 1                   TO WRK-DIAS-TRECHO
           ELSE
               COMPUTE WRK-DIAS-TRECHO = 31 - WRK-SYS-DIA
           END-IF.
           MOVE 1                      TO WRK-PREV-HORIZONTE.
           PERFORM 0246-SOMAR-1-TRECHO
               UNTIL WRK-PRAZO-RESTANTE EQUAL ZEROS.

           COMPUTE WRK-ESTOQUE-SEGURANCA ROUNDED =
                   WRK-FATOR-SERVICO * 1,25 * WRK-DESVIO-PREVISAO *
                   ((WRK-PRAZO-DIAS / 30) ** 0,5).
           COMPUTE WRK-PONTO-PEDIDO ROUNDED =
                   WRK-DEMANDA-PRAZO + WRK-ESTOQUE-SEGURANCA.
           MOVE 'PREVISAO'             TO WRK-ORIGEM-PONTO.
      *================================================================*
       0242-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PREVISAO DO PRODUTO PARA UM DOS 3 MESES A PARTIR DO
      *    CORRENTE (SEM ELA, VALE A DO MES ANTERIOR); O DESVIO
      *    MEDIO VEM DA DO MES CORRENTE
      *================================================================*
       0244-LER-1-PREVISAO             SECTION.
      *================================================================*
           MOVE ESTOQUE-CODIGO         TO PREVISAO-PRODUTO.
           MOVE WRK-PER-PREVISAO       TO PREVISAO-PERIODO.
           READ PREVISAO-FILE.
           IF  WRK-PREVISAO-OK
               MOVE PREVISAO-QTD-PREVISTA
                                 TO WRK-PREV-MENSAL(WRK-PREV-HORIZONTE)
               IF  WRK-PREV-HORIZONTE  EQUAL 1
                   SET WRK-PRODUTO-PREVISTO TO TRUE
                   MOVE PREVISAO-DESVIO-MEDIO TO WRK-DESVIO-PREVISAO
               END-IF
           ELSE
               IF  WRK-PREV-HORIZONTE  EQUAL 1
                   MOVE ZEROS           TO WRK-PREV-MENSAL(1)
               ELSE
                   MOVE WRK-PREV-MENSAL(WRK-PREV-HORIZONTE - 1)
                                 TO WRK-PREV-MENSAL(WRK-PREV-HORIZONTE)
               END-IF
           END-IF.
           ADD 1                       TO WRK-PER-MES.
           IF  WRK-PER-MES             GREATER 12
               MOVE 1                   TO WRK-PER-MES
               ADD 1                    TO WRK-PER-ANO
           END-IF.
      *================================================================*
       0244-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NA DEMANDA DO PRAZO UM TRECHO DE DIAS PELA PREVISAO
      *    DIARIA (MENSAL / 30) DO MES EM QUE ELE CAI
      *================================================================*
       0246-SOMAR-1-TRECHO             SECTION.
      *================================================================*
           IF  WRK-DIAS-TRECHO         GREATER WRK-PRAZO-RESTANTE
           OR  WRK-PREV-HORIZONTE      EQUAL 3
               MOVE WRK-PRAZO-RESTANTE  TO WRK-DIAS-TRECHO
           END-IF.
           COMPUTE WRK-DEMANDA-PRAZO ROUNDED = WRK-DEMANDA-PRAZO +
                   (WRK-PREV-MENSAL(WRK-PREV-HORIZONTE) *
                    WRK-DIAS-TRECHO / 30).
           SUBTRACT WRK-DIAS-TRECHO    FROM WRK-PRAZO-RESTANTE.
           ADD 1                       TO WRK-PREV-HORIZONTE.
           MOVE 30                     TO WRK-DIAS-TRECHO.
      *================================================================*
       0246-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE SUGESTAO DE COMPRA DE UM PRODUTO
      *================================================================*
               MOVE PRODMAS-QTD-REPOSICAO TO WRK-QTD-SUGERIDA
           ELSE
               COMPUTE WRK-QTD-SUGERIDA =
                       (WRK-PONTO-PEDIDO * 2) - ESTOQUE-SALDO
           END-IF.

           MOVE ZEROS                  TO WRK-MEDIA-DIARIA
                  PRODMAS-DESCRICAO    DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  ESTOQUE-SALDO        DELIMITED BY SIZE
                  ' PONTO='            DELIMITED BY SIZE
                  WRK-PONTO-PEDIDO     DELIMITED BY SIZE
                  '('                  DELIMITED BY SIZE
                  WRK-ORIGEM-PONTO     DELIMITED BY SPACE
                  ')'                  DELIMITED BY SIZE
                  ' COMPRAR='          DELIMITED BY SIZE
                  WRK-QTD-SUGERIDA     DELIMITED BY SIZE
                  ' MEDIA/DIA='        DELIMITED BY SIZE
                  INTO REPOSREL-REC
           END-STRING.
           WRITE REPOSREL-REC.
           PERFORM 0260-PREPARAR-RASCUNHO.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LEVA A SUGESTAO PARA O RASCUNHO DO FORNECEDOR PREFERIDO,
      *    SALVO SE O PRODUTO JA ESTA EM PEDIDO OU SEM CATALOGO
      *================================================================*
       0260-PREPARAR-RASCUNHO          SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-PRODUTO-PENDENTE.
           SET WRK-PEND-IDX            TO 1.
           SEARCH WRK-PEND-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-PEND-PRODUTO(WRK-PEND-IDX) EQUAL
                    ESTOQUE-CODIGO
                   SET WRK-JA-EM-PEDIDO TO TRUE
           END-SEARCH.
           IF  WRK-JA-EM-PEDIDO
               MOVE SPACES              TO REPOSREL-REC
               STRING '       JA EM PEDIDO DE COMPRA ABERTO OU '
                                        DELIMITED BY SIZE
                      'RASCUNHO - NENHUM RASCUNHO NOVO'
                                        DELIMITED BY SIZE
                      INTO REPOSREL-REC
               END-STRING
               WRITE REPOSREL-REC
               GO TO 0260-99-FIM
           END-IF.

           PERFORM 0262-LOCALIZAR-PREFERIDO.
           IF  NOT WRK-TEM-PREFERIDO
               MOVE SPACES              TO REPOSREL-REC
               STRING '       SEM FORNECEDOR PREFERIDO NO CATALOGO '
                                        DELIMITED BY SIZE
                      'FORNPROD - COMPRA MANUAL'
                                        DELIMITED BY SIZE
                      INTO REPOSREL-REC
               END-STRING
               WRITE REPOSREL-REC
               GO TO 0260-99-FIM
           END-IF.
           IF  WRK-RAS-COUNT           NOT LESS 100
               DISPLAY 'AVISO: LIMITE DE 100 LINHAS DE RASCUNHO - '
                       ESTOQUE-CODIGO ' FICA SO NA SUGESTAO'
               GO TO 0260-99-FIM
           END-IF.

           ADD 1                       TO WRK-RAS-COUNT.
           MOVE WRK-PREF-CNPJ          TO WRK-RAS-CNPJ(WRK-RAS-COUNT).
           MOVE ESTOQUE-CODIGO     TO WRK-RAS-PRODUTO(WRK-RAS-COUNT).
           IF  WRK-QTD-SUGERIDA        LESS WRK-PREF-MINIMA
               MOVE WRK-PREF-MINIMA     TO WRK-RAS-QTD(WRK-RAS-COUNT)
           ELSE
               MOVE WRK-QTD-SUGERIDA    TO WRK-RAS-QTD(WRK-RAS-COUNT)
           END-IF.
           MOVE WRK-PREF-CUSTO         TO WRK-RAS-CUSTO(WRK-RAS-COUNT).
           MOVE WRK-PREF-PRAZO         TO WRK-RAS-PRAZO(WRK-RAS-COUNT).
           MOVE ZEROS                  TO WRK-RAS-PEDIDO(WRK-RAS-COUNT).
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCURA NO CATALOGO O FORNECEDOR PREFERIDO DO PRODUTO
      *================================================================*
       0262-LOCALIZAR-PREFERIDO        SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-ACHOU-PREFERIDO.
           IF  WRK-FORNPROD-INEXISTENTE
               GO TO 0262-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-FIM-CATALOGO.
           MOVE ESTOQUE-CODIGO         TO FORNPROD-PRODUTO.
           MOVE LOW-VALUES             TO FORNPROD-CNPJ.
           START FORNPROD-FILE KEY NOT LESS FORNPROD-CHAVE
               INVALID KEY
                   SET WRK-CATALOGO-ENCERRADO TO TRUE
           END-START.
           PERFORM 0264-EXAMINAR-1-CATALOGO
               UNTIL WRK-CATALOGO-ENCERRADO
               OR WRK-TEM-PREFERIDO.
      *================================================================*
       0262-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA UM FORNECEDOR DO CATALOGO DO PRODUTO
      *================================================================*
       0264-EXAMINAR-1-CATALOGO        SECTION.
      *================================================================*
           READ FORNPROD-FILE NEXT RECORD
               AT END
                   SET WRK-CATALOGO-ENCERRADO TO TRUE
                   GO TO 0264-99-FIM
           END-READ.
           IF  FORNPROD-PRODUTO        NOT EQUAL ESTOQUE-CODIGO
               SET WRK-CATALOGO-ENCERRADO TO TRUE
               GO TO 0264-99-FIM
           END-IF.
           IF  FORNPROD-E-PREFERIDO
               SET WRK-TEM-PREFERIDO    TO TRUE
               MOVE FORNPROD-CNPJ       TO WRK-PREF-CNPJ
               MOVE FORNPROD-PRAZO-DIAS TO WRK-PREF-PRAZO
               MOVE FORNPROD-CUSTO-UNIT TO WRK-PREF-CUSTO
               MOVE FORNPROD-QTD-MINIMA TO WRK-PREF-MINIMA
           END-IF.
      *================================================================*
       0264-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SE A LINHA AINDA NAO FOI GRAVADA, ABRE UM RASCUNHO DE
      *    PEDIDO PARA O SEU FORNECEDOR COM TODAS AS LINHAS DELE
      *================================================================*
       0270-GRAVAR-RASCUNHO-PENDENTE   SECTION.
      *================================================================*
           IF  WRK-RAS-PEDIDO(WRK-RAS-IDX) NOT EQUAL ZEROS
               GO TO 0270-99-FIM
           END-IF.
           PERFORM 0275-OBTER-NUMERO-PEDIDO.
           MOVE WRK-RAS-CNPJ(WRK-RAS-IDX) TO WRK-RAS-CNPJ-ATUAL.
           MOVE ZEROS                  TO WRK-RAS-LINHA.
           PERFORM 0280-GRAVAR-1-LINHA-RASCUNHO
               VARYING WRK-RAS-IDX2 FROM WRK-RAS-IDX BY 1
               UNTIL WRK-RAS-IDX2      GREATER WRK-RAS-COUNT.
           ADD 1                       TO WRK-QTD-RASCUNHOS.
           MOVE SPACES                 TO REPOSREL-REC.
           STRING 'RASCUNHO DE PEDIDO DE COMPRA ' DELIMITED BY SIZE
                  WRK-NUMERO-PEDIDO    DELIMITED BY SIZE
                  ' FORNECEDOR '       DELIMITED BY SIZE
                  WRK-RAS-CNPJ-ATUAL   DELIMITED BY SIZE
                  ' LINHAS='           DELIMITED BY SIZE
                  WRK-RAS-LINHA        DELIMITED BY SIZE
                  ' - CONFIRMAR NO PROGCOB71' DELIMITED BY SIZE
                  INTO REPOSREL-REC
           END-STRING.
           WRITE REPOSREL-REC.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM E AVANCA O NUMERO DO PEDIDO NO CONTADOR DO PROGCOB71
      *================================================================*
       0275-OBTER-NUMERO-PEDIDO        SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-NUMERO-PEDIDO.
           OPEN INPUT BATSEQ-FILE.
           IF  WRK-BATSEQ-OK
               READ BATSEQ-FILE
                   NOT AT END
                       MOVE BATSEQ-NUM  TO WRK-NUMERO-PEDIDO
               END-READ
               CLOSE BATSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NUMERO-PEDIDO.
           MOVE WRK-NUMERO-PEDIDO      TO BATSEQ-NUM.
           OPEN OUTPUT BATSEQ-FILE.
           WRITE BATSEQ-REC.
           CLOSE BATSEQ-FILE.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA LINHA DO RASCUNHO QUANDO ELA E DO FORNECEDOR DO
      *    PEDIDO CORRENTE
      *================================================================*
       0280-GRAVAR-1-LINHA-RASCUNHO    SECTION.
      *================================================================*
           IF  WRK-RAS-CNPJ(WRK-RAS-IDX2) NOT EQUAL WRK-RAS-CNPJ-ATUAL
           OR  WRK-RAS-PEDIDO(WRK-RAS-IDX2) NOT EQUAL ZEROS
               GO TO 0280-99-FIM
           END-IF.
           PERFORM 0650-CALCULAR-DATA-PREVISTA.
           ADD 1                       TO WRK-RAS-LINHA.
           MOVE WRK-NUMERO-PEDIDO      TO PEDCOMP-NUMERO.
           MOVE WRK-RAS-LINHA          TO PEDCOMP-LINHA.
           MOVE WRK-RAS-CNPJ-ATUAL     TO PEDCOMP-CNPJ.
           MOVE WRK-DATA-SYS           TO PEDCOMP-DATA-EMISSAO.
           MOVE WRK-DATA-PREVISTA      TO PEDCOMP-DATA-PREVISTA.
           MOVE WRK-RAS-PRODUTO(WRK-RAS-IDX2) TO PEDCOMP-PRODUTO.
           MOVE WRK-RAS-QTD(WRK-RAS-IDX2)     TO PEDCOMP-QTD-PEDIDA.
           MOVE WRK-RAS-CUSTO(WRK-RAS-IDX2)   TO PEDCOMP-CUSTO-UNIT.
           MOVE ZEROS                  TO PEDCOMP-QTD-RECEBIDA
                                           PEDCOMP-QTD-FATURADA
                                           PEDCOMP-DATA-ULT-RECEB
                                           PEDCOMP-QTD-DIVERGENCIAS.
           SET PEDCOMP-RASCUNHO        TO TRUE.
           WRITE PEDCOMP-REC.
           MOVE WRK-NUMERO-PEDIDO      TO WRK-RAS-PEDIDO(WRK-RAS-IDX2).
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A DATA PREVISTA SOMANDO O PRAZO DE ENTREGA DO
      *    FORNECEDOR A DATA DE PROCESSAMENTO, COM VIRADA DE MES/ANO
      *    PELO CALENDARIO
      *================================================================*
       0650-CALCULAR-DATA-PREVISTA     SECTION.
      *================================================================*
           DIVIDE WRK-DATA-SYS         BY 10000
               GIVING WRK-PREV-ANO REMAINDER WRK-PREV-RESTO.
           DIVIDE WRK-PREV-RESTO       BY 100
               GIVING WRK-PREV-MES REMAINDER WRK-PREV-DIA.
           ADD WRK-RAS-PRAZO(WRK-RAS-IDX2) TO WRK-PREV-DIA.
           PERFORM 0660-VIRAR-MES-PREVISTA.
           PERFORM 0660-VIRAR-MES-PREVISTA
               UNTIL WRK-PREV-DIA NOT GREATER WRK-PREV-DIAS-MES.
           COMPUTE WRK-DATA-PREVISTA = (WRK-PREV-ANO * 10000) +
                   (WRK-PREV-MES * 100) + WRK-PREV-DIA.
      *================================================================*
       0650-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VIRA O MES QUANDO O DIA PASSA DO TAMANHO DO MES CORRENTE E
      *    DEIXA CARREGADO O TAMANHO DO MES EM QUE O DIA CAIU
      *================================================================*
       0660-VIRAR-MES-PREVISTA         SECTION.
      *================================================================*
           PERFORM 0665-CARREGAR-DIAS-MES.
           IF  WRK-PREV-DIA            GREATER WRK-PREV-DIAS-MES
               SUBTRACT WRK-PREV-DIAS-MES FROM WRK-PREV-DIA
               ADD 1                   TO WRK-PREV-MES
               IF  WRK-PREV-MES        GREATER 12
                   MOVE 1               TO WRK-PREV-MES
                   ADD 1                TO WRK-PREV-ANO
               END-IF
               PERFORM 0665-CARREGAR-DIAS-MES
           END-IF.
      *================================================================*
       0660-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TAMANHO DO MES CORRENTE, COM FEVEREIRO BISSEXTO
      *================================================================*
       0665-CARREGAR-DIAS-MES          SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-PREV-MES) TO WRK-PREV-DIAS-MES.
           IF  WRK-PREV-MES            EQUAL 2
               DIVIDE WRK-PREV-ANO     BY 4
                   GIVING WRK-PREV-QUOCIENTE
                   REMAINDER WRK-PREV-RESTO
               IF  WRK-PREV-RESTO      EQUAL ZEROS
                   MOVE 29              TO WRK-PREV-DIAS-MES
               END-IF
           END-IF.
      *================================================================*
       0665-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO E ENCERRA O PROGRAMA
      *================================================================*
                  INTO REPOSREL-REC
           END-STRING.
           WRITE REPOSREL-REC.
           MOVE SPACES                 TO REPOSREL-REC.
           STRING 'RASCUNHOS DE PEDIDO DE COMPRA GERADOS='
                                       DELIMITED BY SIZE
                  WRK-QTD-RASCUNHOS    DELIMITED BY SIZE
                  INTO REPOSREL-REC
           END-STRING.
           WRITE REPOSREL-REC.

           CLOSE ESTOQUE-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE MOVEST-FILE.
           CLOSE FORNPROD-FILE.
           CLOSE PEDCOMP-FILE.
           IF  WRK-PREVISAO-ABERTO
               CLOSE PREVISAO-FILE
           END-IF.
           CLOSE REPOSREL-FILE.
           DISPLAY 'SUGESTAO DE REPOSICAO GRAVADA EM REPOSREL'.
           GOBACK.
