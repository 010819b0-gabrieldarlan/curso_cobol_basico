       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGABC.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CLASSIFICACAO ABC MENSAL DOS PRODUTOS E CALENDARIO
      * DE CONTAGEM CICLICA. CADA PRODUTO DO PRODMAS E VALORIZADO
      * PELO VALOR VENDIDO NOS ULTIMOS 12 MESES (ITENS ATENDIDOS DO
      * PEDIDET DE PEDIDOS NAO CANCELADOS) MAIS O VALOR EM ESTOQUE
      * (SALDO X CUSTO MEDIO DO CUSTOPROD); O RANKING DECRESCENTE
      * DEFINE A CLASSE PELO PERCENTUAL ACUMULADO (A ATE 80%, B ATE
      * 95%, C O RESTANTE E OS SEM VALOR), GRAVADA POR PRODUTO NO
      * CLASABC. EM SEGUIDA GERA O CALENDARIO CALCONT DO MES: ITENS
      * A TODO MES, B UM TERCO POR MES DO TRIMESTRE E C UM DOZE
      * AVOS POR MES DO ANO, NA ORDEM DO CODIGO, DISTRIBUIDOS EM
      * RODIZIO PELOS DIAS UTEIS DO MES (FIM DE SEMANA E FERIADOS
      * DO ARQUIVO FERIADOS), PARA O PROGCOB73 IMPRIMIR AS FOLHAS
      * DO DIA SEM PARAR O DEPOSITO. RELATORIO NO ABCREL
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
           SELECT ESTOQUE-FILE          ASSIGN TO "ESTOQUE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTOQUE-CODIGO
               FILE STATUS            IS WRK-ESTOQUE-STATUS.
           SELECT CUSTOPROD-FILE        ASSIGN TO "CUSTOPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
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
           SELECT FERIADOS-FILE         ASSIGN TO "FERIADOS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FERIADOS-DATA
               FILE STATUS            IS WRK-FERIADOS-STATUS.
           SELECT CLASABC-FILE          ASSIGN TO "CLASABC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CLASABC-PRODUTO
               FILE STATUS            IS WRK-CLASABC-STATUS.
           SELECT CALCONT-FILE          ASSIGN TO "CALCONT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CALCONT-CHAVE
               FILE STATUS            IS WRK-CALCONT-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT ABCREL-FILE           ASSIGN TO "ABCREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ABCREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  ESTOQUE-FILE.
           COPY 'ESTOQUE.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  FERIADOS-FILE.
           COPY 'FERIADOS.COB'.
       FD  CLASABC-FILE.
           COPY 'CLASABC.COB'.
       FD  CALCONT-FILE.
           COPY 'CALCONT.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  ABCREL-FILE.
           COPY 'ABCREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
           88  WRK-PRODMAS-FIM                         VALUE '10'.
       77  WRK-ESTOQUE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTOQUE-OK                          VALUE '00'.
       77  WRK-CUSTOPROD-STATUS        PIC X(002)      VALUE SPACES.
           88  WRK-CUSTOPROD-OK                        VALUE '00'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDET-OK                          VALUE '00'.
       77  WRK-CLASABC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CLASABC-OK                          VALUE '00'.
           88  WRK-CLASABC-INEXISTENTE                 VALUE '35'.
       77  WRK-CALCONT-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CALCONT-OK                          VALUE '00'.
           88  WRK-CALCONT-INEXISTENTE                 VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-ABCREL-STATUS           PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
      *
      *    JANELA DE 12 MESES DAS VENDAS: DATA DO PEDIDO MAIOR QUE
      *    O MESMO DIA DO ANO ANTERIOR E ATE A DATA DE PROCESSAMENTO
      *
       77  WRK-DATA-INICIO             PIC 9(008)      VALUE ZEROS.
       77  WRK-FIM-PEDIDET             PIC X(001)      VALUE 'N'.
           88  WRK-PEDIDET-ENCERRADO                   VALUE 'S'.
      *
      *    PRODUTOS DO CADASTRO COM OS VALORES DA CLASSIFICACAO, NA
      *    ORDEM DO CODIGO; O RANKING E FEITO NUMA TABELA DE
      *    POSICOES PARA O CALENDARIO SEGUIR NA ORDEM DO CODIGO
      *
       01  WRK-PRD-TAB.
           05  WRK-PRD-ENTRY           OCCURS 500 TIMES
                                        INDEXED BY WRK-PRD-IDX.
               10  WRK-PRD-CODIGO      PIC X(006).
               10  WRK-PRD-DESCRICAO   PIC X(020).
               10  WRK-PRD-VENDAS      PIC 9(011)V99.
               10  WRK-PRD-ESTOQUE     PIC 9(011)V99.
               10  WRK-PRD-TOTAL       PIC 9(011)V99.
               10  WRK-PRD-CLASSE      PIC X(001).
               10  WRK-PRD-ESTOCADO    PIC X(001).
       77  WRK-PRD-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-PRD-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-PRD-AVISO               PIC X(001)      VALUE 'N'.
           88  WRK-PRD-AVISADO                         VALUE 'S'.
      *
      *    ORDENACAO DO MAIOR PARA O MENOR VALOR (SELECAO)
      *
       01  WRK-ORD-TAB.
           05  WRK-ORD-PRD             PIC 9(003)  OCCURS 500 TIMES.
       77  WRK-ORD-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-J                   PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-MAIOR               PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-TROCA               PIC 9(003)      VALUE ZEROS.
      *
      *    CORTES DA CURVA ABC E TOTAIS POR CLASSE
      *
       77  WRK-CORTE-A                 PIC 9(003)V99   VALUE 80.
       77  WRK-CORTE-B                 PIC 9(003)V99   VALUE 95.
       77  WRK-VALOR-GERAL             PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-ACUM              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-PERC-ANTES              PIC 9(003)V99   VALUE ZEROS.
       77  WRK-PERC-ACUM               PIC 9(003)V99   VALUE ZEROS.
       77  WRK-QTD-A                   PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-B                   PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-C                   PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-A                 PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-B                 PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-C                 PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-VENDAS-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-ESTOQUE-ED              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-PERC-ED                 PIC ZZ9,99      VALUE ZEROS.
      *
      *    MES DO CALENDARIO DE CONTAGEM E SEUS DIAS UTEIS
      *
       01  WRK-MES-CAL                 PIC 9(006)      VALUE ZEROS.
       01  WRK-MES-CAL-DEC REDEFINES WRK-MES-CAL.
           05  WRK-CAL-ANO             PIC 9(004).
           05  WRK-CAL-MES             PIC 9(002).
       01  WRK-DATA-CHK                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-CHK-DEC REDEFINES WRK-DATA-CHK.
           05  WRK-CHK-ANO             PIC 9(004).
           05  WRK-CHK-MES             PIC 9(002).
           05  WRK-CHK-DIA             PIC 9(002).
       77  WRK-CHK-MMDD                PIC 9(004)      VALUE ZEROS.
       77  WRK-DIAS-NO-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-BIS-QUOCIENTE           PIC 9(004)      VALUE ZEROS.
       77  WRK-BIS-RESTO               PIC 9(004)      VALUE ZEROS.
       01  WRK-DU-TAB.
           05  WRK-DU-DATA             PIC 9(008)  OCCURS 31 TIMES.
       77  WRK-DU-COUNT                PIC 9(002)      VALUE ZEROS.
       77  WRK-DU-IDX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-FIM-MES            PIC 9(008)      VALUE ZEROS.
       77  WRK-FIM-CALCONT             PIC X(001)      VALUE 'N'.
           88  WRK-CALCONT-ENCERRADO                   VALUE 'S'.
      *
      *    RODIZIO DAS CLASSES B (TRIMESTRE) E C (ANO) PELOS MESES
      *
       77  WRK-ORDEM-B                 PIC 9(005)      VALUE ZEROS.
       77  WRK-ORDEM-C                 PIC 9(005)      VALUE ZEROS.
       77  WRK-GRUPO-MES               PIC 9(002)      VALUE ZEROS.
       77  WRK-GRUPO-PRD               PIC 9(002)      VALUE ZEROS.
       77  WRK-GRUPO-QUOC              PIC 9(005)      VALUE ZEROS.
       77  WRK-MES-TRIMESTRE           PIC 9(002)      VALUE ZEROS.
       77  WRK-AGENDAR                 PIC X(001)      VALUE 'N'.
           88  WRK-AGENDAR-SIM                         VALUE 'S'.
       77  WRK-QTD-AGENDADOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-AGENDA-A            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-AGENDA-B            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-AGENDA-C            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EXPURGADOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-DU-QUOC                 PIC 9(005)      VALUE ZEROS.
      *
      *    DIA UTIL: ZELLER + FERIADOS
      *
       77  WRK-DIA-UTIL                PIC X(001)      VALUE 'N'.
           88  WRK-EH-DIA-UTIL                         VALUE 'S'.
       77  WRK-FERIADOS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-FERIADOS-OK                         VALUE '00'.
           88  WRK-FERIADOS-ARQ-FIM                    VALUE '10'.
           88  WRK-FERIADOS-INEXISTENTE                VALUE '35'.
       77  WRK-FERIADOS-ORIGEM         PIC X(001)      VALUE 'N'.
           88  WRK-FERIADOS-NO-ARQUIVO                 VALUE 'S'.
       01  WRK-FERARQ-TAB.
           05  WRK-FERARQ-DATA         PIC 9(008)  OCCURS 60 TIMES.
       77  WRK-FERARQ-COUNT            PIC 9(002)      VALUE ZEROS.
       77  WRK-FERARQ-IDX              PIC 9(002)      VALUE ZEROS.
       77  WRK-FERARQ-AVISO            PIC X(001)      VALUE 'N'.
           88  WRK-FERARQ-AVISADO                      VALUE 'S'.
       77  WRK-FER-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-ANO                 PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-MES                 PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-K                   PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-J                   PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-T1                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-T2                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-T3                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-RESTO               PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-SOMA                PIC 9(006)      VALUE ZEROS.
       77  WRK-ZEL-QUOCIENTE           PIC 9(006)      VALUE ZEROS.
       77  WRK-DIA-SEMANA              PIC 9(001)      VALUE ZEROS.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (DIAS DE CADA MES E
      *    FERIADOS)
      *
           COPY 'CALEND.COB'.
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
      *    RECEBE O MES DO CALENDARIO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'CLASSIFICACAO ABC E CALENDARIO DE CONTAGEM'.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'MES DO CALENDARIO (AAAAMM, ENTER = MES '
                   'SEGUINTE):'.
           MOVE ZEROS                  TO WRK-MES-CAL.
           ACCEPT WRK-MES-CAL.
           IF  WRK-MES-CAL             EQUAL ZEROS
           OR  WRK-CAL-MES             LESS 1
           OR  WRK-CAL-MES             GREATER 12
               MOVE WRK-SYS-ANO         TO WRK-CAL-ANO
               MOVE WRK-SYS-MES         TO WRK-CAL-MES
               ADD 1                    TO WRK-CAL-MES
               IF  WRK-CAL-MES          GREATER 12
                   MOVE 1               TO WRK-CAL-MES
                   ADD 1                TO WRK-CAL-ANO
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-DATA-SYS - 10000.
           PERFORM 0092-CARREGAR-FERIADOS.

           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT ESTOQUE-FILE.
           OPEN INPUT CUSTOPROD-FILE.
           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN I-O CLASABC-FILE.
           IF  WRK-CLASABC-INEXISTENTE
               CLOSE CLASABC-FILE
               OPEN OUTPUT CLASABC-FILE
               CLOSE CLASABC-FILE
               OPEN I-O CLASABC-FILE
           END-IF.
           OPEN I-O CALCONT-FILE.
           IF  WRK-CALCONT-INEXISTENTE
               CLOSE CALCONT-FILE
               OPEN OUTPUT CALCONT-FILE
               CLOSE CALCONT-FILE
               OPEN I-O CALCONT-FILE
           END-IF.
           OPEN OUTPUT ABCREL-FILE.
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
      *    CARREGA OS FERIADOS DO ARQUIVO FERIADOS NA TABELA DE
      *    TRABALHO A PARTIR DO ANO DO CALENDARIO; SEM O ARQUIVO, A
      *    CHECAGEM SEGUE NA TABELA FIXA DO CALEND COMO CONTINGENCIA
      *================================================================*
       0092-CARREGAR-FERIADOS          SECTION.
      *================================================================*
           OPEN INPUT FERIADOS-FILE.
           IF  WRK-FERIADOS-INEXISTENTE
               GO TO 0092-99-FIM
           END-IF.
           COMPUTE FERIADOS-DATA = WRK-CAL-ANO * 10000.
           START FERIADOS-FILE KEY NOT LESS FERIADOS-DATA
               INVALID KEY
                   SET WRK-FERIADOS-ARQ-FIM TO TRUE
           END-START.
           PERFORM 0094-CARREGAR-1-FERIADO
               UNTIL WRK-FERIADOS-ARQ-FIM.
           IF  WRK-FERARQ-COUNT        GREATER ZEROS
               SET WRK-FERIADOS-NO-ARQUIVO TO TRUE
           END-IF.
           CLOSE FERIADOS-FILE.
      *================================================================*
       0092-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE E GUARDA UM FERIADO DO ARQUIVO
      *================================================================*
       0094-CARREGAR-1-FERIADO         SECTION.
      *================================================================*
           READ FERIADOS-FILE NEXT RECORD
               AT END
                   SET WRK-FERIADOS-ARQ-FIM TO TRUE
           END-READ.
           IF  WRK-FERIADOS-OK
               IF  WRK-FERARQ-COUNT    LESS 60
                   ADD 1                TO WRK-FERARQ-COUNT
                   MOVE FERIADOS-DATA   TO WRK-FERARQ-DATA
                                            (WRK-FERARQ-COUNT)
               ELSE
                   IF  NOT WRK-FERARQ-AVISADO
                       DISPLAY 'AVISO: TABELA DE 60 FERIADOS CHEIA '
                               '- FERIADOS A PARTIR DE '
                               FERIADOS-DATA ' IGNORADOS; EXPURGAR '
                               'OS ANOS PASSADOS PELO PROGCOB95'
                       SET WRK-FERARQ-AVISADO TO TRUE
                   END-IF
               END-IF
           END-IF.
      *================================================================*
       0094-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CLASSIFICA OS PRODUTOS E GERA O CALENDARIO DO MES
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO ABCREL-REC.
           STRING 'CLASSIFICACAO ABC EM ' DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' - VENDAS DE '      DELIMITED BY SIZE
                  WRK-DATA-INICIO      DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' + VALOR EM ESTOQUE' DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.

           PERFORM 0210-CARREGAR-PRODUTOS.
           PERFORM 0220-SOMAR-VENDAS.
           PERFORM 0250-TOTALIZAR-1-PRODUTO
               VARYING WRK-PRD-I FROM 1 BY 1
               UNTIL WRK-PRD-I         GREATER WRK-PRD-COUNT.
           PERFORM 0260-ORDENAR-POR-VALOR.
           PERFORM 0270-CLASSIFICAR-1-POSICAO
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         GREATER WRK-PRD-COUNT.
           PERFORM 0280-GRAVAR-RESUMO.
           PERFORM 0400-GERAR-CALENDARIO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS PRODUTOS DO CADASTRO COM O VALOR EM ESTOQUE
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
      *    GUARDA UM PRODUTO E VALORIZA O SEU SALDO PELO CUSTO MEDIO
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
                           'CLASSIFICACAO - A PARTIR DE '
                           PRODMAS-CODIGO ' IGNORADOS'
                   SET WRK-PRD-AVISADO TO TRUE
               END-IF
               GO TO 0212-99-FIM
           END-IF.
           ADD 1                       TO WRK-PRD-COUNT.
           MOVE PRODMAS-CODIGO         TO WRK-PRD-CODIGO(WRK-PRD-COUNT).
           MOVE PRODMAS-DESCRICAO      TO WRK-PRD-DESCRICAO
                                           (WRK-PRD-COUNT).
           MOVE ZEROS                  TO WRK-PRD-VENDAS(WRK-PRD-COUNT)
                                          WRK-PRD-ESTOQUE(WRK-PRD-COUNT)
                                          WRK-PRD-TOTAL(WRK-PRD-COUNT).
           MOVE 'C'                    TO WRK-PRD-CLASSE(WRK-PRD-COUNT).
           MOVE 'N'                    TO WRK-PRD-ESTOCADO
                                           (WRK-PRD-COUNT).
           MOVE WRK-PRD-COUNT          TO WRK-ORD-PRD(WRK-PRD-COUNT).

           MOVE PRODMAS-CODIGO         TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  NOT WRK-ESTOQUE-OK
               GO TO 0212-99-FIM
           END-IF.
           MOVE 'S'                    TO WRK-PRD-ESTOCADO
                                           (WRK-PRD-COUNT).
           MOVE PRODMAS-CODIGO         TO CUSTOPROD-PRODUTO.
           READ CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               COMPUTE WRK-PRD-ESTOQUE(WRK-PRD-COUNT) ROUNDED =
                       ESTOQUE-SALDO * CUSTOPROD-CUSTO-MEDIO
           END-IF.
      *================================================================*
       0212-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA POR PRODUTO O VALOR DOS ITENS ATENDIDOS DOS PEDIDOS
      *    NAO CANCELADOS DOS ULTIMOS 12 MESES
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
      *    LE UM PEDIDO E, SE ESTIVER NA JANELA, SOMA OS SEUS ITENS
      *================================================================*
       0222-SOMAR-1-PEDIDO             SECTION.
      *================================================================*
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDO-FIM   TO TRUE
                   GO TO 0222-99-FIM
           END-READ.
           IF  PEDIDO-CANCELADO
           OR  PEDIDO-DATA             NOT GREATER WRK-DATA-INICIO
           OR  PEDIDO-DATA             GREATER WRK-DATA-SYS
               GO TO 0222-99-FIM
           END-IF.
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
      *    SOMA UM ITEM ATENDIDO NO VALOR VENDIDO DO PRODUTO
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
                   ADD PEDIDET-TOTAL-ITEM TO WRK-PRD-VENDAS(WRK-PRD-IDX)
           END-SEARCH.
      *================================================================*
       0224-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALOR DA CLASSIFICACAO = VENDAS 12 MESES + ESTOQUE
      *================================================================*
       0250-TOTALIZAR-1-PRODUTO        SECTION.
      *================================================================*
           COMPUTE WRK-PRD-TOTAL(WRK-PRD-I) =
                   WRK-PRD-VENDAS(WRK-PRD-I) +
                   WRK-PRD-ESTOQUE(WRK-PRD-I).
           ADD WRK-PRD-TOTAL(WRK-PRD-I) TO WRK-VALOR-GERAL.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ORDENA AS POSICOES DO MAIOR PARA O MENOR VALOR
      *================================================================*
       0260-ORDENAR-POR-VALOR          SECTION.
      *================================================================*
           PERFORM 0262-SELECIONAR-1-POSICAO
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         NOT LESS WRK-PRD-COUNT.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LEVA PARA A POSICAO CORRENTE O MAIOR VALOR RESTANTE
      *================================================================*
       0262-SELECIONAR-1-POSICAO       SECTION.
      *================================================================*
           MOVE WRK-ORD-I              TO WRK-ORD-MAIOR.
           COMPUTE WRK-ORD-J = WRK-ORD-I + 1.
           PERFORM 0264-COMPARAR-1-POSICAO
               UNTIL WRK-ORD-J         GREATER WRK-PRD-COUNT.
           IF  WRK-ORD-MAIOR           NOT EQUAL WRK-ORD-I
               MOVE WRK-ORD-PRD(WRK-ORD-I)     TO WRK-ORD-TROCA
               MOVE WRK-ORD-PRD(WRK-ORD-MAIOR)
                                        TO WRK-ORD-PRD(WRK-ORD-I)
               MOVE WRK-ORD-TROCA       TO WRK-ORD-PRD(WRK-ORD-MAIOR)
           END-IF.
      *================================================================*
       0262-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COMPARA UMA POSICAO CANDIDATA COM A MAIOR ATUAL
      *================================================================*
       0264-COMPARAR-1-POSICAO         SECTION.
      *================================================================*
           IF  WRK-PRD-TOTAL(WRK-ORD-PRD(WRK-ORD-J)) GREATER
               WRK-PRD-TOTAL(WRK-ORD-PRD(WRK-ORD-MAIOR))
               MOVE WRK-ORD-J           TO WRK-ORD-MAIOR
           END-IF.
           ADD 1                       TO WRK-ORD-J.
      *================================================================*
       0264-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEFINE A CLASSE DA POSICAO PELO PERCENTUAL ACUMULADO ANTES
      *    DELA (O PRIMEIRO ITEM QUE CRUZA O CORTE AINDA ENTRA NA
      *    CLASSE), GRAVA O CLASABC E A LINHA DO RANKING
      *================================================================*
       0270-CLASSIFICAR-1-POSICAO      SECTION.
      *================================================================*
           MOVE WRK-ORD-PRD(WRK-ORD-I) TO WRK-PRD-I.
           IF  WRK-VALOR-GERAL         EQUAL ZEROS
               MOVE ZEROS               TO WRK-PERC-ANTES
                                           WRK-PERC-ACUM
           ELSE
               COMPUTE WRK-PERC-ANTES ROUNDED =
                       (WRK-VALOR-ACUM * 100) / WRK-VALOR-GERAL
               ADD WRK-PRD-TOTAL(WRK-PRD-I) TO WRK-VALOR-ACUM
               COMPUTE WRK-PERC-ACUM ROUNDED =
                       (WRK-VALOR-ACUM * 100) / WRK-VALOR-GERAL
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PRD-TOTAL(WRK-PRD-I) EQUAL ZEROS
                   MOVE 'C'             TO WRK-PRD-CLASSE(WRK-PRD-I)
               WHEN WRK-PERC-ANTES     LESS WRK-CORTE-A
                   MOVE 'A'             TO WRK-PRD-CLASSE(WRK-PRD-I)
               WHEN WRK-PERC-ANTES     LESS WRK-CORTE-B
                   MOVE 'B'             TO WRK-PRD-CLASSE(WRK-PRD-I)
               WHEN OTHER
                   MOVE 'C'             TO WRK-PRD-CLASSE(WRK-PRD-I)
           END-EVALUATE.
           EVALUATE WRK-PRD-CLASSE(WRK-PRD-I)
               WHEN 'A'
                   ADD 1                TO WRK-QTD-A
                   ADD WRK-PRD-TOTAL(WRK-PRD-I) TO WRK-VALOR-A
               WHEN 'B'
                   ADD 1                TO WRK-QTD-B
                   ADD WRK-PRD-TOTAL(WRK-PRD-I) TO WRK-VALOR-B
               WHEN OTHER
                   ADD 1                TO WRK-QTD-C
                   ADD WRK-PRD-TOTAL(WRK-PRD-I) TO WRK-VALOR-C
           END-EVALUATE.

           MOVE WRK-PRD-CODIGO(WRK-PRD-I) TO CLASABC-PRODUTO.
           MOVE WRK-PRD-CLASSE(WRK-PRD-I) TO CLASABC-CLASSE.
           MOVE WRK-PRD-VENDAS(WRK-PRD-I) TO CLASABC-VALOR-VENDAS.
           MOVE WRK-PRD-ESTOQUE(WRK-PRD-I) TO CLASABC-VALOR-ESTOQUE.
           MOVE WRK-PRD-TOTAL(WRK-PRD-I) TO CLASABC-VALOR-TOTAL.
           MOVE WRK-ORD-I              TO CLASABC-POSICAO.
           MOVE WRK-PERC-ACUM          TO CLASABC-PERC-ACUMULADO.
           MOVE WRK-DATA-SYS           TO CLASABC-DATA-CLASSIFICACAO.
           WRITE CLASABC-REC
               INVALID KEY
                   REWRITE CLASABC-REC
           END-WRITE.

           MOVE WRK-PRD-VENDAS(WRK-PRD-I) TO WRK-VENDAS-ED.
           MOVE WRK-PRD-ESTOQUE(WRK-PRD-I) TO WRK-ESTOQUE-ED.
           MOVE WRK-PERC-ACUM          TO WRK-PERC-ED.
           MOVE SPACES                 TO ABCREL-REC.
           STRING WRK-ORD-I            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PRD-CODIGO(WRK-PRD-I) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PRD-DESCRICAO(WRK-PRD-I) DELIMITED BY SIZE
                  ' CLASSE '           DELIMITED BY SIZE
                  WRK-PRD-CLASSE(WRK-PRD-I) DELIMITED BY SIZE
                  ' VENDAS '           DELIMITED BY SIZE
                  WRK-VENDAS-ED        DELIMITED BY SIZE
                  ' ESTOQUE '          DELIMITED BY SIZE
                  WRK-ESTOQUE-ED       DELIMITED BY SIZE
                  ' ACUM '             DELIMITED BY SIZE
                  WRK-PERC-ED          DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RESUMO DA CURVA: QUANTIDADE E VALOR POR CLASSE
      *================================================================*
       0280-GRAVAR-RESUMO              SECTION.
      *================================================================*
           MOVE WRK-VALOR-A            TO WRK-VALOR-ED.
           MOVE SPACES                 TO ABCREL-REC.
           STRING 'CLASSE A: PRODUTOS=' DELIMITED BY SIZE
                  WRK-QTD-A            DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
           MOVE WRK-VALOR-B            TO WRK-VALOR-ED.
           MOVE SPACES                 TO ABCREL-REC.
           STRING 'CLASSE B: PRODUTOS=' DELIMITED BY SIZE
                  WRK-QTD-B            DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
           MOVE WRK-VALOR-C            TO WRK-VALOR-ED.
           MOVE SPACES                 TO ABCREL-REC.
           STRING 'CLASSE C: PRODUTOS=' DELIMITED BY SIZE
                  WRK-QTD-C            DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
           MOVE WRK-VALOR-GERAL        TO WRK-VALOR-ED.
           MOVE SPACES                 TO ABCREL-REC.
           STRING 'TOTAL:    PRODUTOS=' DELIMITED BY SIZE
                  WRK-PRD-COUNT        DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GERA O CALENDARIO DE CONTAGEM DO MES: LEVANTA OS DIAS
      *    UTEIS, EXPURGA O CALENDARIO ANTERIOR DO MESMO MES E
      *    AGENDA OS PRODUTOS COM ESTOQUE DA VEZ DE CADA CLASSE
      *================================================================*
       0400-GERAR-CALENDARIO           SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-CAL-MES) TO WRK-DIAS-NO-MES.
           IF  WRK-CAL-MES             EQUAL 2
               DIVIDE WRK-CAL-ANO      BY 4
                   GIVING WRK-BIS-QUOCIENTE REMAINDER WRK-BIS-RESTO
               IF  WRK-BIS-RESTO       EQUAL ZEROS
                   MOVE 29              TO WRK-DIAS-NO-MES
               END-IF
           END-IF.
           MOVE WRK-CAL-ANO            TO WRK-CHK-ANO.
           MOVE WRK-CAL-MES            TO WRK-CHK-MES.
           MOVE WRK-DIAS-NO-MES        TO WRK-CHK-DIA.
           MOVE WRK-DATA-CHK           TO WRK-DATA-FIM-MES.
           PERFORM 0410-CHECAR-1-DIA
               VARYING WRK-DU-IDX FROM 1 BY 1
               UNTIL WRK-DU-IDX        GREATER WRK-DIAS-NO-MES.

           MOVE SPACES                 TO ABCREL-REC.
           STRING 'CALENDARIO DE CONTAGEM DE ' DELIMITED BY SIZE
                  CAL-MES(WRK-CAL-MES) DELIMITED BY SPACE
                  '/'                  DELIMITED BY SIZE
                  WRK-CAL-ANO          DELIMITED BY SIZE
                  ' - DIAS UTEIS='     DELIMITED BY SIZE
                  WRK-DU-COUNT         DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
           IF  WRK-DU-COUNT            EQUAL ZEROS
               DISPLAY 'MES SEM DIAS UTEIS - CALENDARIO NAO GERADO'
               GO TO 0400-99-FIM
           END-IF.

           PERFORM 0420-EXPURGAR-CALENDARIO.
           COMPUTE WRK-GRUPO-MES = WRK-CAL-MES - 1.
           PERFORM 0430-AGENDAR-1-PRODUTO
               VARYING WRK-PRD-I FROM 1 BY 1
               UNTIL WRK-PRD-I         GREATER WRK-PRD-COUNT.

           MOVE SPACES                 TO ABCREL-REC.
           STRING 'AGENDADOS='         DELIMITED BY SIZE
                  WRK-QTD-AGENDADOS    DELIMITED BY SIZE
                  ' (A='               DELIMITED BY SIZE
                  WRK-QTD-AGENDA-A     DELIMITED BY SIZE
                  ' B='                DELIMITED BY SIZE
                  WRK-QTD-AGENDA-B     DELIMITED BY SIZE
                  ' C='                DELIMITED BY SIZE
                  WRK-QTD-AGENDA-C     DELIMITED BY SIZE
                  ') SUBSTITUIDOS='    DELIMITED BY SIZE
                  WRK-QTD-EXPURGADOS   DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O DIA DO MES NA TABELA QUANDO FOR DIA UTIL
      *================================================================*
       0410-CHECAR-1-DIA               SECTION.
      *================================================================*
           MOVE WRK-CAL-ANO            TO WRK-CHK-ANO.
           MOVE WRK-CAL-MES            TO WRK-CHK-MES.
           MOVE WRK-DU-IDX             TO WRK-CHK-DIA.
           PERFORM 0412-CHECAR-DIA-UTIL.
           IF  WRK-EH-DIA-UTIL
               ADD 1                    TO WRK-DU-COUNT
               MOVE WRK-DATA-CHK        TO WRK-DU-DATA(WRK-DU-COUNT)
           END-IF.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DECIDE SE A DATA EM CHECAGEM E DIA UTIL (ZELLER + TABELA
      *    DE FERIADOS)
      *================================================================*
       0412-CHECAR-DIA-UTIL            SECTION.
      *================================================================*
           MOVE WRK-CHK-ANO            TO WRK-ZEL-ANO.
           MOVE WRK-CHK-MES            TO WRK-ZEL-MES.
           IF  WRK-ZEL-MES             LESS 3
               ADD 12                  TO WRK-ZEL-MES
               SUBTRACT 1              FROM WRK-ZEL-ANO
           END-IF.
           DIVIDE WRK-ZEL-ANO          BY 100
               GIVING WRK-ZEL-J REMAINDER WRK-ZEL-K.
           COMPUTE WRK-ZEL-T1 = 13 * (WRK-ZEL-MES + 1).
           DIVIDE WRK-ZEL-T1           BY 5
               GIVING WRK-ZEL-T1 REMAINDER WRK-ZEL-RESTO.
           DIVIDE WRK-ZEL-K            BY 4
               GIVING WRK-ZEL-T2 REMAINDER WRK-ZEL-RESTO.
           DIVIDE WRK-ZEL-J            BY 4
               GIVING WRK-ZEL-T3 REMAINDER WRK-ZEL-RESTO.
           COMPUTE WRK-ZEL-SOMA = WRK-CHK-DIA + WRK-ZEL-T1
               + WRK-ZEL-K + WRK-ZEL-T2 + WRK-ZEL-T3
               + (5 * WRK-ZEL-J).
           DIVIDE WRK-ZEL-SOMA         BY 7
               GIVING WRK-ZEL-QUOCIENTE REMAINDER WRK-DIA-SEMANA.

           MOVE 'S'                    TO WRK-DIA-UTIL.
           IF  WRK-DIA-SEMANA          LESS 2
               MOVE 'N'                 TO WRK-DIA-UTIL
           END-IF.
           COMPUTE WRK-CHK-MMDD = (WRK-CHK-MES * 100) + WRK-CHK-DIA.
           IF  WRK-FERIADOS-NO-ARQUIVO
               PERFORM 0416-CHECAR-1-FERIADO-ARQ
                   VARYING WRK-FERARQ-IDX FROM 1 BY 1
                   UNTIL WRK-FERARQ-IDX GREATER WRK-FERARQ-COUNT
           ELSE
               PERFORM 0414-CHECAR-1-FERIADO
                   VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX   GREATER CAL-QTD-FERIADOS
           END-IF.
      *================================================================*
       0412-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA A DATA COMO NAO UTIL QUANDO CAIR EM FERIADO FIXO
      *    DO CALEND
      *================================================================*
       0414-CHECAR-1-FERIADO           SECTION.
      *================================================================*
           IF  WRK-CHK-MMDD            EQUAL
               CAL-FERIADO-MMDD(WRK-FER-IDX)
               MOVE 'N'                 TO WRK-DIA-UTIL
           END-IF.
      *================================================================*
       0414-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA A DATA COMO NAO UTIL QUANDO CAIR EM FERIADO DO
      *    ARQUIVO DE FERIADOS
      *================================================================*
       0416-CHECAR-1-FERIADO-ARQ       SECTION.
      *================================================================*
           IF  WRK-DATA-CHK            EQUAL
               WRK-FERARQ-DATA(WRK-FERARQ-IDX)
               MOVE 'N'                 TO WRK-DIA-UTIL
           END-IF.
      *================================================================*
       0416-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPURGA O CALENDARIO JA GERADO PARA O MES, PARA A
      *    REEXECUCAO NAO DUPLICAR NEM MANTER PRODUTOS QUE MUDARAM
      *    DE CLASSE
      *================================================================*
       0420-EXPURGAR-CALENDARIO        SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-CALCONT.
           MOVE WRK-CAL-ANO            TO WRK-CHK-ANO.
           MOVE WRK-CAL-MES            TO WRK-CHK-MES.
           MOVE ZEROS                  TO WRK-CHK-DIA.
           MOVE WRK-DATA-CHK           TO CALCONT-DATA.
           MOVE LOW-VALUES             TO CALCONT-PRODUTO.
           START CALCONT-FILE KEY NOT LESS CALCONT-CHAVE
               INVALID KEY
                   SET WRK-CALCONT-ENCERRADO TO TRUE
           END-START.
           PERFORM 0425-EXPURGAR-1-AGENDA
               UNTIL WRK-CALCONT-ENCERRADO.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXCLUI UMA AGENDA DO MES
      *================================================================*
       0425-EXPURGAR-1-AGENDA          SECTION.
      *================================================================*
           READ CALCONT-FILE NEXT RECORD
               AT END
                   SET WRK-CALCONT-ENCERRADO TO TRUE
                   GO TO 0425-99-FIM
           END-READ.
           IF  CALCONT-DATA            GREATER WRK-DATA-FIM-MES
               SET WRK-CALCONT-ENCERRADO TO TRUE
               GO TO 0425-99-FIM
           END-IF.
           DELETE CALCONT-FILE.
           ADD 1                       TO WRK-QTD-EXPURGADOS.
      *================================================================*
       0425-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DECIDE SE O PRODUTO E CONTADO NO MES: A SEMPRE; B QUANDO
      *    O SEU GRUPO (ORDEM NA CLASSE MODULO 3) E O MES DO
      *    TRIMESTRE; C QUANDO O SEU GRUPO (ORDEM MODULO 12) E O MES
      *    DO ANO. O AGENDADO VAI PARA O PROXIMO DIA UTIL DO RODIZIO
      *================================================================*
       0430-AGENDAR-1-PRODUTO          SECTION.
      *================================================================*
           IF  WRK-PRD-ESTOCADO(WRK-PRD-I) NOT EQUAL 'S'
               GO TO 0430-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-AGENDAR.
           EVALUATE WRK-PRD-CLASSE(WRK-PRD-I)
               WHEN 'A'
                   SET WRK-AGENDAR-SIM  TO TRUE
               WHEN 'B'
                   DIVIDE WRK-ORDEM-B  BY 3
                       GIVING WRK-GRUPO-QUOC REMAINDER WRK-GRUPO-PRD
                   ADD 1                TO WRK-ORDEM-B
                   DIVIDE WRK-GRUPO-MES BY 3
                       GIVING WRK-GRUPO-QUOC REMAINDER WRK-MES-TRIMESTRE
                   IF  WRK-GRUPO-PRD    EQUAL WRK-MES-TRIMESTRE
                       SET WRK-AGENDAR-SIM TO TRUE
                   END-IF
               WHEN OTHER
                   DIVIDE WRK-ORDEM-C  BY 12
                       GIVING WRK-GRUPO-QUOC REMAINDER WRK-GRUPO-PRD
                   ADD 1                TO WRK-ORDEM-C
                   IF  WRK-GRUPO-PRD    EQUAL WRK-GRUPO-MES
                       SET WRK-AGENDAR-SIM TO TRUE
                   END-IF
           END-EVALUATE.
           IF  NOT WRK-AGENDAR-SIM
               GO TO 0430-99-FIM
           END-IF.

           DIVIDE WRK-QTD-AGENDADOS    BY WRK-DU-COUNT
               GIVING WRK-DU-QUOC REMAINDER WRK-DU-IDX.
           ADD 1                       TO WRK-DU-IDX.
           ADD 1                       TO WRK-QTD-AGENDADOS.
           EVALUATE WRK-PRD-CLASSE(WRK-PRD-I)
               WHEN 'A'
                   ADD 1                TO WRK-QTD-AGENDA-A
               WHEN 'B'
                   ADD 1                TO WRK-QTD-AGENDA-B
               WHEN OTHER
                   ADD 1                TO WRK-QTD-AGENDA-C
           END-EVALUATE.
           MOVE WRK-DU-DATA(WRK-DU-IDX) TO CALCONT-DATA.
           MOVE WRK-PRD-CODIGO(WRK-PRD-I) TO CALCONT-PRODUTO.
           MOVE WRK-PRD-CLASSE(WRK-PRD-I) TO CALCONT-CLASSE.
           SET CALCONT-PENDENTE        TO TRUE.
           WRITE CALCONT-REC
               INVALID KEY
                   REWRITE CALCONT-REC
           END-WRITE.

           MOVE SPACES                 TO ABCREL-REC.
           STRING 'CONTAR EM '         DELIMITED BY SIZE
                  CALCONT-DATA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CALCONT-PRODUTO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PRD-DESCRICAO(WRK-PRD-I) DELIMITED BY SIZE
                  ' CLASSE '           DELIMITED BY SIZE
                  CALCONT-CLASSE       DELIMITED BY SIZE
                  INTO ABCREL-REC
           END-STRING.
           WRITE ABCREL-REC.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE PRODMAS-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE CUSTOPROD-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE CLASABC-FILE.
           CLOSE CALCONT-FILE.
           CLOSE ABCREL-FILE.
           DISPLAY 'CLASSIFICACAO ABC: A=' WRK-QTD-A ' B=' WRK-QTD-B
                   ' C=' WRK-QTD-C ' - CALENDARIO DE '
                   WRK-MES-CAL ' COM ' WRK-QTD-AGENDADOS
                   ' CONTAGENS - RELATORIO EM ABCREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
