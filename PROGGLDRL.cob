       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGLDRL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RASTREIO DE UMA CONTA DO BALANCETE ATE O DOCUMENTO
      * DE ORIGEM. A PARTIR DA CONTA E DO PERIODO (AAAAMM), LISTA AS
      * LINHAS DO GLPOST QUE FORMAM O SALDO, AGRUPADAS POR PROGRAMA
      * GERADOR E LOTE (GLPOST-PROGRAMA/GLPOST-LOTE), COM DATA,
      * OPERADOR, CENTRO DE CUSTO E VALOR, E SUBTOTAL POR GRUPO. DE
      * CADA GRUPO DESCE AO DOCUMENTO QUE O GEROU:
      *   - LOTE DA FOLHA (PROGCOB04): AS LINHAS DO PAYDET DA MESMA
      *     EXECUCAO (PAYDET-LOTE);
      *   - EXTRATO DE VENDAS (PROGCOB30): OS PEDIDOS LIBERADOS DE
      *     CADA DATA DE PROCESSAMENTO DO GRUPO;
      *   - LOTE MANUAL (PROGCOB84): TODAS AS PARTIDAS DO LOTE, EM
      *     QUALQUER CONTA, E O REGISTRO DO LOTE NO CONSLOG.
      * DEMAIS ORIGENS SAEM SO COM A LISTAGEM DO GRUPO. CONSULTA
      * APENAS: NENHUM ARQUIVO E ALTERADO. SAIDA NO GLDRLREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RASTREIO (MASCARA.COB), SALVO
      *              PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      * XX/XX/XXXX - O PROGRAMA TERMINA APOS O RESUMO DO CONSOLE, SEM
      *              VOLTAR A INICIALIZACAO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT PAYDET-FILE           ASSIGN TO "PAYDET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAYDET-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT GLDRLREL-FILE         ASSIGN TO "GLDRLREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLDRLREL-STATUS.
           SELECT ORDENA-FILE           ASSIGN TO "SORTWKDR".
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  PAYDET-FILE.
           COPY 'PAYDET.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  GLDRLREL-FILE.
           COPY 'GLDRLREL.COB'.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-PROGRAMA         PIC X(009).
           05  ORDENA-LOTE             PIC 9(006).
           05  ORDENA-DATA             PIC 9(008).
           05  ORDENA-CENTRO-CUSTO     PIC X(004).
           05  ORDENA-OPERADOR         PIC X(020).
           05  ORDENA-TIPO             PIC X(001).
               88  ORDENA-DEBITO                       VALUE 'D'.
           05  ORDENA-VALOR            PIC 9(009)V99.
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
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-GLPOST-OK                           VALUE '00'.
           88  WRK-GLPOST-FIM                          VALUE '10'.
           88  WRK-GLPOST-INEXISTENTE                  VALUE '35'.
       77  WRK-PAYDET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PAYDET-FIM                          VALUE '10'.
           88  WRK-PAYDET-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CONSLOG-FIM                         VALUE '10'.
           88  WRK-CONSLOG-INEXISTENTE                 VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-GLDRLREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-ORDENA-FIM              PIC X(001)      VALUE 'N'.
           88  WRK-FIM-ORDENADO                        VALUE 'S'.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-CONTA                   PIC X(010)      VALUE SPACES.
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-MOV-PERIODO             PIC 9(006)      VALUE ZEROS.
      *
      *    GRUPO CORRENTE (PROGRAMA + LOTE) E SEUS TOTAIS
      *
       77  WRK-GRUPO-SW                PIC X(001)      VALUE 'N'.
           88  WRK-GRUPO-ABERTO                        VALUE 'S'.
       77  WRK-GRUPO-PROGRAMA          PIC X(009)      VALUE SPACES.
       77  WRK-GRUPO-LOTE              PIC 9(006)      VALUE ZEROS.
       77  WRK-GRUPO-DEBITOS           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-GRUPO-CREDITOS          PIC 9(011)V99   VALUE ZEROS.
       77  WRK-QTD-GRUPOS              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-LINHAS              PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-DEBITOS             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-CREDITOS            PIC 9(011)V99   VALUE ZEROS.
       77  WRK-QTD-ORIGEM              PIC 9(007)      VALUE ZEROS.
      *
      *    DATAS DE PROCESSAMENTO DE UM GRUPO DO EXTRATO DE VENDAS,
      *    QUE NAO NUMERA LOTE: CADA DATA E UM EXTRATO DIARIO
      *
       77  WRK-QTD-DATAS               PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-IDX                PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-BUSCA              PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-TAB.
           05  WRK-DATA-ENTRY          OCCURS 31 TIMES.
               10  WRK-DATA-EXTRATO    PIC 9(008).
      *
      *    CHAVE DO LOTE MANUAL NO CONSLOG ('LOTE ' + NUMERO), COMO
      *    O PROGCOB84 GRAVA NO CAMPO DE AUDITORIA
      *
       01  WRK-CHAVE-LOG.
           05  FILLER                  PIC X(005)      VALUE 'LOTE '.
           05  WRK-CHAVE-LOTE          PIC 9(006)      VALUE ZEROS.
       01  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  FILLER                      REDEFINES WRK-CAMPOS-LOG.
           05  WRK-CAMPOS-PREFIXO      PIC X(011).
           05  FILLER                  PIC X(029).
      *
       77  WRK-VALOR-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-VALOR2-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-QTD-ED                  PIC Z.ZZZ.ZZ9   VALUE ZEROS.
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
      *    PEDE A CONTA E O PERIODO E ABRE O RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'RASTREIO DE CONTA CONTABIL ATE A ORIGEM'.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           DISPLAY 'CONTA (PLANCTA):'.
           ACCEPT WRK-CONTA.
           DISPLAY 'PERIODO (AAAAMM, ZEROS = MES CORRENTE):'.
           ACCEPT WRK-PERIODO.
           IF  WRK-PERIODO             EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 100
                   GIVING WRK-PERIODO
           END-IF.

           OPEN OUTPUT GLDRLREL-FILE.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING 'RASTREIO DA CONTA '  DELIMITED BY SIZE
                  WRK-CONTA            DELIMITED BY SIZE
                  ' - PERIODO '        DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SELECIONA AS LINHAS DA CONTA NO PERIODO, CLASSIFICA POR
      *    PROGRAMA/LOTE/DATA E EMITE OS GRUPOS NO PROCEDIMENTO DE
      *    SAIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           SORT ORDENA-FILE
               ON ASCENDING KEY ORDENA-PROGRAMA
                                ORDENA-LOTE
                                ORDENA-DATA
               INPUT PROCEDURE IS 0210-SELECIONAR-LANCAMENTOS
               OUTPUT PROCEDURE IS 0230-EMITIR-GRUPOS.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE O GLPOST E LIBERA PARA A CLASSIFICACAO AS LINHAS
      *    DA CONTA PEDIDA DENTRO DO PERIODO
      *================================================================*
       0210-SELECIONAR-LANCAMENTOS     SECTION.
      *================================================================*
           OPEN INPUT GLPOST-FILE.
           IF  WRK-GLPOST-INEXISTENTE
               DISPLAY 'GLPOST INEXISTENTE - NADA A RASTREAR'
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-SELECIONAR-1-LINHA UNTIL WRK-GLPOST-FIM.
           CLOSE GLPOST-FILE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO GLPOST E, SE FOR DA CONTA E DO PERIODO,
      *    LIBERA PARA A CLASSIFICACAO
      *================================================================*
       0215-SELECIONAR-1-LINHA         SECTION.
      *================================================================*
           READ GLPOST-FILE
               AT END
                   SET WRK-GLPOST-FIM  TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  GLPOST-CONTA            NOT EQUAL WRK-CONTA
               GO TO 0215-99-FIM
           END-IF.
           DIVIDE GLPOST-DATA          BY 100
               GIVING WRK-MOV-PERIODO.
           IF  WRK-MOV-PERIODO         NOT EQUAL WRK-PERIODO
               GO TO 0215-99-FIM
           END-IF.
           MOVE GLPOST-PROGRAMA        TO ORDENA-PROGRAMA.
           MOVE GLPOST-LOTE            TO ORDENA-LOTE.
           MOVE GLPOST-DATA            TO ORDENA-DATA.
           MOVE GLPOST-CENTRO-CUSTO    TO ORDENA-CENTRO-CUSTO.
           MOVE GLPOST-OPERADOR        TO ORDENA-OPERADOR.
           MOVE GLPOST-TIPO            TO ORDENA-TIPO.
           MOVE GLPOST-VALOR           TO ORDENA-VALOR.
           RELEASE ORDENA-REC.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE AS LINHAS CLASSIFICADAS COM QUEBRA POR PROGRAMA E
      *    LOTE E IMPRIME O TOTAL GERAL DA CONTA
      *================================================================*
       0230-EMITIR-GRUPOS              SECTION.
      *================================================================*
           PERFORM 0232-RETORNAR-LINHA.
           PERFORM 0235-PROCESSAR-1-LINHA UNTIL WRK-FIM-ORDENADO.
           IF  WRK-GRUPO-ABERTO
               PERFORM 0250-FECHAR-GRUPO
           END-IF.

           MOVE SPACES                 TO GLDRLREL-REC.
           WRITE GLDRLREL-REC.
           MOVE WRK-QTD-LINHAS         TO WRK-QTD-ED.
           MOVE WRK-TOT-DEBITOS        TO WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITOS       TO WRK-VALOR2-ED.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING 'TOTAL DA CONTA - LINHAS ' DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  ' DEBITOS '          DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' CREDITOS '         DELIMITED BY SIZE
                  WRK-VALOR2-ED        DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
           IF  WRK-QTD-LINHAS          EQUAL ZEROS
               MOVE 'NENHUM LANCAMENTO DA CONTA NO PERIODO'
                                       TO GLDRLREL-REC
               WRITE GLDRLREL-REC
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNA UMA LINHA DA CLASSIFICACAO
      *================================================================*
       0232-RETORNAR-LINHA             SECTION.
      *================================================================*
           RETURN ORDENA-FILE
               AT END
                   SET WRK-FIM-ORDENADO TO TRUE
           END-RETURN.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA LINHA DO GRUPO, FECHANDO O GRUPO ANTERIOR E
      *    ABRINDO O NOVO NA QUEBRA DE PROGRAMA/LOTE
      *================================================================*
       0235-PROCESSAR-1-LINHA          SECTION.
      *================================================================*
           IF  WRK-GRUPO-ABERTO
               AND (ORDENA-PROGRAMA    NOT EQUAL WRK-GRUPO-PROGRAMA
                OR  ORDENA-LOTE        NOT EQUAL WRK-GRUPO-LOTE)
               PERFORM 0250-FECHAR-GRUPO
           END-IF.
           IF  NOT WRK-GRUPO-ABERTO
               PERFORM 0240-ABRIR-GRUPO
           END-IF.

           ADD 1                       TO WRK-QTD-LINHAS.
           IF  ORDENA-DEBITO
               ADD ORDENA-VALOR        TO WRK-GRUPO-DEBITOS
                                          WRK-TOT-DEBITOS
           ELSE
               ADD ORDENA-VALOR        TO WRK-GRUPO-CREDITOS
                                          WRK-TOT-CREDITOS
           END-IF.
           IF  WRK-GRUPO-PROGRAMA      EQUAL 'PROGCOB30'
               PERFORM 0245-GUARDAR-DATA-EXTRATO
           END-IF.

           MOVE ORDENA-VALOR           TO WRK-VALOR-ED.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '   '                DELIMITED BY SIZE
                  ORDENA-DATA          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-OPERADOR      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-CENTRO-CUSTO  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-TIPO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.

           PERFORM 0232-RETORNAR-LINHA.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE UM GRUPO: ZERA OS SUBTOTAIS E IMPRIME O CABECALHO
      *================================================================*
       0240-ABRIR-GRUPO                SECTION.
      *================================================================*
           SET WRK-GRUPO-ABERTO        TO TRUE.
           ADD 1                       TO WRK-QTD-GRUPOS.
           MOVE ORDENA-PROGRAMA        TO WRK-GRUPO-PROGRAMA.
           MOVE ORDENA-LOTE            TO WRK-GRUPO-LOTE.
           MOVE ZEROS                  TO WRK-GRUPO-DEBITOS
                                          WRK-GRUPO-CREDITOS
                                          WRK-QTD-DATAS.

           MOVE SPACES                 TO GLDRLREL-REC.
           WRITE GLDRLREL-REC.
           STRING 'PROGRAMA '          DELIMITED BY SIZE
                  WRK-GRUPO-PROGRAMA   DELIMITED BY SIZE
                  ' LOTE '             DELIMITED BY SIZE
                  WRK-GRUPO-LOTE       DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
           MOVE '   DATA     OPERADOR             CC   T      VALOR'
                                       TO GLDRLREL-REC.
           WRITE GLDRLREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A DATA DA LINHA NA TABELA DE DATAS DO EXTRATO DE
      *    VENDAS, SE AINDA NAO ESTIVER LA (LINHAS VEM POR DATA)
      *================================================================*
       0245-GUARDAR-DATA-EXTRATO       SECTION.
      *================================================================*
           IF  WRK-QTD-DATAS           GREATER ZEROS
               IF  WRK-DATA-EXTRATO(WRK-QTD-DATAS)
                                       EQUAL ORDENA-DATA
                   GO TO 0245-99-FIM
               END-IF
           END-IF.
           IF  WRK-QTD-DATAS           NOT LESS 31
               GO TO 0245-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-DATAS.
           MOVE ORDENA-DATA            TO
                WRK-DATA-EXTRATO(WRK-QTD-DATAS).
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA UM GRUPO: SUBTOTAL E DETALHAMENTO DA ORIGEM CONFORME
      *    O PROGRAMA QUE GEROU O LANCAMENTO
      *================================================================*
       0250-FECHAR-GRUPO               SECTION.
      *================================================================*
           MOVE WRK-GRUPO-DEBITOS      TO WRK-VALOR-ED.
           MOVE WRK-GRUPO-CREDITOS     TO WRK-VALOR2-ED.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '   SUBTOTAL DEBITOS '  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' CREDITOS '         DELIMITED BY SIZE
                  WRK-VALOR2-ED        DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.

           EVALUATE WRK-GRUPO-PROGRAMA
               WHEN 'PROGCOB04'
                   PERFORM 0260-DETALHAR-FOLHA
               WHEN 'PROGCOB30'
                   PERFORM 0270-DETALHAR-VENDAS
               WHEN 'PROGCOB84'
                   PERFORM 0280-DETALHAR-LOTE-MANUAL
               WHEN OTHER
                   MOVE '   ORIGEM: SEM DOCUMENTO DETALHADO'
                                       TO GLDRLREL-REC
                   WRITE GLDRLREL-REC
           END-EVALUATE.
           MOVE 'N'                    TO WRK-GRUPO-SW.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOTE DA FOLHA: LISTA AS LINHAS DO PAYDET DA MESMA EXECUCAO.
      *    LANCAMENTOS DE FOLHA SEM NUMERO DE LOTE SAO DE ANTES DA
      *    NUMERACAO E NAO TEM COMO SER LIGADOS A UMA EXECUCAO
      *================================================================*
       0260-DETALHAR-FOLHA             SECTION.
      *================================================================*
           IF  WRK-GRUPO-LOTE          EQUAL ZEROS
               MOVE '   ORIGEM: FOLHA SEM LOTE - VER PAYDET DO PERIODO'
                                       TO GLDRLREL-REC
               WRITE GLDRLREL-REC
               GO TO 0260-99-FIM
           END-IF.
           MOVE '   ORIGEM: FOLHA (PAYDET) DO LOTE'
                                       TO GLDRLREL-REC.
           WRITE GLDRLREL-REC.
           MOVE ZEROS                  TO WRK-QTD-ORIGEM.
           OPEN INPUT PAYDET-FILE.
           IF  NOT WRK-PAYDET-INEXISTENTE
               MOVE SPACES             TO WRK-PAYDET-STATUS
               PERFORM 0265-LISTAR-1-PAYDET UNTIL WRK-PAYDET-FIM
               CLOSE PAYDET-FILE
           END-IF.
           IF  WRK-QTD-ORIGEM          EQUAL ZEROS
               MOVE '      NENHUMA LINHA DO LOTE NO PAYDET'
                                       TO GLDRLREL-REC
               WRITE GLDRLREL-REC
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO PAYDET E IMPRIME SE FOR DO LOTE DO GRUPO
      *================================================================*
       0265-LISTAR-1-PAYDET            SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM  TO TRUE
                   GO TO 0265-99-FIM
           END-READ.
           IF  PAYDET-LOTE             NOT EQUAL WRK-GRUPO-LOTE
               GO TO 0265-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ORIGEM.
           MOVE PAYDET-BRUTO           TO WRK-VALOR-ED.
           MOVE PAYDET-LIQUIDO         TO WRK-VALOR2-ED.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '      '             DELIMITED BY SIZE
                  PAYDET-MATRICULA     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PAYDET-NOME          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PAYDET-PERIODO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PAYDET-TIPO-FOLHA    DELIMITED BY SIZE
                  ' BRUTO '            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' LIQ '              DELIMITED BY SIZE
                  WRK-VALOR2-ED        DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXTRATO DE VENDAS: PARA CADA DATA DE PROCESSAMENTO DO
      *    GRUPO, LISTA OS PEDIDOS LIBERADOS DAQUELA DATA, A MESMA
      *    SELECAO FEITA PELO PROGCOB30
      *================================================================*
       0270-DETALHAR-VENDAS            SECTION.
      *================================================================*
           PERFORM 0272-DETALHAR-1-DATA
               VARYING WRK-DATA-IDX FROM 1 BY 1
               UNTIL WRK-DATA-IDX GREATER WRK-QTD-DATAS.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS PEDIDOS LIBERADOS DE UMA DATA DE PROCESSAMENTO
      *================================================================*
       0272-DETALHAR-1-DATA            SECTION.
      *================================================================*
           MOVE WRK-DATA-EXTRATO(WRK-DATA-IDX) TO WRK-DATA-BUSCA.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '   ORIGEM: PEDIDOS LIBERADOS DE ' DELIMITED BY SIZE
                  WRK-DATA-BUSCA       DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
           MOVE ZEROS                  TO WRK-QTD-ORIGEM.
           OPEN INPUT PEDIDO-FILE.
           IF  NOT WRK-PEDIDO-INEXISTENTE
               MOVE SPACES             TO WRK-PEDIDO-STATUS
               PERFORM 0275-LISTAR-1-PEDIDO UNTIL WRK-PEDIDO-FIM
               CLOSE PEDIDO-FILE
           END-IF.
           IF  WRK-QTD-ORIGEM          EQUAL ZEROS
               MOVE '      NENHUM PEDIDO LIBERADO NA DATA'
                                       TO GLDRLREL-REC
               WRITE GLDRLREL-REC
           END-IF.
      *================================================================*
       0272-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PEDIDO E IMPRIME SE FOR LIBERADO NA DATA BUSCADA
      *================================================================*
       0275-LISTAR-1-PEDIDO            SECTION.
      *================================================================*
           READ PEDIDO-FILE
               AT END
                   SET WRK-PEDIDO-FIM  TO TRUE
                   GO TO 0275-99-FIM
           END-READ.
           IF  PEDIDO-DATA             NOT EQUAL WRK-DATA-BUSCA
               OR NOT PEDIDO-LIBERADO
               GO TO 0275-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ORIGEM.
           MOVE PEDIDO-TOTAL           TO WRK-VALOR-ED.
           MOVE PEDIDO-IMPOSTO         TO WRK-VALOR2-ED.
           MOVE PEDIDO-CPF             TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '      PEDIDO '      DELIMITED BY SIZE
                  PEDIDO-NUMERO        DELIMITED BY SIZE
                  ' CPF '              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' UF '               DELIMITED BY SIZE
                  PEDIDO-UF            DELIMITED BY SIZE
                  ' TOTAL '            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' ICMS '             DELIMITED BY SIZE
                  WRK-VALOR2-ED        DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOTE MANUAL: LISTA TODAS AS PARTIDAS DO LOTE NO GLPOST,
      *    EM QUALQUER CONTA, E O REGISTRO DO LOTE NO CONSLOG
      *================================================================*
       0280-DETALHAR-LOTE-MANUAL       SECTION.
      *================================================================*
           MOVE '   ORIGEM: PARTIDAS DO LOTE MANUAL (PROGCOB84)'
                                       TO GLDRLREL-REC.
           WRITE GLDRLREL-REC.
           OPEN INPUT GLPOST-FILE.
           IF  NOT WRK-GLPOST-INEXISTENTE
               MOVE SPACES             TO WRK-GLPOST-STATUS
               PERFORM 0285-LISTAR-1-PARTIDA UNTIL WRK-GLPOST-FIM
               CLOSE GLPOST-FILE
           END-IF.

           MOVE '   AUDITORIA DO LOTE (CONSLOG)'
                                       TO GLDRLREL-REC.
           WRITE GLDRLREL-REC.
           MOVE WRK-GRUPO-LOTE         TO WRK-CHAVE-LOTE.
           MOVE ZEROS                  TO WRK-QTD-ORIGEM.
           OPEN INPUT CONSLOG-FILE.
           IF  NOT WRK-CONSLOG-INEXISTENTE
               MOVE SPACES             TO WRK-CONSLOG-STATUS
               PERFORM 0288-LISTAR-1-CONSLOG UNTIL WRK-CONSLOG-FIM
               CLOSE CONSLOG-FILE
           END-IF.
           IF  WRK-QTD-ORIGEM          EQUAL ZEROS
               MOVE '      LOTE SEM REGISTRO NO CONSLOG'
                                       TO GLDRLREL-REC
               WRITE GLDRLREL-REC
           END-IF.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO GLPOST E IMPRIME SE FOR DO LOTE MANUAL
      *================================================================*
       0285-LISTAR-1-PARTIDA           SECTION.
      *================================================================*
           READ GLPOST-FILE
               AT END
                   SET WRK-GLPOST-FIM  TO TRUE
                   GO TO 0285-99-FIM
           END-READ.
           IF  GLPOST-PROGRAMA         NOT EQUAL 'PROGCOB84'
               OR GLPOST-LOTE          NOT EQUAL WRK-GRUPO-LOTE
               GO TO 0285-99-FIM
           END-IF.
           MOVE GLPOST-VALOR           TO WRK-VALOR-ED.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '      '             DELIMITED BY SIZE
                  GLPOST-DATA          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  GLPOST-CONTA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  GLPOST-CENTRO-CUSTO  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  GLPOST-TIPO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  GLPOST-OPERADOR      DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO CONSLOG E IMPRIME SE FOR DO LOTE MANUAL
      *================================================================*
       0288-LISTAR-1-CONSLOG           SECTION.
      *================================================================*
           READ CONSLOG-FILE
               AT END
                   SET WRK-CONSLOG-FIM TO TRUE
                   GO TO 0288-99-FIM
           END-READ.
           MOVE CONSLOG-CAMPOS         TO WRK-CAMPOS-LOG.
           IF  CONSLOG-PROGRAMA        NOT EQUAL 'PROGCOB84'
               OR WRK-CAMPOS-PREFIXO   NOT EQUAL WRK-CHAVE-LOG
               GO TO 0288-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ORIGEM.
           MOVE SPACES                 TO GLDRLREL-REC.
           STRING '      '             DELIMITED BY SIZE
                  CONSLOG-DATA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONSLOG-HORA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONSLOG-OPERADOR     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONSLOG-CAMPOS       DELIMITED BY SIZE
                  INTO GLDRLREL-REC
           END-STRING.
           WRITE GLDRLREL-REC.
      *================================================================*
       0288-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA O RELATORIO E MOSTRA O RESUMO NO CONSOLE
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE GLDRLREL-FILE.
           DISPLAY 'RASTREIO DA CONTA ' WRK-CONTA ' PERIODO '
                   WRK-PERIODO.
           DISPLAY 'GRUPOS PROGRAMA/LOTE: ' WRK-QTD-GRUPOS
                   ' LINHAS: ' WRK-QTD-LINHAS.
           DISPLAY 'RELATORIO GRAVADO EM GLDRLREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
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
