       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPISCO.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: APURACAO MENSAL DE PIS E COFINS SOBRE VENDAS. SOMA
      * NO MOVIMENTO PISMOV DO PERIODO AS VENDAS LIBERADAS
      * (PROGCOB18/PROGCOB63) E AS DEDUCOES - DEVOLUCOES (PROGCOB29),
      * CANCELAMENTOS E REDUCOES DE QUANTIDADE (PROGCOB64) - E
      * IMPRIME NO PISREL A RECEITA BRUTA, AS DEDUCOES, A BASE DE
      * CALCULO E O PIS E A COFINS DEVIDOS. A PEDIDO, LANCA OS
      * TRIBUTOS NO GLPOST COMO DEDUCAO DA RECEITA (DEBITO DE
      * DEDPISCOF) CONTRA OS TRIBUTOS A RECOLHER (CREDITO DE
      * PISPAGAR E COFINSPAG), DATADOS NO ULTIMO DIA DO PERIODO,
      * PARA A DRE DO PROGCOB85 MOSTRAR A RECEITA LIQUIDA; O
      * CONTROLE PISAPUR IMPEDE O LANCAMENTO EM DOBRO E O PERIODO
      * FECHADO NO PERFECHA NAO RECEBE LANCAMENTO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - APURACAO DA EMPRESA: A TRAVA DE PERIODO FECHADO
      *              CONSULTA O FECHAMENTO DA MATRIZ (FILIAL 01) E O
      *              LANCAMENTO CONTABIL SAI COM GLPOST-FILIAL 01
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PISMOV-FILE           ASSIGN TO "PISMOV"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PISMOV-STATUS.
           SELECT PISAPUR-FILE          ASSIGN TO "PISAPUR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PISAPUR-PERIODO
               FILE STATUS            IS WRK-PISAPUR-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-VALIDLOG-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT PISREL-FILE           ASSIGN TO "PISREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PISREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PISMOV-FILE.
           COPY 'PISMOV.COB'.
       FD  PISAPUR-FILE.
           COPY 'PISAPUR.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  VALIDLOG-FILE.
           COPY 'VALIDLOG.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  PISREL-FILE.
           COPY 'PISREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PISMOV-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PISMOV-OK                           VALUE '00'.
           88  WRK-PISMOV-FIM                          VALUE '10'.
           88  WRK-PISMOV-INEXISTENTE                  VALUE '35'.
       77  WRK-PISAPUR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PISAPUR-OK                          VALUE '00'.
           88  WRK-PISAPUR-INEXISTENTE                 VALUE '35'.
       77  WRK-PISREL-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
      *
      *    TRAVA DE PERIODO FECHADO (PERFECHA): LANCAMENTO EM MES JA
      *    FECHADO E RECUSADO E A TENTATIVA VAI PARA O VALIDLOG
      *
       77  WRK-PERFECHA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PERFECHA-OK                         VALUE '00'.
           88  WRK-PERFECHA-INEXISTENTE                VALUE '35'.
       77  WRK-VALIDLOG-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
       77  WRK-FILIAL-TRAVA            PIC X(002)      VALUE '01'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-MOV-PERIODO             PIC 9(006)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-LANCAR                  PIC X(001)      VALUE 'N'.
           88  WRK-LANCAR-SIM                          VALUE 'S'.
      *
      *    DATA DOS LANCAMENTOS: ULTIMO DIA DO PERIODO APURADO
      *
       77  WRK-ANO                     PIC 9(004)      VALUE ZEROS.
       77  WRK-MES                     PIC 9(002)      VALUE ZEROS.
       77  WRK-DIAS-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(004)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-LANCTO             PIC 9(008)      VALUE ZEROS.
      *
      *    TOTAIS DO PERIODO
      *
       77  WRK-QTD-VENDAS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTD-DEDUCOES            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENDAS              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-DEVOLUCOES          PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-CANCELAMENTOS       PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-ALTERACOES          PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-DEDUCOES            PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PIS-VENDAS              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-PIS-DEDUCOES            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-COFINS-VENDAS           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-COFINS-DEDUCOES         PIC 9(009)V99   VALUE ZEROS.
       77  WRK-BASE                    PIC S9(011)V99  VALUE ZEROS.
       77  WRK-PIS-DEVIDO              PIC S9(009)V99  VALUE ZEROS.
       77  WRK-COFINS-DEVIDO           PIC S9(009)V99  VALUE ZEROS.
       77  WRK-TRIBUTOS-DEVIDOS        PIC S9(009)V99  VALUE ZEROS.
       77  WRK-VALOR-ED                PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-ROTULO                  PIC X(030)      VALUE SPACES.
      *
      *    CONTAS DA APURACAO: A DEDUCAO E CONTA DE RECEITA (SALDO
      *    DEVEDOR REDUZ A RECEITA NA DRE) E OS TRIBUTOS A RECOLHER
      *    SAO CONTAS DE PASSIVO
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'VEND'.
       77  WRK-CONTA-DEDUCAO           PIC X(010)
                                        VALUE 'DEDPISCOF'.
       77  WRK-CONTA-TRIBUTO           PIC X(010)      VALUE SPACES.
       77  WRK-VALOR-TRIBUTO           PIC S9(009)V99  VALUE ZEROS.
       77  WRK-CONTA-DEBITO            PIC X(010)      VALUE SPACES.
       77  WRK-CONTA-CREDITO           PIC X(010)      VALUE SPACES.
       77  WRK-VALOR-LANCTO            PIC 9(009)V99   VALUE ZEROS.
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
      *    PEDE O PERIODO, O OPERADOR E SE LANCA NO GLPOST, E ABRE OS
      *    ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'APURACAO MENSAL DE PIS E COFINS SOBRE VENDAS'.
           DISPLAY 'PERIODO (AAAAMM, ZEROS = MES CORRENTE):'.
           ACCEPT WRK-PERIODO.
           IF  WRK-PERIODO             EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 100
                   GIVING WRK-PERIODO
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'LANCAR OS TRIBUTOS NO GLPOST (S/N, '
                   'ENTER = SO RELATORIO):'.
           ACCEPT WRK-LANCAR.

           OPEN INPUT PISMOV-FILE.
           OPEN I-O PISAPUR-FILE.
           IF  WRK-PISAPUR-INEXISTENTE
               CLOSE PISAPUR-FILE
               OPEN OUTPUT PISAPUR-FILE
               CLOSE PISAPUR-FILE
               OPEN I-O PISAPUR-FILE
           END-IF.
           OPEN OUTPUT PISREL-FILE.

           MOVE SPACES                 TO PISREL-REC.
           STRING 'APURACAO DE PIS E COFINS SOBRE VENDAS - '
                                       DELIMITED BY SIZE
                  'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  INTO PISREL-REC
           END-STRING.
           WRITE PISREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O MOVIMENTO DO PERIODO, IMPRIME A APURACAO E LANCA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-PISMOV-INEXISTENTE
               PERFORM 0210-LER-MOVIMENTO
               PERFORM 0220-ACUMULAR-1-MOVIMENTO UNTIL WRK-PISMOV-FIM
           END-IF.
           PERFORM 0240-IMPRIMIR-APURACAO.
           PERFORM 0260-LANCAR-APURACAO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM REGISTRO DO MOVIMENTO DE PIS E COFINS
      *================================================================*
       0210-LER-MOVIMENTO              SECTION.
      *================================================================*
           READ PISMOV-FILE
               AT END
                   SET WRK-PISMOV-FIM  TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM MOVIMENTO DO PERIODO NA RECEITA BRUTA (VENDA) OU
      *    NAS DEDUCOES (DEVOLUCAO, CANCELAMENTO, ALTERACAO)
      *================================================================*
       0220-ACUMULAR-1-MOVIMENTO       SECTION.
      *================================================================*
           DIVIDE PISMOV-DATA          BY 100
               GIVING WRK-MOV-PERIODO.
           IF  WRK-MOV-PERIODO         NOT EQUAL WRK-PERIODO
               GO TO 0220-90-PROXIMO
           END-IF.
           IF  PISMOV-VENDA
               ADD 1                    TO WRK-QTD-VENDAS
               ADD PISMOV-BASE          TO WRK-TOT-VENDAS
               ADD PISMOV-PIS           TO WRK-PIS-VENDAS
               ADD PISMOV-COFINS        TO WRK-COFINS-VENDAS
               GO TO 0220-90-PROXIMO
           END-IF.
           ADD 1                       TO WRK-QTD-DEDUCOES.
           ADD PISMOV-BASE             TO WRK-TOT-DEDUCOES.
           ADD PISMOV-PIS              TO WRK-PIS-DEDUCOES.
           ADD PISMOV-COFINS           TO WRK-COFINS-DEDUCOES.
           EVALUATE TRUE
               WHEN PISMOV-DEVOLUCAO
                   ADD PISMOV-BASE      TO WRK-TOT-DEVOLUCOES
               WHEN PISMOV-CANCELAMENTO
                   ADD PISMOV-BASE      TO WRK-TOT-CANCELAMENTOS
               WHEN OTHER
                   ADD PISMOV-BASE      TO WRK-TOT-ALTERACOES
           END-EVALUATE.
       0220-90-PROXIMO.
           PERFORM 0210-LER-MOVIMENTO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A BASE E OS TRIBUTOS DEVIDOS E IMPRIME A APURACAO
      *================================================================*
       0240-IMPRIMIR-APURACAO          SECTION.
      *================================================================*
           COMPUTE WRK-BASE = WRK-TOT-VENDAS - WRK-TOT-DEDUCOES.
           COMPUTE WRK-PIS-DEVIDO = WRK-PIS-VENDAS - WRK-PIS-DEDUCOES.
           COMPUTE WRK-COFINS-DEVIDO = WRK-COFINS-VENDAS -
                   WRK-COFINS-DEDUCOES.
           COMPUTE WRK-TRIBUTOS-DEVIDOS = WRK-PIS-DEVIDO +
                   WRK-COFINS-DEVIDO.

           MOVE 'RECEITA BRUTA DE VENDAS'  TO WRK-ROTULO.
           MOVE WRK-TOT-VENDAS         TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE '(-) DEVOLUCOES'       TO WRK-ROTULO.
           MOVE WRK-TOT-DEVOLUCOES     TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE '(-) CANCELAMENTOS'    TO WRK-ROTULO.
           MOVE WRK-TOT-CANCELAMENTOS  TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE '(-) REDUCOES DE QUANTIDADE' TO WRK-ROTULO.
           MOVE WRK-TOT-ALTERACOES     TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE 'TOTAL DAS DEDUCOES'   TO WRK-ROTULO.
           MOVE WRK-TOT-DEDUCOES       TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE 'BASE DE CALCULO'      TO WRK-ROTULO.
           MOVE WRK-BASE               TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE 'PIS DEVIDO'           TO WRK-ROTULO.
           MOVE WRK-PIS-DEVIDO         TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE 'COFINS DEVIDA'        TO WRK-ROTULO.
           MOVE WRK-COFINS-DEVIDO      TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.
           MOVE 'TOTAL DOS TRIBUTOS'   TO WRK-ROTULO.
           MOVE WRK-TRIBUTOS-DEVIDOS   TO WRK-VALOR-ED.
           PERFORM 0250-IMPRIMIR-1-LINHA.

           MOVE SPACES                 TO PISREL-REC.
           STRING 'MOVIMENTOS: VENDAS=' DELIMITED BY SIZE
                  WRK-QTD-VENDAS       DELIMITED BY SIZE
                  ' DEDUCOES='         DELIMITED BY SIZE
                  WRK-QTD-DEDUCOES     DELIMITED BY SIZE
                  INTO PISREL-REC
           END-STRING.
           WRITE PISREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA LINHA DA APURACAO (ROTULO E VALOR)
      *================================================================*
       0250-IMPRIMIR-1-LINHA           SECTION.
      *================================================================*
           MOVE SPACES                 TO PISREL-REC.
           STRING WRK-ROTULO           DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO PISREL-REC
           END-STRING.
           WRITE PISREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CONTROLE DA APURACAO E, A PEDIDO, LANCA OS
      *    TRIBUTOS NO GLPOST - UMA SO VEZ POR PERIODO E NUNCA EM
      *    PERIODO FECHADO
      *================================================================*
       0260-LANCAR-APURACAO            SECTION.
      *================================================================*
           MOVE WRK-PERIODO            TO PISAPUR-PERIODO.
           READ PISAPUR-FILE.
           IF  WRK-PISAPUR-OK
           AND PISAPUR-LANCADO
               MOVE SPACES              TO PISREL-REC
               STRING 'APURACAO JA LANCADA NO GLPOST EM '
                                        DELIMITED BY SIZE
                      PISAPUR-DATA-LANCAMENTO DELIMITED BY SIZE
                      ' - NADA LANCADO' DELIMITED BY SIZE
                      INTO PISREL-REC
               END-STRING
               WRITE PISREL-REC
               GO TO 0260-99-FIM
           END-IF.

           MOVE WRK-PERIODO            TO PISAPUR-PERIODO.
           MOVE WRK-TOT-VENDAS         TO PISAPUR-RECEITA-BRUTA.
           MOVE WRK-TOT-DEDUCOES       TO PISAPUR-DEDUCOES.
           MOVE WRK-BASE               TO PISAPUR-BASE.
           MOVE WRK-PIS-DEVIDO         TO PISAPUR-PIS.
           MOVE WRK-COFINS-DEVIDO      TO PISAPUR-COFINS.
           SET PISAPUR-APURADO         TO TRUE.
           MOVE ZEROS                  TO PISAPUR-DATA-LANCAMENTO.

           IF  NOT WRK-LANCAR-SIM
               MOVE 'TRIBUTOS NAO LANCADOS - SOMENTE RELATORIO'
                                        TO PISREL-REC
               WRITE PISREL-REC
               GO TO 0260-80-GRAVAR
           END-IF.
           IF  WRK-TRIBUTOS-DEVIDOS    EQUAL ZEROS
               MOVE 'APURACAO ZERADA - NADA A LANCAR'
                                        TO PISREL-REC
               WRITE PISREL-REC
               GO TO 0260-80-GRAVAR
           END-IF.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               MOVE SPACES              TO PISREL-REC
               STRING 'PERIODO '        DELIMITED BY SIZE
                      WRK-PERIODO       DELIMITED BY SIZE
                      ' FECHADO NO PERFECHA - TRIBUTOS NAO LANCADOS'
                                        DELIMITED BY SIZE
                      INTO PISREL-REC
               END-STRING
               WRITE PISREL-REC
               GO TO 0260-80-GRAVAR
           END-IF.

           PERFORM 0270-CALCULAR-DATA-LANCAMENTO.
           MOVE 'PISPAGAR'             TO WRK-CONTA-TRIBUTO.
           MOVE WRK-PIS-DEVIDO         TO WRK-VALOR-TRIBUTO.
           PERFORM 0280-LANCAR-1-TRIBUTO.
           MOVE 'COFINSPAG'            TO WRK-CONTA-TRIBUTO.
           MOVE WRK-COFINS-DEVIDO      TO WRK-VALOR-TRIBUTO.
           PERFORM 0280-LANCAR-1-TRIBUTO.

           SET PISAPUR-LANCADO         TO TRUE.
           MOVE WRK-DATA-SYS           TO PISAPUR-DATA-LANCAMENTO.
           MOVE SPACES                 TO PISREL-REC.
           STRING 'TRIBUTOS LANCADOS NO GLPOST EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-LANCTO      DELIMITED BY SIZE
                  ': DEDPISCOF X PISPAGAR/COFINSPAG POR '
                                       DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO PISREL-REC
           END-STRING.
           WRITE PISREL-REC.
       0260-80-GRAVAR.
           IF  WRK-PISAPUR-OK
               REWRITE PISAPUR-REC
           ELSE
               WRITE PISAPUR-REC
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DATA DOS LANCAMENTOS: ULTIMO DIA DO PERIODO, COM FEVEREIRO
      *    BISSEXTO, PARA A DRE DO PERIODO RECEBER A DEDUCAO
      *================================================================*
       0270-CALCULAR-DATA-LANCAMENTO   SECTION.
      *================================================================*
           DIVIDE WRK-PERIODO          BY 100
               GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF  WRK-MES                 LESS 1
           OR  WRK-MES                 GREATER 12
               MOVE WRK-DATA-SYS        TO WRK-DATA-LANCTO
               GO TO 0270-99-FIM
           END-IF.
           MOVE CAL-QTD-DIAS-MES(WRK-MES) TO WRK-DIAS-MES.
           IF  WRK-MES                 EQUAL 2
               DIVIDE WRK-ANO          BY 4
                   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF  WRK-RESTO           EQUAL ZEROS
                   MOVE 29              TO WRK-DIAS-MES
               END-IF
           END-IF.
           COMPUTE WRK-DATA-LANCTO = (WRK-PERIODO * 100) +
                   WRK-DIAS-MES.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA UM TRIBUTO: DEVIDO POSITIVO DEBITA A DEDUCAO E
      *    CREDITA O TRIBUTO A RECOLHER; NEGATIVO (DEDUCOES ACIMA DAS
      *    VENDAS) INVERTE OS LADOS
      *================================================================*
       0280-LANCAR-1-TRIBUTO           SECTION.
      *================================================================*
           IF  WRK-VALOR-TRIBUTO       EQUAL ZEROS
               GO TO 0280-99-FIM
           END-IF.
           IF  WRK-VALOR-TRIBUTO       GREATER ZEROS
               MOVE WRK-CONTA-DEDUCAO   TO WRK-CONTA-DEBITO
               MOVE WRK-CONTA-TRIBUTO   TO WRK-CONTA-CREDITO
               MOVE WRK-VALOR-TRIBUTO   TO WRK-VALOR-LANCTO
           ELSE
               MOVE WRK-CONTA-TRIBUTO   TO WRK-CONTA-DEBITO
               MOVE WRK-CONTA-DEDUCAO   TO WRK-CONTA-CREDITO
               COMPUTE WRK-VALOR-LANCTO = WRK-VALOR-TRIBUTO * -1
           END-IF.
           PERFORM 0400-LANCAR-GLPOST.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA O PAR DEBITO/CREDITO CORRENTE NO EXTRATO CONTABIL
      *================================================================*
       0400-LANCAR-GLPOST              SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DATA-LANCTO        TO GLPOST-DATA.
           MOVE 'PROGPISCO'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE WRK-OPERADOR           TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-DEBITO       TO GLPOST-CONTA.
           MOVE WRK-VALOR-LANCTO       TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-CONTA-CREDITO      TO GLPOST-CONTA.
           MOVE WRK-VALOR-LANCTO       TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           CLOSE GLPOST-FILE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO PARA OS REGISTROS
      *    DATADOS; O RELOGIO REAL SEGUE NOS CARIMBOS DE HORA
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
      *    CHECA NO PERFECHA SE O PERIODO APURADO ESTA FECHADO OU
      *    REFECHADO; PERIODO REABERTO OU SEM REGISTRO ESTA LIVRE
      *================================================================*
       0080-CHECAR-PERIODO-FECHADO     SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-PERIODO-TRAVA.
           OPEN INPUT PERFECHA-FILE.
           IF  WRK-PERFECHA-INEXISTENTE
               GO TO 0080-99-FIM
           END-IF.
           MOVE WRK-PERIODO            TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-TRAVA       TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
               SET WRK-PERIODO-FECHADO  TO TRUE
               PERFORM 0085-LOGAR-TENTATIVA-FECHADO
           END-IF.
           CLOSE PERFECHA-FILE.
      *================================================================*
       0080-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA NO VALIDLOG A TENTATIVA DE LANCAMENTO EM
      *    PERIODO FECHADO
      *================================================================*
       0085-LOGAR-TENTATIVA-FECHADO    SECTION.
      *================================================================*
           ACCEPT WRK-TRAVA-HORA       FROM TIME.
           OPEN EXTEND VALIDLOG-FILE.
           IF  WRK-VALIDLOG-STATUS     EQUAL '35'
               OPEN OUTPUT VALIDLOG-FILE
               CLOSE VALIDLOG-FILE
               OPEN EXTEND VALIDLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO VALIDLOG-DATA.
           MOVE WRK-TRAVA-HORA         TO VALIDLOG-HORA.
           MOVE 'PROGPISCO'            TO VALIDLOG-PROGRAMA.
           MOVE 'PERFECHADO'           TO VALIDLOG-COD-MOTIVO.
           MOVE SPACES                 TO VALIDLOG-CAMPOS.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-FILIAL-TRAVA     DELIMITED BY SIZE
                  ' FECHADO - LANCAMENTO RECUSADO'
                                       DELIMITED BY SIZE
                  INTO VALIDLOG-CAMPOS
           END-STRING.
           SET VALIDLOG-ABERTA         TO TRUE.
           MOVE SPACES                 TO VALIDLOG-OPERADOR-AJUSTE.
           WRITE VALIDLOG-REC.
           CLOSE VALIDLOG-FILE.
      *================================================================*
       0085-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  NOT WRK-PISMOV-INEXISTENTE
               CLOSE PISMOV-FILE
           END-IF.
           CLOSE PISAPUR-FILE.
           CLOSE PISREL-FILE.
           MOVE WRK-TRIBUTOS-DEVIDOS   TO WRK-VALOR-ED.
           DISPLAY 'APURACAO DE PIS E COFINS ' WRK-PERIODO
                   ' - TRIBUTOS ' WRK-VALOR-ED
                   ' - RELATORIO EM PISREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
