       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGPS.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: GUIA MENSAL DA PREVIDENCIA SOCIAL, NOS MOLDES DA
      * GUIA DO FGTS (PROGCOB79). PERCORRE O HISTORICO DETALHADO DE
      * FOLHA (PAYDET) DA COMPETENCIA PEDIDA E IMPRIME, POR
      * MATRICULA, O INSS RETIDO DO EMPREGADO E A CONTRIBUICAO DO
      * EMPREGADOR (COTA PATRONAL, RAT E TERCEIROS, CALCULADA PELO
      * PROGCOB04 COM AS ALIQUOTAS DA INSSPAT), O RESUMO DA
      * CONTRIBUICAO DO EMPREGADOR POR CENTRO DE CUSTO E O TOTAL DA
      * GUIA (RETIDO + EMPREGADOR), NO GUIAGPS. A PEDIDO, APROPRIA A
      * CONTRIBUICAO DO EMPREGADOR NO GLPOST, POR CENTRO DE CUSTO, NO
      * ULTIMO DIA DA COMPETENCIA (DEBITO DE ENCINSS E CREDITO DE
      * INSSPAGAR); O INSS RETIDO JA FOI CREDITADO EM INSSPAGAR PELA
      * FOLHA E SO ENTRA NO TOTAL DA GUIA. O CONTROLE GPSAPUR IMPEDE
      * O LANCAMENTO EM DOBRO E O PERIODO FECHADO NO PERFECHA NAO
      * RECEBE LANCAMENTO
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
           SELECT PAYDET-FILE           ASSIGN TO "PAYDET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAYDET-STATUS.
           SELECT GPSAPUR-FILE          ASSIGN TO "GPSAPUR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS GPSAPUR-PERIODO
               FILE STATUS            IS WRK-GPSAPUR-STATUS.
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
           SELECT GUIAGPS-FILE          ASSIGN TO "GUIAGPS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GUIAGPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYDET-FILE.
           COPY 'PAYDET.COB'.
       FD  GPSAPUR-FILE.
           COPY 'GPSAPUR.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  VALIDLOG-FILE.
           COPY 'VALIDLOG.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  GUIAGPS-FILE.
           COPY 'GUIAGPS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PAYDET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PAYDET-OK                           VALUE '00'.
           88  WRK-PAYDET-FIM                          VALUE '10'.
           88  WRK-PAYDET-INEXISTENTE                  VALUE '35'.
       77  WRK-GPSAPUR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-GPSAPUR-OK                          VALUE '00'.
           88  WRK-GPSAPUR-INEXISTENTE                 VALUE '35'.
       77  WRK-GUIAGPS-STATUS          PIC X(002)      VALUE SPACES.
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
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-LANCAR                  PIC X(001)      VALUE 'N'.
           88  WRK-LANCAR-SIM                          VALUE 'S'.
      *
      *    DATA DOS LANCAMENTOS: ULTIMO DIA DA COMPETENCIA
      *
       77  WRK-ANO                     PIC 9(004)      VALUE ZEROS.
       77  WRK-MES                     PIC 9(002)      VALUE ZEROS.
       77  WRK-DIAS-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(004)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-LANCTO             PIC 9(008)      VALUE ZEROS.
      *
      *    TOTAIS DA COMPETENCIA
      *
       77  WRK-QTD-FUNC                PIC 9(005)      VALUE ZEROS.
       77  WRK-TOT-SEGURADOS           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-EMPRESA             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-RAT                 PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-TERCEIROS           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-PATRONAL            PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-GUIA                PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PATRONAL-FUNC           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-ROTULO                  PIC X(040)      VALUE SPACES.
       77  WRK-INSS-ED                 PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PATRONAL-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED                PIC $Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
      *
      *    CONTRIBUICAO DO EMPREGADOR POR CENTRO DE CUSTO, PARA A
      *    APROPRIACAO NO GLPOST. LINHAS SEM CENTRO (HISTORICO
      *    ANTERIOR) VAO PARA O CENTRO DA FOLHA
      *
       01  WRK-CC-TAB.
           05  WRK-CC-ENTRY            OCCURS 20 TIMES
                                        INDEXED BY WRK-CC-IDX.
               10  WRK-CC-COD          PIC X(004).
               10  WRK-CC-PATRONAL     PIC 9(011)V99.
       77  WRK-CC-COUNT                PIC 9(003)      VALUE ZEROS.
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE SPACES.
       77  WRK-CENTRO-FOLHA            PIC X(004)      VALUE 'FOPA'.
      *
      *    CONTAS DA APROPRIACAO: DESPESA DE ENCARGOS E O PASSIVO DE
      *    INSS A RECOLHER, O MESMO CREDITADO PELA FOLHA NA RETENCAO
      *
       77  WRK-CONTA-DEBITO            PIC X(010)      VALUE 'ENCINSS'.
       77  WRK-CONTA-CREDITO           PIC X(010)     VALUE 'INSSPAGAR'.
       77  WRK-VALOR-LANCTO            PIC 9(011)V99   VALUE ZEROS.
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
      *    PEDE A COMPETENCIA, O OPERADOR E SE APROPRIA NO GLPOST, E
      *    ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'GUIA MENSAL DA PREVIDENCIA SOCIAL'.
           DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES CORRENTE):'.
           ACCEPT WRK-PERIODO.
           IF  WRK-PERIODO             EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 100
                   GIVING WRK-PERIODO
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'APROPRIAR O INSS DO EMPREGADOR NO GLPOST (S/N, '
                   'ENTER = SO GUIA):'.
           ACCEPT WRK-LANCAR.

           OPEN INPUT PAYDET-FILE.
           OPEN I-O GPSAPUR-FILE.
           IF  WRK-GPSAPUR-INEXISTENTE
               CLOSE GPSAPUR-FILE
               OPEN OUTPUT GPSAPUR-FILE
               CLOSE GPSAPUR-FILE
               OPEN I-O GPSAPUR-FILE
           END-IF.
           OPEN OUTPUT GUIAGPS-FILE.

           MOVE SPACES                 TO GUIAGPS-REC.
           STRING 'GUIA DA PREVIDENCIA SOCIAL - COMPETENCIA '
                                       DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  INTO GUIAGPS-REC
           END-STRING.
           WRITE GUIAGPS-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS FUNCIONARIOS DA COMPETENCIA, IMPRIME O RESUMO E
      *    APROPRIA A CONTRIBUICAO DO EMPREGADOR
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-PAYDET-INEXISTENTE
               PERFORM 0210-LER-DETALHE
               PERFORM 0220-LISTAR-1-FUNCIONARIO UNTIL WRK-PAYDET-FIM
           END-IF.
           COMPUTE WRK-TOT-PATRONAL = WRK-TOT-EMPRESA +
                   WRK-TOT-RAT + WRK-TOT-TERCEIROS.
           COMPUTE WRK-TOT-GUIA = WRK-TOT-SEGURADOS +
                   WRK-TOT-PATRONAL.
           PERFORM 0240-IMPRIMIR-RESUMO.
           PERFORM 0260-APROPRIAR-GUIA.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO HISTORICO DETALHADO
      *================================================================*
       0210-LER-DETALHE                SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM  TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DA GUIA DE UM FUNCIONARIO DA COMPETENCIA E
      *    SOMA NOS TOTAIS E NO CENTRO DE CUSTO
      *================================================================*
       0220-LISTAR-1-FUNCIONARIO       SECTION.
      *================================================================*
           IF  PAYDET-PERIODO          NOT EQUAL WRK-PERIODO
               GO TO 0220-90-PROXIMO
           END-IF.
           COMPUTE WRK-PATRONAL-FUNC = PAYDET-INSS-EMPRESA +
                   PAYDET-INSS-RAT + PAYDET-INSS-TERCEIROS.
           IF  PAYDET-INSS             EQUAL ZEROS
           AND WRK-PATRONAL-FUNC       EQUAL ZEROS
               GO TO 0220-90-PROXIMO
           END-IF.
           ADD 1                       TO WRK-QTD-FUNC.
           ADD PAYDET-INSS             TO WRK-TOT-SEGURADOS.
           ADD PAYDET-INSS-EMPRESA     TO WRK-TOT-EMPRESA.
           ADD PAYDET-INSS-RAT         TO WRK-TOT-RAT.
           ADD PAYDET-INSS-TERCEIROS   TO WRK-TOT-TERCEIROS.
           PERFORM 0230-ACUMULAR-CENTRO-CUSTO.

           MOVE PAYDET-INSS            TO WRK-INSS-ED.
           MOVE WRK-PATRONAL-FUNC      TO WRK-PATRONAL-ED.
           MOVE SPACES                 TO GUIAGPS-REC.
           STRING 'MATRICULA '         DELIMITED BY SIZE
                  PAYDET-MATRICULA     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PAYDET-NOME          DELIMITED BY SIZE
                  ' CC='               DELIMITED BY SIZE
                  WRK-CENTRO-CUSTO     DELIMITED BY SIZE
                  ' RETIDO='           DELIMITED BY SIZE
                  WRK-INSS-ED          DELIMITED BY SIZE
                  ' EMPREGADOR='       DELIMITED BY SIZE
                  WRK-PATRONAL-ED      DELIMITED BY SIZE
                  INTO GUIAGPS-REC
           END-STRING.
           WRITE GUIAGPS-REC.
       0220-90-PROXIMO.
           PERFORM 0210-LER-DETALHE.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA O CENTRO DE CUSTO DA LINHA NA TABELA, CRIANDO UMA
      *    NOVA ENTRADA QUANDO AINDA NAO EXISTIR, E SOMA A
      *    CONTRIBUICAO DO EMPREGADOR
      *================================================================*
       0230-ACUMULAR-CENTRO-CUSTO      SECTION.
      *================================================================*
           MOVE PAYDET-CENTRO-CUSTO    TO WRK-CENTRO-CUSTO.
           IF  WRK-CENTRO-CUSTO        EQUAL SPACES
           OR  WRK-CENTRO-CUSTO        EQUAL LOW-VALUES
               MOVE WRK-CENTRO-FOLHA    TO WRK-CENTRO-CUSTO
           END-IF.
           SET WRK-CC-IDX              TO 1.
           SEARCH WRK-CC-ENTRY
               AT END
                 IF  WRK-CC-COUNT LESS 20
                   ADD 1              TO WRK-CC-COUNT
                   SET WRK-CC-IDX     TO WRK-CC-COUNT
                   MOVE WRK-CENTRO-CUSTO TO WRK-CC-COD(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-PATRONAL(WRK-CC-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 20 CENTROS DE CUSTO '
                     'EXCEDIDO - CENTRO ' WRK-CENTRO-CUSTO
                     ' ACUMULADO NO ULTIMO CENTRO DA TABELA'
                   SET WRK-CC-IDX     TO WRK-CC-COUNT
                 END-IF
               WHEN WRK-CC-COD(WRK-CC-IDX) EQUAL WRK-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH.
           ADD WRK-PATRONAL-FUNC       TO WRK-CC-PATRONAL(WRK-CC-IDX).
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME O RESUMO DA GUIA: RETIDO, PARCELAS DO EMPREGADOR,
      *    EMPREGADOR POR CENTRO DE CUSTO E O TOTAL A RECOLHER
      *================================================================*
       0240-IMPRIMIR-RESUMO            SECTION.
      *================================================================*
           MOVE SPACES                 TO GUIAGPS-REC.
           WRITE GUIAGPS-REC.
           MOVE 'INSS RETIDO DOS EMPREGADOS' TO WRK-ROTULO.
           MOVE WRK-TOT-SEGURADOS      TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.
           MOVE 'EMPREGADOR - COTA PATRONAL' TO WRK-ROTULO.
           MOVE WRK-TOT-EMPRESA        TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.
           MOVE 'EMPREGADOR - RAT'     TO WRK-ROTULO.
           MOVE WRK-TOT-RAT            TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.
           MOVE 'EMPREGADOR - TERCEIROS' TO WRK-ROTULO.
           MOVE WRK-TOT-TERCEIROS      TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.
           MOVE 'TOTAL DO EMPREGADOR'  TO WRK-ROTULO.
           MOVE WRK-TOT-PATRONAL       TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.
           PERFORM 0250-IMPRIMIR-1-CENTRO
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX        GREATER WRK-CC-COUNT.
           MOVE 'TOTAL DA GUIA A RECOLHER' TO WRK-ROTULO.
           MOVE WRK-TOT-GUIA           TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.

           MOVE SPACES                 TO GUIAGPS-REC.
           STRING 'FUNCIONARIOS='      DELIMITED BY SIZE
                  WRK-QTD-FUNC         DELIMITED BY SIZE
                  INTO GUIAGPS-REC
           END-STRING.
           WRITE GUIAGPS-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA LINHA DO RESUMO (ROTULO E VALOR)
      *================================================================*
       0245-IMPRIMIR-1-LINHA           SECTION.
      *================================================================*
           MOVE SPACES                 TO GUIAGPS-REC.
           STRING WRK-ROTULO           DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO GUIAGPS-REC
           END-STRING.
           WRITE GUIAGPS-REC.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A CONTRIBUICAO DO EMPREGADOR DE UM CENTRO DE CUSTO
      *================================================================*
       0250-IMPRIMIR-1-CENTRO          SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-ROTULO.
           STRING '  EMPREGADOR - CENTRO ' DELIMITED BY SIZE
                  WRK-CC-COD(WRK-CC-IDX) DELIMITED BY SIZE
                  INTO WRK-ROTULO
           END-STRING.
           MOVE WRK-CC-PATRONAL(WRK-CC-IDX) TO WRK-VALOR-ED.
           PERFORM 0245-IMPRIMIR-1-LINHA.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CONTROLE DA GUIA E, A PEDIDO, APROPRIA A
      *    CONTRIBUICAO DO EMPREGADOR NO GLPOST POR CENTRO DE CUSTO -
      *    UMA SO VEZ POR COMPETENCIA E NUNCA EM PERIODO FECHADO
      *================================================================*
       0260-APROPRIAR-GUIA             SECTION.
      *================================================================*
           MOVE WRK-PERIODO            TO GPSAPUR-PERIODO.
           READ GPSAPUR-FILE.
           IF  WRK-GPSAPUR-OK
           AND GPSAPUR-LANCADO
               MOVE SPACES              TO GUIAGPS-REC
               STRING 'GUIA JA APROPRIADA NO GLPOST EM '
                                        DELIMITED BY SIZE
                      GPSAPUR-DATA-LANCAMENTO DELIMITED BY SIZE
                      ' POR '           DELIMITED BY SIZE
                      GPSAPUR-OPERADOR  DELIMITED BY SIZE
                      ' - NADA LANCADO' DELIMITED BY SIZE
                      INTO GUIAGPS-REC
               END-STRING
               WRITE GUIAGPS-REC
               GO TO 0260-99-FIM
           END-IF.

           MOVE WRK-PERIODO            TO GPSAPUR-PERIODO.
           MOVE WRK-QTD-FUNC           TO GPSAPUR-QTD-FUNC.
           MOVE WRK-TOT-SEGURADOS      TO GPSAPUR-INSS-SEGURADOS.
           MOVE WRK-TOT-EMPRESA        TO GPSAPUR-INSS-EMPRESA.
           MOVE WRK-TOT-RAT            TO GPSAPUR-INSS-RAT.
           MOVE WRK-TOT-TERCEIROS      TO GPSAPUR-INSS-TERCEIROS.
           MOVE WRK-TOT-GUIA           TO GPSAPUR-TOTAL-GUIA.
           SET GPSAPUR-APURADO         TO TRUE.
           MOVE ZEROS                  TO GPSAPUR-DATA-LANCAMENTO.
           MOVE WRK-OPERADOR           TO GPSAPUR-OPERADOR.

           IF  NOT WRK-LANCAR-SIM
               MOVE 'GUIA NAO APROPRIADA - SOMENTE RELATORIO'
                                        TO GUIAGPS-REC
               WRITE GUIAGPS-REC
               GO TO 0260-80-GRAVAR
           END-IF.
           IF  WRK-TOT-PATRONAL        EQUAL ZEROS
               MOVE 'SEM CONTRIBUICAO DO EMPREGADOR - NADA LANCADO'
                                        TO GUIAGPS-REC
               WRITE GUIAGPS-REC
               GO TO 0260-80-GRAVAR
           END-IF.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               MOVE SPACES              TO GUIAGPS-REC
               STRING 'PERIODO '        DELIMITED BY SIZE
                      WRK-PERIODO       DELIMITED BY SIZE
                      ' FECHADO NO PERFECHA - GUIA NAO APROPRIADA'
                                        DELIMITED BY SIZE
                      INTO GUIAGPS-REC
               END-STRING
               WRITE GUIAGPS-REC
               GO TO 0260-80-GRAVAR
           END-IF.

           PERFORM 0270-CALCULAR-DATA-LANCAMENTO.
           PERFORM 0400-LANCAR-GLPOST
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX        GREATER WRK-CC-COUNT.

           SET GPSAPUR-LANCADO         TO TRUE.
           MOVE WRK-DATA-SYS           TO GPSAPUR-DATA-LANCAMENTO.
           MOVE SPACES                 TO GUIAGPS-REC.
           STRING 'EMPREGADOR APROPRIADO NO GLPOST EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-LANCTO      DELIMITED BY SIZE
                  ' POR '              DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO GUIAGPS-REC
           END-STRING.
           WRITE GUIAGPS-REC.
       0260-80-GRAVAR.
           IF  WRK-GPSAPUR-OK
               REWRITE GPSAPUR-REC
           ELSE
               WRITE GPSAPUR-REC
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DATA DOS LANCAMENTOS: ULTIMO DIA DA COMPETENCIA, COM
      *    FEVEREIRO BISSEXTO
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
      *    LANCA NO EXTRATO CONTABIL O PAR DEBITO/CREDITO DA
      *    CONTRIBUICAO DO EMPREGADOR DE UM CENTRO DE CUSTO
      *================================================================*
       0400-LANCAR-GLPOST              SECTION.
      *================================================================*
           MOVE WRK-CC-PATRONAL(WRK-CC-IDX) TO WRK-VALOR-LANCTO.
           IF  WRK-VALOR-LANCTO        EQUAL ZEROS
               GO TO 0400-99-FIM
           END-IF.
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DATA-LANCTO        TO GLPOST-DATA.
           MOVE 'PROGGPS'              TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE WRK-OPERADOR           TO GLPOST-OPERADOR.
           MOVE WRK-CC-COD(WRK-CC-IDX) TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-DEBITO       TO GLPOST-CONTA.
           MOVE WRK-VALOR-LANCTO       TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CC-COD(WRK-CC-IDX) TO GLPOST-CENTRO-CUSTO.
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
      *    CHECA NO PERFECHA SE A COMPETENCIA ESTA FECHADA OU
      *    REFECHADA; PERIODO REABERTO OU SEM REGISTRO ESTA LIVRE
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
           MOVE 'PROGGPS'              TO VALIDLOG-PROGRAMA.
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
           IF  NOT WRK-PAYDET-INEXISTENTE
               CLOSE PAYDET-FILE
           END-IF.
           CLOSE GPSAPUR-FILE.
           CLOSE GUIAGPS-FILE.
           MOVE WRK-TOT-GUIA           TO WRK-VALOR-ED.
           DISPLAY 'GUIA DA PREVIDENCIA ' WRK-PERIODO
                   ' - A RECOLHER ' WRK-VALOR-ED
                   ' - GUIA EM GUIAGPS'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
