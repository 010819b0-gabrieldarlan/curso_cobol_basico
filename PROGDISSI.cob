       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDISSI.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: REAJUSTE COLETIVO (DISSIDIO) COM RETROATIVO. QUANDO
      * O ACORDO COM O SINDICATO E ASSINADO MESES DEPOIS DA
      * DATA-BASE, APLICA O PERCENTUAL A PARTIR DA DATA-BASE NO
      * HISTORICO SALARIAL (SALHIST) DE CADA FUNCIONARIO ATIVO DO
      * FUNCMAS - NOVA VIGENCIA DE MOTIVO D NA DATA-BASE E AS
      * VIGENCIAS POSTERIORES TAMBEM REAJUSTADAS - E CALCULA, PARA
      * CADA PERIODO DE FOLHA NORMAL JA PAGO DESDE A DATA-BASE
      * (PAYDET), A DIFERENCA ENTRE O SALARIO REAJUSTADO E O SALARIO
      * PAGO NAQUELE PERIODO. AS DIFERENCAS VAO PARA O RETRODIF COMO
      * PENDENTES E SAO PAGAS COMO VERBA SEPARADA NA PROXIMA FOLHA
      * NORMAL (PROGCOB04). SEM A CONFIRMACAO DO OPERADOR O PROGRAMA
      * SO SIMULA, IMPRIMINDO O RELATORIO (DISSIREL) SEM GRAVAR.
      * FUNCIONARIO QUE JA TEM REAJUSTE NA DATA-BASE NAO E
      * REAJUSTADO DE NOVO, O QUE PERMITE REPROCESSAR O ACORDO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT SALHIST-FILE          ASSIGN TO "SALHIST"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALHIST-CHAVE
               FILE STATUS            IS WRK-SALHIST-STATUS.
           SELECT RETRODIF-FILE         ASSIGN TO "RETRODIF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS RETRODIF-CHAVE
               FILE STATUS            IS WRK-RETRODIF-STATUS.
           SELECT PAYDET-FILE           ASSIGN TO "PAYDET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAYDET-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT DISSIREL-FILE         ASSIGN TO "DISSIREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DISSIREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  SALHIST-FILE.
           COPY 'SALHIST.COB'.
       FD  RETRODIF-FILE.
           COPY 'RETRODIF.COB'.
       FD  PAYDET-FILE.
           COPY 'PAYDET.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  DISSIREL-FILE.
           COPY 'DISSIREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FUNCMAS-OK                          VALUE '00'.
           88  WRK-FUNCMAS-FIM                         VALUE '10'.
           88  WRK-FUNCMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-SALHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-SALHIST-OK                          VALUE '00'.
           88  WRK-SALHIST-FIM                         VALUE '10'.
           88  WRK-SALHIST-INEXISTENTE                 VALUE '35'.
       77  WRK-RETRODIF-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-RETRODIF-INEXISTENTE                VALUE '35'.
       77  WRK-PAYDET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PAYDET-OK                           VALUE '00'.
           88  WRK-PAYDET-FIM                          VALUE '10'.
           88  WRK-PAYDET-INEXISTENTE                  VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-DISSIREL-STATUS         PIC X(002)      VALUE SPACES.
      *
      *    PARAMETROS DO ACORDO
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-BASE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-BASE            PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-ATUAL           PIC 9(006)      VALUE ZEROS.
       77  WRK-PERCENTUAL              PIC 9(003)V99   VALUE ZEROS.
       77  WRK-FATOR                   PIC 9(003)V9(6) VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-CONFIRMA                PIC X(001)      VALUE 'N'.
           88  WRK-GRAVAR                              VALUE 'S'.
       77  WRK-PARAMETRO-OK            PIC X(001)      VALUE 'S'.
           88  WRK-PARAMETROS-VALIDOS                  VALUE 'S'.
      *
      *    PERIODOS DE FOLHA NORMAL JA PAGOS DESDE A DATA-BASE, POR
      *    MATRICULA, CARREGADOS DO PAYDET
      *
       01  WRK-PER-TAB.
           05  WRK-PER-ENTRY           OCCURS 2000 TIMES
                                        INDEXED BY WRK-PER-IDX.
               10  WRK-PER-MATRICULA   PIC 9(006).
               10  WRK-PER-PERIODO     PIC 9(006).
       77  WRK-PER-COUNT               PIC 9(004)      VALUE ZEROS.
      *
      *    HISTORICO SALARIAL DO FUNCIONARIO CORRENTE, EM ORDEM DE
      *    VIGENCIA, COM O SALARIO REAJUSTADO DE CADA VIGENCIA
      *
       01  WRK-SAL-TAB.
           05  WRK-SAL-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-SAL-IDX.
               10  WRK-SAL-VIGENCIA    PIC 9(008).
               10  WRK-SAL-ANTERIOR    PIC 9(006)V99.
               10  WRK-SAL-NOVO        PIC 9(006)V99.
       77  WRK-SAL-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-SAL-BASE                PIC 9(003)      VALUE ZEROS.
       77  WRK-SAL-VIGENTE             PIC 9(003)      VALUE ZEROS.
       77  WRK-SAL-SUB                 PIC 9(003)      VALUE ZEROS.
       77  WRK-JA-REAJUSTADO           PIC X(001)      VALUE 'N'.
           88  WRK-DISSIDIO-JA-APLICADO                VALUE 'S'.
       77  WRK-FIM-PERIODO             PIC 9(008)      VALUE ZEROS.
      *
      *    VALORES E TOTAIS
      *
       77  WRK-DIFERENCA               PIC 9(006)V99   VALUE ZEROS.
       77  WRK-RETRO-FUNC              PIC 9(008)V99   VALUE ZEROS.
       77  WRK-TOT-RETRO               PIC 9(010)V99   VALUE ZEROS.
       77  WRK-QTD-LIDOS               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REAJUSTADOS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-IGNORADOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-PERIODOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-OCORRENCIA              PIC X(040)      VALUE SPACES.
       77  WRK-ANTERIOR-ED             PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-NOVO-ED                 PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIFERENCA-ED            PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RETRO-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                PIC $Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-PERCENTUAL-ED           PIC ZZ9,99      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           IF  WRK-PARAMETROS-VALIDOS
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PEDE OS PARAMETROS DO ACORDO, CRITICA E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DIVIDE WRK-DATA-SYS         BY 100
               GIVING WRK-PERIODO-ATUAL.

           DISPLAY 'DISSIDIO COLETIVO - REAJUSTE COM RETROATIVO'.
           DISPLAY 'DATA-BASE DO ACORDO (AAAAMMDD):'.
           ACCEPT WRK-DATA-BASE.
           DISPLAY 'PERCENTUAL DE REAJUSTE (999,99):'.
           ACCEPT WRK-PERCENTUAL.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'GRAVAR O REAJUSTE (S = GRAVA, ENTER = SIMULA):'.
           ACCEPT WRK-CONFIRMA.

           OPEN OUTPUT DISSIREL-FILE.

           EVALUATE TRUE
               WHEN WRK-DATA-BASE      EQUAL ZEROS
                   MOVE 'N'             TO WRK-PARAMETRO-OK
                   MOVE 'DATA-BASE NAO INFORMADA'
                                        TO WRK-OCORRENCIA
               WHEN WRK-DATA-BASE      GREATER WRK-DATA-SYS
                   MOVE 'N'             TO WRK-PARAMETRO-OK
                   MOVE 'DATA-BASE POSTERIOR AO PROCESSAMENTO'
                                        TO WRK-OCORRENCIA
               WHEN WRK-PERCENTUAL     EQUAL ZEROS
                   MOVE 'N'             TO WRK-PARAMETRO-OK
                   MOVE 'PERCENTUAL NAO INFORMADO'
                                        TO WRK-OCORRENCIA
           END-EVALUATE.
           IF  NOT WRK-PARAMETROS-VALIDOS
               MOVE SPACES              TO DISSIREL-REC
               STRING 'PARAMETRO INVALIDO: ' DELIMITED BY SIZE
                      WRK-OCORRENCIA    DELIMITED BY SIZE
                      ' - NADA PROCESSADO' DELIMITED BY SIZE
                      INTO DISSIREL-REC
               END-STRING
               WRITE DISSIREL-REC
               DISPLAY DISSIREL-REC
               GO TO 0100-99-FIM
           END-IF.

           DIVIDE WRK-DATA-BASE        BY 100
               GIVING WRK-PERIODO-BASE.
           COMPUTE WRK-FATOR = 1 + WRK-PERCENTUAL / 100.

           OPEN INPUT FUNCMAS-FILE.
           OPEN I-O SALHIST-FILE.
           IF  WRK-SALHIST-INEXISTENTE
               CLOSE SALHIST-FILE
               OPEN OUTPUT SALHIST-FILE
               CLOSE SALHIST-FILE
               OPEN I-O SALHIST-FILE
           END-IF.
           OPEN I-O RETRODIF-FILE.
           IF  WRK-RETRODIF-INEXISTENTE
               CLOSE RETRODIF-FILE
               OPEN OUTPUT RETRODIF-FILE
               CLOSE RETRODIF-FILE
               OPEN I-O RETRODIF-FILE
           END-IF.

           MOVE WRK-PERCENTUAL         TO WRK-PERCENTUAL-ED.
           MOVE SPACES                 TO DISSIREL-REC.
           STRING 'DISSIDIO COLETIVO - DATA-BASE ' DELIMITED BY SIZE
                  WRK-DATA-BASE        DELIMITED BY SIZE
                  ' REAJUSTE '         DELIMITED BY SIZE
                  WRK-PERCENTUAL-ED    DELIMITED BY SIZE
                  ' PC - PROCESSADO EM ' DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO DISSIREL-REC
           END-STRING.
           WRITE DISSIREL-REC.
           MOVE SPACES                 TO DISSIREL-REC.
           IF  WRK-GRAVAR
               MOVE 'REAJUSTE GRAVADO NO SALHIST E NO RETRODIF'
                                        TO DISSIREL-REC
           ELSE
               MOVE 'SIMULACAO - NADA GRAVADO'
                                        TO DISSIREL-REC
           END-IF.
           WRITE DISSIREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS PERIODOS PAGOS E REAJUSTA CADA FUNCIONARIO
      *    ATIVO DO CADASTRO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-CARREGAR-PERIODOS-PAGOS.

           IF  WRK-FUNCMAS-INEXISTENTE
               DISPLAY 'AVISO: CADASTRO DE FUNCIONARIOS INEXISTENTE'
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0230-REAJUSTAR-1-FUNCIONARIO
               UNTIL WRK-FUNCMAS-FIM.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA NA TABELA CADA PAR MATRICULA/PERIODO DE FOLHA
      *    NORMAL DO PAYDET ENTRE O MES DA DATA-BASE E O MES ANTERIOR
      *    AO CORRENTE (O MES CORRENTE JA SAI REAJUSTADO NA FOLHA)
      *================================================================*
       0210-CARREGAR-PERIODOS-PAGOS    SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-PER-COUNT
                                           WRK-PER-TAB.
           OPEN INPUT PAYDET-FILE.
           IF  WRK-PAYDET-INEXISTENTE
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-CARREGAR-1-PERIODO UNTIL WRK-PAYDET-FIM.
           CLOSE PAYDET-FILE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO PAYDET E GUARDA O PERIODO SE AINDA NAO
      *    ESTIVER NA TABELA PARA A MATRICULA
      *================================================================*
       0215-CARREGAR-1-PERIODO         SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM  TO TRUE
           END-READ.
           IF  NOT WRK-PAYDET-OK
               GO TO 0215-99-FIM
           END-IF.
           IF  PAYDET-TIPO-FOLHA       NOT EQUAL 'F'
           OR  PAYDET-PERIODO          LESS WRK-PERIODO-BASE
           OR  PAYDET-PERIODO          NOT LESS WRK-PERIODO-ATUAL
               GO TO 0215-99-FIM
           END-IF.

           SET WRK-PER-IDX             TO 1.
           SEARCH WRK-PER-ENTRY
               AT END
                 IF  WRK-PER-COUNT LESS 2000
                   ADD 1              TO WRK-PER-COUNT
                   SET WRK-PER-IDX    TO WRK-PER-COUNT
                   MOVE PAYDET-MATRICULA
                                      TO WRK-PER-MATRICULA(WRK-PER-IDX)
                   MOVE PAYDET-PERIODO
                                      TO WRK-PER-PERIODO(WRK-PER-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 2000 PERIODOS PAGOS '
                           'EXCEDIDO - PERIODO IGNORADO'
                 END-IF
               WHEN WRK-PER-MATRICULA(WRK-PER-IDX) EQUAL
                    PAYDET-MATRICULA
               AND  WRK-PER-PERIODO(WRK-PER-IDX) EQUAL PAYDET-PERIODO
                   CONTINUE
           END-SEARCH.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO FUNCIONARIO DO CADASTRO E, SE ATIVO, CARREGA
      *    O HISTORICO SALARIAL, CALCULA OS RETROATIVOS E REAJUSTA
      *================================================================*
       0230-REAJUSTAR-1-FUNCIONARIO    SECTION.
      *================================================================*
           READ FUNCMAS-FILE NEXT RECORD
               AT END
                   SET WRK-FUNCMAS-FIM TO TRUE
           END-READ.
           IF  NOT WRK-FUNCMAS-OK
               SET WRK-FUNCMAS-FIM     TO TRUE
               GO TO 0230-99-FIM
           END-IF.
           IF  NOT FUNCMAS-ATIVO
               GO TO 0230-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-LIDOS.

           PERFORM 0240-CARREGAR-HISTORICO.

           IF  WRK-SAL-BASE            EQUAL ZEROS
               MOVE 'SEM SALARIO VIGENTE NA DATA-BASE'
                                        TO WRK-OCORRENCIA
               GO TO 0230-80-IGNORAR
           END-IF.
           IF  WRK-DISSIDIO-JA-APLICADO
               MOVE 'REAJUSTE JA APLICADO NA DATA-BASE'
                                        TO WRK-OCORRENCIA
               GO TO 0230-80-IGNORAR
           END-IF.

           ADD 1                       TO WRK-QTD-REAJUSTADOS.
           MOVE WRK-SAL-ANTERIOR(WRK-SAL-BASE) TO WRK-ANTERIOR-ED.
           MOVE WRK-SAL-NOVO(WRK-SAL-BASE)     TO WRK-NOVO-ED.
           MOVE SPACES                 TO DISSIREL-REC.
           STRING 'MATRICULA '         DELIMITED BY SIZE
                  FUNCMAS-MATRICULA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FUNCMAS-NOME         DELIMITED BY SIZE
                  ' SALARIO '          DELIMITED BY SIZE
                  WRK-ANTERIOR-ED      DELIMITED BY SIZE
                  ' PASSA A '          DELIMITED BY SIZE
                  WRK-NOVO-ED          DELIMITED BY SIZE
                  INTO DISSIREL-REC
           END-STRING.
           WRITE DISSIREL-REC.

           MOVE ZEROS                  TO WRK-RETRO-FUNC.
           PERFORM 0260-CALCULAR-1-RETROATIVO
               VARYING WRK-PER-IDX FROM 1 BY 1
               UNTIL WRK-PER-IDX GREATER WRK-PER-COUNT.
           IF  WRK-RETRO-FUNC          GREATER ZEROS
               ADD WRK-RETRO-FUNC       TO WRK-TOT-RETRO
               MOVE WRK-RETRO-FUNC      TO WRK-RETRO-ED
               MOVE SPACES              TO DISSIREL-REC
               STRING '    TOTAL RETROATIVO A PAGAR NA PROXIMA FOLHA '
                                        DELIMITED BY SIZE
                      WRK-RETRO-ED      DELIMITED BY SIZE
                      INTO DISSIREL-REC
               END-STRING
               WRITE DISSIREL-REC
           END-IF.

           IF  WRK-GRAVAR
               PERFORM 0280-GRAVAR-REAJUSTE
           END-IF.
           GO TO 0230-99-FIM.

       0230-80-IGNORAR.
           ADD 1                       TO WRK-QTD-IGNORADOS.
           MOVE SPACES                 TO DISSIREL-REC.
           STRING 'MATRICULA '         DELIMITED BY SIZE
                  FUNCMAS-MATRICULA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FUNCMAS-NOME         DELIMITED BY SIZE
                  ' NAO REAJUSTADO: '  DELIMITED BY SIZE
                  WRK-OCORRENCIA       DELIMITED BY SIZE
                  INTO DISSIREL-REC
           END-STRING.
           WRITE DISSIREL-REC.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA AS VIGENCIAS DO FUNCIONARIO NO SALHIST, MARCA A
      *    VIGENTE NA DATA-BASE E CALCULA O SALARIO REAJUSTADO DAS
      *    VIGENCIAS A PARTIR DELA
      *================================================================*
       0240-CARREGAR-HISTORICO         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-SAL-COUNT
                                           WRK-SAL-BASE.
           MOVE 'N'                    TO WRK-JA-REAJUSTADO.
           MOVE FUNCMAS-MATRICULA      TO SALHIST-MATRICULA.
           MOVE ZEROS                  TO SALHIST-DATA-VIGENCIA.
           MOVE '00'                   TO WRK-SALHIST-STATUS.
           START SALHIST-FILE KEY NOT LESS SALHIST-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-SALHIST-STATUS
           END-START.
           PERFORM 0245-CARREGAR-1-VIGENCIA UNTIL WRK-SALHIST-FIM.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA VIGENCIA DO FUNCIONARIO E GUARDA NA TABELA
      *================================================================*
       0245-CARREGAR-1-VIGENCIA        SECTION.
      *================================================================*
           READ SALHIST-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-SALHIST-STATUS
           END-READ.
           IF  NOT WRK-SALHIST-OK
               MOVE '10'                TO WRK-SALHIST-STATUS
               GO TO 0245-99-FIM
           END-IF.
           IF  SALHIST-MATRICULA       NOT EQUAL FUNCMAS-MATRICULA
               MOVE '10'                TO WRK-SALHIST-STATUS
               GO TO 0245-99-FIM
           END-IF.
           IF  WRK-SAL-COUNT           NOT LESS 50
               DISPLAY 'AVISO: LIMITE DE 50 VIGENCIAS POR FUNCIONARIO '
                       'EXCEDIDO - MATRICULA ' FUNCMAS-MATRICULA
               MOVE '10'                TO WRK-SALHIST-STATUS
               GO TO 0245-99-FIM
           END-IF.

           ADD 1                       TO WRK-SAL-COUNT.
           MOVE SALHIST-DATA-VIGENCIA
                                   TO WRK-SAL-VIGENCIA(WRK-SAL-COUNT).
           MOVE SALHIST-SALARIO    TO WRK-SAL-ANTERIOR(WRK-SAL-COUNT).
           MOVE SALHIST-SALARIO    TO WRK-SAL-NOVO(WRK-SAL-COUNT).

           IF  SALHIST-DATA-VIGENCIA   NOT GREATER WRK-DATA-BASE
               MOVE WRK-SAL-COUNT       TO WRK-SAL-BASE
           END-IF.
           IF  SALHIST-DATA-VIGENCIA   EQUAL WRK-DATA-BASE
           AND (SALHIST-DISSIDIO OR SALHIST-PERCENTUAL GREATER ZEROS)
               SET WRK-DISSIDIO-JA-APLICADO TO TRUE
           END-IF.
      *
      *    A VIGENCIA DA DATA-BASE (OU A ANTERIOR A ELA, QUE PASSA A
      *    VALER REAJUSTADA A PARTIR DA DATA-BASE) E AS POSTERIORES
      *    RECEBEM O PERCENTUAL
      *
           IF  WRK-SAL-BASE            GREATER ZEROS
               COMPUTE WRK-SAL-NOVO(WRK-SAL-COUNT) ROUNDED =
                       SALHIST-SALARIO * WRK-FATOR
           END-IF.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PARA UM PERIODO PAGO DO FUNCIONARIO, CALCULA A DIFERENCA
      *    ENTRE O SALARIO REAJUSTADO E O PAGO, PELA VIGENCIA EM VIGOR
      *    NO FIM DO PERIODO, E GRAVA A DIFERENCA PENDENTE
      *================================================================*
       0260-CALCULAR-1-RETROATIVO      SECTION.
      *================================================================*
           IF  WRK-PER-MATRICULA(WRK-PER-IDX)
                                       NOT EQUAL FUNCMAS-MATRICULA
               GO TO 0260-99-FIM
           END-IF.

           COMPUTE WRK-FIM-PERIODO =
                   WRK-PER-PERIODO(WRK-PER-IDX) * 100 + 31.
           MOVE ZEROS                  TO WRK-SAL-VIGENTE.
           PERFORM 0265-ACHAR-VIGENCIA-PERIODO
               VARYING WRK-SAL-SUB FROM 1 BY 1
               UNTIL WRK-SAL-SUB GREATER WRK-SAL-COUNT.
           IF  WRK-SAL-VIGENTE         LESS WRK-SAL-BASE
               MOVE WRK-SAL-BASE        TO WRK-SAL-VIGENTE
           END-IF.

           COMPUTE WRK-DIFERENCA = WRK-SAL-NOVO(WRK-SAL-VIGENTE) -
                   WRK-SAL-ANTERIOR(WRK-SAL-VIGENTE).
           IF  WRK-DIFERENCA           EQUAL ZEROS
               GO TO 0260-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-PERIODOS.
           ADD WRK-DIFERENCA           TO WRK-RETRO-FUNC.

           MOVE WRK-SAL-ANTERIOR(WRK-SAL-VIGENTE) TO WRK-ANTERIOR-ED.
           MOVE WRK-DIFERENCA          TO WRK-DIFERENCA-ED.
           MOVE SPACES                 TO DISSIREL-REC.
           STRING '    PERIODO '       DELIMITED BY SIZE
                  WRK-PER-PERIODO(WRK-PER-IDX) DELIMITED BY SIZE
                  ' SALARIO PAGO '     DELIMITED BY SIZE
                  WRK-ANTERIOR-ED      DELIMITED BY SIZE
                  ' DIFERENCA '        DELIMITED BY SIZE
                  WRK-DIFERENCA-ED     DELIMITED BY SIZE
                  INTO DISSIREL-REC
           END-STRING.
           WRITE DISSIREL-REC.

           IF  NOT WRK-GRAVAR
               GO TO 0260-99-FIM
           END-IF.
           MOVE FUNCMAS-MATRICULA      TO RETRODIF-MATRICULA.
           MOVE WRK-DATA-BASE          TO RETRODIF-DATA-ACORDO.
           MOVE WRK-PER-PERIODO(WRK-PER-IDX) TO RETRODIF-PERIODO.
           MOVE WRK-SAL-ANTERIOR(WRK-SAL-VIGENTE)
                                       TO RETRODIF-SALARIO-ANTERIOR.
           MOVE WRK-PERCENTUAL         TO RETRODIF-PERCENTUAL.
           MOVE WRK-DIFERENCA          TO RETRODIF-VALOR.
           SET RETRODIF-PENDENTE       TO TRUE.
           MOVE ZEROS                  TO RETRODIF-LOTE-PAGTO
                                           RETRODIF-DATA-PAGTO.
           WRITE RETRODIF-REC
               INVALID KEY
                   MOVE SPACES          TO DISSIREL-REC
                   STRING '    PERIODO ' DELIMITED BY SIZE
                          RETRODIF-PERIODO DELIMITED BY SIZE
                          ' JA TEM DIFERENCA DO ACORDO NO RETRODIF'
                                        DELIMITED BY SIZE
                          INTO DISSIREL-REC
                   END-STRING
                   WRITE DISSIREL-REC
           END-WRITE.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A ULTIMA VIGENCIA QUE JA VALIA NO FIM DO PERIODO
      *================================================================*
       0265-ACHAR-VIGENCIA-PERIODO     SECTION.
      *================================================================*
           IF  WRK-SAL-VIGENCIA(WRK-SAL-SUB) NOT GREATER WRK-FIM-PERIODO
               MOVE WRK-SAL-SUB         TO WRK-SAL-VIGENTE
           END-IF.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O REAJUSTE NO HISTORICO: NOVA VIGENCIA DE DISSIDIO NA
      *    DATA-BASE (OU A VIGENCIA JA EXISTENTE NELA REAJUSTADA) E
      *    AS VIGENCIAS POSTERIORES REAJUSTADAS
      *================================================================*
       0280-GRAVAR-REAJUSTE            SECTION.
      *================================================================*
           IF  WRK-SAL-VIGENCIA(WRK-SAL-BASE) LESS WRK-DATA-BASE
               MOVE FUNCMAS-MATRICULA   TO SALHIST-MATRICULA
               MOVE WRK-DATA-BASE       TO SALHIST-DATA-VIGENCIA
               MOVE WRK-SAL-NOVO(WRK-SAL-BASE) TO SALHIST-SALARIO
               SET SALHIST-DISSIDIO     TO TRUE
               MOVE WRK-PERCENTUAL      TO SALHIST-PERCENTUAL
               MOVE WRK-DATA-SYS        TO SALHIST-DATA-REGISTRO
               MOVE WRK-OPERADOR        TO SALHIST-OPERADOR
               WRITE SALHIST-REC
                   INVALID KEY
                       DISPLAY 'AVISO: VIGENCIA DA DATA-BASE JA '
                               'EXISTE - MATRICULA ' FUNCMAS-MATRICULA
               END-WRITE
               COMPUTE WRK-SAL-SUB = WRK-SAL-BASE + 1
           ELSE
               MOVE WRK-SAL-BASE        TO WRK-SAL-SUB
           END-IF.
           PERFORM 0285-REGRAVAR-1-VIGENCIA
               VARYING WRK-SAL-SUB FROM WRK-SAL-SUB BY 1
               UNTIL WRK-SAL-SUB GREATER WRK-SAL-COUNT.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRAVA UMA VIGENCIA DA DATA-BASE EM DIANTE COM O SALARIO
      *    REAJUSTADO E O PERCENTUAL APLICADO
      *================================================================*
       0285-REGRAVAR-1-VIGENCIA        SECTION.
      *================================================================*
           MOVE FUNCMAS-MATRICULA      TO SALHIST-MATRICULA.
           MOVE WRK-SAL-VIGENCIA(WRK-SAL-SUB) TO SALHIST-DATA-VIGENCIA.
           READ SALHIST-FILE.
           IF  NOT WRK-SALHIST-OK
               GO TO 0285-99-FIM
           END-IF.
           MOVE WRK-SAL-NOVO(WRK-SAL-SUB) TO SALHIST-SALARIO.
           MOVE WRK-PERCENTUAL         TO SALHIST-PERCENTUAL.
           REWRITE SALHIST-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME OS TOTAIS E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  WRK-PARAMETROS-VALIDOS
               MOVE WRK-TOT-RETRO       TO WRK-TOTAL-ED
               MOVE SPACES              TO DISSIREL-REC
               STRING 'FUNCIONARIOS ATIVOS=' DELIMITED BY SIZE
                      WRK-QTD-LIDOS     DELIMITED BY SIZE
                      ' REAJUSTADOS='   DELIMITED BY SIZE
                      WRK-QTD-REAJUSTADOS DELIMITED BY SIZE
                      ' NAO REAJUSTADOS=' DELIMITED BY SIZE
                      WRK-QTD-IGNORADOS DELIMITED BY SIZE
                      INTO DISSIREL-REC
               END-STRING
               WRITE DISSIREL-REC
               MOVE SPACES              TO DISSIREL-REC
               STRING 'PERIODOS COM DIFERENCA=' DELIMITED BY SIZE
                      WRK-QTD-PERIODOS  DELIMITED BY SIZE
                      ' TOTAL RETROATIVO=' DELIMITED BY SIZE
                      WRK-TOTAL-ED      DELIMITED BY SIZE
                      INTO DISSIREL-REC
               END-STRING
               WRITE DISSIREL-REC
               DISPLAY DISSIREL-REC
               CLOSE FUNCMAS-FILE
               CLOSE SALHIST-FILE
               CLOSE RETRODIF-FILE
           END-IF.
           CLOSE DISSIREL-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PREENCHIDA, USA NO LUGAR DA DATA DO RELOGIO
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
