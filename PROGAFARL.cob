       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAFARL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO MENSAL DOS FUNCIONARIOS AFASTADOS, PARA
      * OS CHEFES DE DEPARTAMENTO. SELECIONA NO CADASTRO AFASTA OS
      * AFASTAMENTOS EM CURSO NA DATA DE REFERENCIA (INICIADOS E SEM
      * RETORNO EFETIVO ATE ELA), CLASSIFICA POR DEPARTAMENTO DO
      * FUNCMAS E MATRICULA E IMPRIME UM GRUPO POR DEPARTAMENTO
      * (AFASTREL) COM O TIPO, O INICIO E O RETORNO PREVISTO DE
      * CADA AFASTADO, DESTACANDO O RETORNO PREVISTO JA VENCIDO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AFASTA-FILE           ASSIGN TO "AFASTA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS AFASTA-CHAVE
               FILE STATUS            IS WRK-AFASTA-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT AFASTREL-FILE         ASSIGN TO "AFASTREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-AFASTREL-STATUS.
           SELECT ORDENA-FILE           ASSIGN TO "SORTWKAF".
       DATA DIVISION.
       FILE SECTION.
       FD  AFASTA-FILE.
           COPY 'AFASTA.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  AFASTREL-FILE.
           COPY 'AFASTREL.COB'.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-DEPARTAMENTO     PIC X(010).
           05  ORDENA-MATRICULA        PIC 9(006).
           05  ORDENA-NOME             PIC X(020).
           05  ORDENA-TIPO             PIC X(001).
           05  ORDENA-DATA-INICIO      PIC 9(008).
           05  ORDENA-RETORNO-PREVISTO PIC 9(008).
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-AFASTA-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-AFASTA-OK                           VALUE '00'.
           88  WRK-AFASTA-FIM                          VALUE '10'.
           88  WRK-AFASTA-INEXISTENTE                  VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FUNCMAS-OK                          VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-AFASTREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-ORDENA-FIM              PIC X(001)      VALUE 'N'.
           88  WRK-FIM-ORDENADO                        VALUE 'S'.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-REF                PIC 9(008)      VALUE ZEROS.
       77  WRK-DEPTO-ATUAL             PIC X(010)      VALUE SPACES.
       77  WRK-TEM-DEPTO               PIC X(001)      VALUE 'N'.
           88  WRK-DEPTO-ABERTO                        VALUE 'S'.
       77  WRK-QTD-DEPTO               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-TOTAL               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-VENCIDOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-NOME-TIPO               PIC X(015)      VALUE SPACES.
       77  WRK-SITUACAO                PIC X(016)      VALUE SPACES.
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
      *    PEDE A DATA DE REFERENCIA E ABRE O RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'RELATORIO DE FUNCIONARIOS AFASTADOS'.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZEROS = HOJE):'.
           ACCEPT WRK-DATA-REF.
           IF  WRK-DATA-REF            EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-REF
           END-IF.
           OPEN OUTPUT AFASTREL-FILE.
           MOVE SPACES                 TO AFASTREL-REC.
           STRING 'FUNCIONARIOS AFASTADOS EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-REF         DELIMITED BY SIZE
                  ' POR DEPARTAMENTO'  DELIMITED BY SIZE
                  INTO AFASTREL-REC
           END-STRING.
           WRITE AFASTREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CLASSIFICA OS AFASTAMENTOS EM CURSO POR DEPARTAMENTO E
      *    MATRICULA E EMITE OS GRUPOS NO PROCEDIMENTO DE SAIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           SORT ORDENA-FILE
               ON ASCENDING KEY ORDENA-DEPARTAMENTO
                                ORDENA-MATRICULA
               INPUT PROCEDURE IS 0210-SELECIONAR-AFASTAMENTOS
               OUTPUT PROCEDURE IS 0230-EMITIR-DEPARTAMENTOS.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE O AFASTA E LIBERA PARA A CLASSIFICACAO OS
      *    AFASTAMENTOS EM CURSO NA DATA DE REFERENCIA
      *================================================================*
       0210-SELECIONAR-AFASTAMENTOS    SECTION.
      *================================================================*
           OPEN INPUT AFASTA-FILE.
           IF  WRK-AFASTA-INEXISTENTE
               DISPLAY 'AFASTA INEXISTENTE - NENHUM AFASTAMENTO'
               GO TO 0210-99-FIM
           END-IF.
           OPEN INPUT FUNCMAS-FILE.
           PERFORM 0215-SELECIONAR-1-AFASTAMENTO UNTIL WRK-AFASTA-FIM.
           CLOSE AFASTA-FILE.
           CLOSE FUNCMAS-FILE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM AFASTAMENTO E, SE EM CURSO, LIBERA COM O NOME E O
      *    DEPARTAMENTO DO FUNCMAS
      *================================================================*
       0215-SELECIONAR-1-AFASTAMENTO   SECTION.
      *================================================================*
           READ AFASTA-FILE
               AT END
                   SET WRK-AFASTA-FIM  TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  AFASTA-DATA-INICIO      GREATER WRK-DATA-REF
               GO TO 0215-99-FIM
           END-IF.
           IF  AFASTA-RETORNO-EFETIVO  NOT EQUAL ZEROS
           AND AFASTA-RETORNO-EFETIVO  NOT GREATER WRK-DATA-REF
               GO TO 0215-99-FIM
           END-IF.
           MOVE AFASTA-MATRICULA       TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  WRK-FUNCMAS-OK
               MOVE FUNCMAS-DEPARTAMENTO TO ORDENA-DEPARTAMENTO
               MOVE FUNCMAS-NOME        TO ORDENA-NOME
           ELSE
               MOVE 'SEM CADASTRO'      TO ORDENA-DEPARTAMENTO
               MOVE SPACES              TO ORDENA-NOME
           END-IF.
           MOVE AFASTA-MATRICULA       TO ORDENA-MATRICULA.
           MOVE AFASTA-TIPO            TO ORDENA-TIPO.
           MOVE AFASTA-DATA-INICIO     TO ORDENA-DATA-INICIO.
           MOVE AFASTA-RETORNO-PREVISTO TO ORDENA-RETORNO-PREVISTO.
           RELEASE ORDENA-REC.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS AFASTAMENTOS CLASSIFICADOS COM QUEBRA POR
      *    DEPARTAMENTO
      *================================================================*
       0230-EMITIR-DEPARTAMENTOS       SECTION.
      *================================================================*
           PERFORM 0232-RETORNAR-AFASTAMENTO.
           PERFORM 0235-PROCESSAR-1-AFASTAMENTO
               UNTIL WRK-FIM-ORDENADO.
           IF  WRK-DEPTO-ABERTO
               PERFORM 0250-FECHAR-DEPARTAMENTO
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNA UM AFASTAMENTO DA CLASSIFICACAO
      *================================================================*
       0232-RETORNAR-AFASTAMENTO       SECTION.
      *================================================================*
           RETURN ORDENA-FILE
               AT END
                   SET WRK-FIM-ORDENADO TO TRUE
           END-RETURN.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM AFASTADO, ABRINDO E FECHANDO O GRUPO DO
      *    DEPARTAMENTO NA QUEBRA
      *================================================================*
       0235-PROCESSAR-1-AFASTAMENTO    SECTION.
      *================================================================*
           IF  WRK-DEPTO-ABERTO
           AND ORDENA-DEPARTAMENTO     NOT EQUAL WRK-DEPTO-ATUAL
               PERFORM 0250-FECHAR-DEPARTAMENTO
           END-IF.
           IF  NOT WRK-DEPTO-ABERTO
               PERFORM 0240-ABRIR-DEPARTAMENTO
           END-IF.

           EVALUATE ORDENA-TIPO
               WHEN 'D'
                   MOVE 'AUXILIO-DOENCA' TO WRK-NOME-TIPO
               WHEN 'A'
                   MOVE 'ACIDENTE TRAB.' TO WRK-NOME-TIPO
               WHEN 'M'
                   MOVE 'MATERNIDADE'    TO WRK-NOME-TIPO
               WHEN OTHER
                   MOVE 'NAO REMUNERADA' TO WRK-NOME-TIPO
           END-EVALUATE.
           MOVE SPACES                 TO WRK-SITUACAO.
           IF  ORDENA-RETORNO-PREVISTO EQUAL ZEROS
               MOVE 'SEM PREVISAO'      TO WRK-SITUACAO
           ELSE
               IF  ORDENA-RETORNO-PREVISTO NOT GREATER WRK-DATA-REF
                   MOVE 'RETORNO VENCIDO' TO WRK-SITUACAO
                   ADD 1                TO WRK-QTD-VENCIDOS
               END-IF
           END-IF.

           MOVE SPACES                 TO AFASTREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  ORDENA-MATRICULA     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-NOME          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOME-TIPO        DELIMITED BY SIZE
                  ' INICIO '           DELIMITED BY SIZE
                  ORDENA-DATA-INICIO   DELIMITED BY SIZE
                  ' RETORNO PREVISTO ' DELIMITED BY SIZE
                  ORDENA-RETORNO-PREVISTO DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SITUACAO         DELIMITED BY SIZE
                  INTO AFASTREL-REC
           END-STRING.
           WRITE AFASTREL-REC.
           ADD 1                       TO WRK-QTD-DEPTO.
           ADD 1                       TO WRK-QTD-TOTAL.
           PERFORM 0232-RETORNAR-AFASTAMENTO.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE O GRUPO DE UM DEPARTAMENTO
      *================================================================*
       0240-ABRIR-DEPARTAMENTO         SECTION.
      *================================================================*
           SET WRK-DEPTO-ABERTO        TO TRUE.
           MOVE ORDENA-DEPARTAMENTO    TO WRK-DEPTO-ATUAL.
           MOVE ZEROS                  TO WRK-QTD-DEPTO.
           MOVE SPACES                 TO AFASTREL-REC.
           WRITE AFASTREL-REC.
           MOVE SPACES                 TO AFASTREL-REC.
           STRING 'DEPARTAMENTO '      DELIMITED BY SIZE
                  WRK-DEPTO-ATUAL      DELIMITED BY SIZE
                  INTO AFASTREL-REC
           END-STRING.
           WRITE AFASTREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA O GRUPO DO DEPARTAMENTO COM A QUANTIDADE DE AFASTADOS
      *================================================================*
       0250-FECHAR-DEPARTAMENTO        SECTION.
      *================================================================*
           MOVE SPACES                 TO AFASTREL-REC.
           STRING '  AFASTADOS NO DEPARTAMENTO=' DELIMITED BY SIZE
                  WRK-QTD-DEPTO        DELIMITED BY SIZE
                  INTO AFASTREL-REC
           END-STRING.
           WRITE AFASTREL-REC.
           MOVE 'N'                    TO WRK-TEM-DEPTO.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME OS TOTAIS E FECHA O RELATORIO
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO AFASTREL-REC.
           WRITE AFASTREL-REC.
           MOVE SPACES                 TO AFASTREL-REC.
           STRING 'TOTAL DE AFASTADOS='  DELIMITED BY SIZE
                  WRK-QTD-TOTAL        DELIMITED BY SIZE
                  ' COM RETORNO PREVISTO VENCIDO='
                                       DELIMITED BY SIZE
                  WRK-QTD-VENCIDOS     DELIMITED BY SIZE
                  INTO AFASTREL-REC
           END-STRING.
           WRITE AFASTREL-REC.
           CLOSE AFASTREL-FILE.
           DISPLAY 'RELATORIO DE AFASTADOS GRAVADO EM AFASTREL'.
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
