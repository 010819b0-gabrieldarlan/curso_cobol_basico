       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFERAL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: AVISO MENSAL DE FERIAS A VENCER. PERCORRE O CONTROLE
      * DE FERIAS (FERPER, MANTIDO PELA FOLHA NO PROGCOB04) E LISTA OS
      * PERIODOS CONCESSIVOS COM SALDO A GOZAR CUJO LIMITE DE
      * CONCESSAO CAI NOS PROXIMOS 60 DIAS DA DATA DE REFERENCIA, OU
      * JA PASSOU (FERIAS DEVIDAS EM DOBRO), EM ORDEM DE LIMITE, COM
      * O NOME E O DEPARTAMENTO DO FUNCMAS (FERALREL)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT FERPER-FILE           ASSIGN TO "FERPER"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS FERPER-CHAVE
               FILE STATUS            IS WRK-FERPER-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT FERALREL-FILE         ASSIGN TO "FERALREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FERALREL-STATUS.
           SELECT ORDENA-FILE           ASSIGN TO "SORTWKFE".
       DATA DIVISION.
       FILE SECTION.
       FD  FERPER-FILE.
           COPY 'FERPER.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  FERALREL-FILE.
           COPY 'FERALREL.COB'.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-LIMITE           PIC 9(008).
           05  ORDENA-MATRICULA        PIC 9(006).
           05  ORDENA-AQUIS-INICIO     PIC 9(008).
           05  ORDENA-SALDO            PIC 9(002).
           05  ORDENA-DIAS-RESTANTES   PIC S9(005).
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-FERPER-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-FERPER-OK                           VALUE '00'.
           88  WRK-FERPER-FIM                          VALUE '10'.
           88  WRK-FERPER-INEXISTENTE                  VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FUNCMAS-OK                          VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-FERALREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-ORDENA-FIM              PIC X(001)      VALUE 'N'.
           88  WRK-FIM-ORDENADO                        VALUE 'S'.
      *
      *    HORIZONTE DO AVISO EM DIAS, CONTADOS NA CONVENCAO 30/360
      *
       77  WRK-DIAS-AVISO              PIC 9(003)      VALUE 60.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-REF                PIC 9(008)      VALUE ZEROS.
       01  WRK-FER-DATA.
           05  WRK-FER-ANO             PIC 9(004)      VALUE ZEROS.
           05  WRK-FER-MES             PIC 9(002)      VALUE ZEROS.
           05  WRK-FER-DIA             PIC 9(002)      VALUE ZEROS.
       77  WRK-FER-DIANUM              PIC 9(007)      VALUE ZEROS.
       77  WRK-REF-DIANUM              PIC 9(007)      VALUE ZEROS.
       77  WRK-DIAS-RESTANTES          PIC S9(005)     VALUE ZEROS.
       77  WRK-DIAS-RESTANTES-ED       PIC ZZ9         VALUE ZEROS.
       77  WRK-NOME                    PIC X(020)      VALUE SPACES.
       77  WRK-DEPARTAMENTO            PIC X(010)      VALUE SPACES.
       77  WRK-SITUACAO                PIC X(026)      VALUE SPACES.
       77  WRK-QTD-A-VENCER            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-VENCIDOS            PIC 9(005)      VALUE ZEROS.
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
      *    PEDE A DATA DE REFERENCIA E ABRE O AVISO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'AVISO DE FERIAS A VENCER'.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZEROS = HOJE):'.
           ACCEPT WRK-DATA-REF.
           IF  WRK-DATA-REF            EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-REF
           END-IF.
           MOVE WRK-DATA-REF           TO WRK-FER-DATA.
           PERFORM 0290-CONVERTER-DATA-DIAS.
           MOVE WRK-FER-DIANUM         TO WRK-REF-DIANUM.

           OPEN OUTPUT FERALREL-FILE.
           MOVE SPACES                 TO FERALREL-REC.
           STRING 'FERIAS COM LIMITE DE CONCESSAO ATE '
                                       DELIMITED BY SIZE
                  WRK-DIAS-AVISO       DELIMITED BY SIZE
                  ' DIAS APOS '        DELIMITED BY SIZE
                  WRK-DATA-REF         DELIMITED BY SIZE
                  ' OU JA VENCIDO'     DELIMITED BY SIZE
                  INTO FERALREL-REC
           END-STRING.
           WRITE FERALREL-REC.
           MOVE SPACES                 TO FERALREL-REC.
           STRING 'LIMITE   MATRIC NOME                 DEPTO      '
                                       DELIMITED BY SIZE
                  'AQUISITIVO SALDO SITUACAO'
                                       DELIMITED BY SIZE
                  INTO FERALREL-REC
           END-STRING.
           WRITE FERALREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CLASSIFICA OS PERIODOS A AVISAR PELO LIMITE DE CONCESSAO E
      *    EMITE O AVISO NO PROCEDIMENTO DE SAIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           SORT ORDENA-FILE
               ON ASCENDING KEY ORDENA-LIMITE
                                ORDENA-MATRICULA
               INPUT PROCEDURE IS 0210-SELECIONAR-PERIODOS
               OUTPUT PROCEDURE IS 0230-EMITIR-AVISOS.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE O FERPER E LIBERA PARA A CLASSIFICACAO OS PERIODOS
      *    CONCESSIVOS COM SALDO E LIMITE DENTRO DO HORIZONTE
      *================================================================*
       0210-SELECIONAR-PERIODOS        SECTION.
      *================================================================*
           OPEN INPUT FERPER-FILE.
           IF  WRK-FERPER-INEXISTENTE
               DISPLAY 'FERPER INEXISTENTE - NENHUM PERIODO DE FERIAS'
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-SELECIONAR-1-PERIODO UNTIL WRK-FERPER-FIM.
           CLOSE FERPER-FILE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PERIODO E, SE PENDENTE E PROXIMO DO LIMITE (OU JA
      *    VENCIDO), LIBERA COM OS DIAS QUE FALTAM PARA O LIMITE
      *================================================================*
       0215-SELECIONAR-1-PERIODO       SECTION.
      *================================================================*
           READ FERPER-FILE
               AT END
                   SET WRK-FERPER-FIM  TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  NOT FERPER-CONCESSIVO
           OR  FERPER-DIAS-GOZADOS     NOT LESS FERPER-DIAS-DIREITO
               GO TO 0215-99-FIM
           END-IF.
           MOVE FERPER-LIMITE-CONCESSAO TO WRK-FER-DATA.
           PERFORM 0290-CONVERTER-DATA-DIAS.
           COMPUTE WRK-DIAS-RESTANTES =
                   WRK-FER-DIANUM - WRK-REF-DIANUM.
           IF  WRK-DIAS-RESTANTES      GREATER WRK-DIAS-AVISO
               GO TO 0215-99-FIM
           END-IF.

           MOVE FERPER-LIMITE-CONCESSAO TO ORDENA-LIMITE.
           MOVE FERPER-MATRICULA       TO ORDENA-MATRICULA.
           MOVE FERPER-AQUIS-INICIO    TO ORDENA-AQUIS-INICIO.
           COMPUTE ORDENA-SALDO =
                   FERPER-DIAS-DIREITO - FERPER-DIAS-GOZADOS.
           MOVE WRK-DIAS-RESTANTES     TO ORDENA-DIAS-RESTANTES.
           RELEASE ORDENA-REC.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS PERIODOS CLASSIFICADOS E IMPRIME O AVISO
      *================================================================*
       0230-EMITIR-AVISOS              SECTION.
      *================================================================*
           OPEN INPUT FUNCMAS-FILE.
           PERFORM 0232-RETORNAR-PERIODO.
           PERFORM 0235-IMPRIMIR-1-AVISO UNTIL WRK-FIM-ORDENADO.
           CLOSE FUNCMAS-FILE.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNA UM PERIODO DA CLASSIFICACAO
      *================================================================*
       0232-RETORNAR-PERIODO           SECTION.
      *================================================================*
           RETURN ORDENA-FILE
               AT END
                   SET WRK-FIM-ORDENADO TO TRUE
           END-RETURN.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM AVISO COM O NOME E O DEPARTAMENTO DO FUNCMAS,
      *    MARCANDO O LIMITE JA VENCIDO (FERIAS EM DOBRO)
      *================================================================*
       0235-IMPRIMIR-1-AVISO           SECTION.
      *================================================================*
           MOVE ORDENA-MATRICULA       TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  WRK-FUNCMAS-OK
               MOVE FUNCMAS-NOME        TO WRK-NOME
               MOVE FUNCMAS-DEPARTAMENTO TO WRK-DEPARTAMENTO
           ELSE
               MOVE 'SEM CADASTRO'      TO WRK-NOME
               MOVE SPACES              TO WRK-DEPARTAMENTO
           END-IF.

           MOVE SPACES                 TO WRK-SITUACAO.
           IF  ORDENA-DIAS-RESTANTES   GREATER ZEROS
               MOVE ORDENA-DIAS-RESTANTES TO WRK-DIAS-RESTANTES-ED
               STRING 'VENCE EM '      DELIMITED BY SIZE
                      WRK-DIAS-RESTANTES-ED DELIMITED BY SIZE
                      ' DIAS'          DELIMITED BY SIZE
                      INTO WRK-SITUACAO
               END-STRING
               ADD 1                    TO WRK-QTD-A-VENCER
           ELSE
               MOVE 'VENCIDO - DEVIDO EM DOBRO' TO WRK-SITUACAO
               ADD 1                    TO WRK-QTD-VENCIDOS
           END-IF.

           MOVE SPACES                 TO FERALREL-REC.
           STRING ORDENA-LIMITE        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-MATRICULA     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOME             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-DEPARTAMENTO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-AQUIS-INICIO  DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  ORDENA-SALDO         DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WRK-SITUACAO         DELIMITED BY SIZE
                  INTO FERALREL-REC
           END-STRING.
           WRITE FERALREL-REC.
           PERFORM 0232-RETORNAR-PERIODO.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE A DATA AAAAMMDD DE WRK-FER-DATA EM NUMERO DE DIAS
      *    NA CONVENCAO 30/360 (DIA 31 CONTA COMO 30)
      *================================================================*
       0290-CONVERTER-DATA-DIAS        SECTION.
      *================================================================*
           IF  WRK-FER-DIA             GREATER 30
               MOVE 30                  TO WRK-FER-DIA
           END-IF.
           COMPUTE WRK-FER-DIANUM = (WRK-FER-ANO * 360) +
                   ((WRK-FER-MES - 1) * 30) + WRK-FER-DIA.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME OS TOTAIS E FECHA O AVISO
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO FERALREL-REC.
           WRITE FERALREL-REC.
           MOVE SPACES                 TO FERALREL-REC.
           STRING 'PERIODOS A VENCER='  DELIMITED BY SIZE
                  WRK-QTD-A-VENCER     DELIMITED BY SIZE
                  ' JA VENCIDOS (EM DOBRO)='
                                       DELIMITED BY SIZE
                  WRK-QTD-VENCIDOS     DELIMITED BY SIZE
                  INTO FERALREL-REC
           END-STRING.
           WRITE FERALREL-REC.
           CLOSE FERALREL-FILE.
           DISPLAY 'AVISO DE FERIAS GRAVADO EM FERALREL'.
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
