       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNOTCK.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CONFERENCIA DOS LANCAMENTOS DO SEMESTRE, RODADA
      * ANTES DA APURACAO DO BOLETIM (PROGCOB19). PARA CADA TURMA E
      * DISCIPLINA ATRIBUIDA NO SEMESTRE (PROFATR), CONFERE CADA
      * ALUNO DA TURMA (ALUNMAS) CONTRA O LOTE DE NOTAS (ALUNOTA) E A
      * FREQUENCIA (FREQALUN), E LISTA NO NOTCKREL OS ALUNOS SEM
      * NOTA OU SEM FREQUENCIA AGRUPADOS PELO PROFESSOR RESPONSAVEL,
      * COM O PRAZO DE LANCAMENTO DO SEMESTRE (PRAZONOT). A NOTA
      * LANCADA POR PROFESSOR NAO ATRIBUIDO NAO CONTA, POIS SERA
      * RECUSADA NA APURACAO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PROFATR-FILE          ASSIGN TO "PROFATR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROFATR-CHAVE
               FILE STATUS            IS WRK-PROFATR-STATUS.
           SELECT PROFMAS-FILE          ASSIGN TO "PROFMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROFMAS-CODIGO
               FILE STATUS            IS WRK-PROFMAS-STATUS.
           SELECT PRAZONOT-FILE         ASSIGN TO "PRAZONOT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRAZONOT-SEMESTRE
               FILE STATUS            IS WRK-PRAZONOT-STATUS.
           SELECT ALUNMAS-FILE          ASSIGN TO "ALUNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS ALUNMAS-MATRICULA
               FILE STATUS            IS WRK-ALUNMAS-STATUS.
           SELECT FREQALUN-FILE         ASSIGN TO "FREQALUN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FREQALUN-CHAVE
               FILE STATUS            IS WRK-FREQALUN-STATUS.
           SELECT ALUNOTA-FILE          ASSIGN TO "ALUNOTA"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ALUNOTA-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT NOTCKREL-FILE         ASSIGN TO "NOTCKREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NOTCKREL-STATUS.
           SELECT ORDENA-FILE           ASSIGN TO "SORTWKNC".
       DATA DIVISION.
       FILE SECTION.
       FD  PROFATR-FILE.
           COPY 'PROFATR.COB'.
       FD  PROFMAS-FILE.
           COPY 'PROFMAS.COB'.
       FD  PRAZONOT-FILE.
           COPY 'PRAZONOT.COB'.
       FD  ALUNMAS-FILE.
           COPY 'ALUNMAS.COB'.
       FD  FREQALUN-FILE.
           COPY 'FREQALUN.COB'.
       FD  ALUNOTA-FILE.
           COPY 'ALUNOTA.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  NOTCKREL-FILE.
           COPY 'NOTCKREL.COB'.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-PROFESSOR        PIC 9(006).
           05  ORDENA-TURMA            PIC X(003).
           05  ORDENA-MATERIA          PIC X(010).
           05  ORDENA-MATRICULA        PIC 9(006).
           05  ORDENA-NOME             PIC X(020).
           05  ORDENA-SEM-NOTA         PIC X(001).
           05  ORDENA-SEM-FREQ         PIC X(001).
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PROFATR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROFATR-OK                          VALUE '00'.
           88  WRK-PROFATR-FIM                         VALUE '10'.
           88  WRK-PROFATR-INEXISTENTE                 VALUE '35'.
       77  WRK-PROFMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROFMAS-OK                          VALUE '00'.
       77  WRK-PRAZONOT-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PRAZONOT-OK                         VALUE '00'.
       77  WRK-ALUNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ALUNMAS-OK                          VALUE '00'.
           88  WRK-ALUNMAS-FIM                         VALUE '10'.
       77  WRK-FREQALUN-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-FREQALUN-OK                         VALUE '00'.
       77  WRK-ALUNOTA-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ALUNOTA-OK                          VALUE '00'.
           88  WRK-ALUNOTA-FIM                         VALUE '10'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-NOTCKREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-ORDENA-FIM              PIC X(001)      VALUE 'N'.
           88  WRK-FIM-ORDENADO                        VALUE 'S'.
       77  WRK-TEM-FREQALUN            PIC X(001)      VALUE 'N'.
           88  WRK-FREQALUN-ABERTO                     VALUE 'S'.
      *
      *    SEMESTRE LETIVO (AAAAS) CONFERIDO
      *
       01  WRK-SEMESTRE                PIC 9(005)      VALUE ZEROS.
       01  WRK-SEMESTRE-DEC REDEFINES WRK-SEMESTRE.
           05  WRK-SEM-ANO             PIC 9(004).
           05  WRK-SEM-NUM             PIC 9(001).
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    NOTAS ACEITAS DO LOTE (ALUNO + DISCIPLINA), SO AS LANCADAS
      *    PELO PROFESSOR ATRIBUIDO
      *
       01  WRK-NOT-TAB.
           05  WRK-NOT-ENTRY           OCCURS 3000 TIMES
                                        INDEXED BY WRK-NOT-IDX.
               10  WRK-NOT-CHAVE.
                   15  WRK-NOT-MATRICULA PIC 9(006).
                   15  WRK-NOT-MATERIA PIC X(010).
       77  WRK-NOT-COUNT               PIC 9(004)      VALUE ZEROS.
       01  WRK-NOT-BUSCA.
           05  WRK-NOT-BUSCA-MATRICULA PIC 9(006).
           05  WRK-NOT-BUSCA-MATERIA   PIC X(010).
       77  WRK-QTD-NOTAS-REJ           PIC 9(005)      VALUE ZEROS.
      *
      *    ALUNOS DO CADASTRO (ALUNMAS) COM A TURMA
      *
       01  WRK-ALU-TAB.
           05  WRK-ALU-ENTRY           OCCURS 2000 TIMES
                                        INDEXED BY WRK-ALU-IDX.
               10  WRK-ALU-MATRICULA   PIC 9(006).
               10  WRK-ALU-NOME        PIC X(020).
               10  WRK-ALU-TURMA       PIC X(003).
       77  WRK-ALU-COUNT               PIC 9(004)      VALUE ZEROS.
      *
       77  WRK-TEM-NOTA                PIC X(001)      VALUE 'N'.
           88  WRK-NOTA-LANCADA                        VALUE 'S'.
       77  WRK-PROF-ATUAL              PIC 9(006)      VALUE ZEROS.
       77  WRK-TEM-PROF                PIC X(001)      VALUE 'N'.
           88  WRK-PROF-ABERTO                         VALUE 'S'.
       77  WRK-NOME-PROF               PIC X(030)      VALUE SPACES.
       77  WRK-SITUACAO-PROF           PIC X(010)      VALUE SPACES.
       77  WRK-PENDENCIA               PIC X(030)      VALUE SPACES.
       77  WRK-QTD-ATRIB               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-PROF                PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-TOTAL               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-NOTA            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-FREQ            PIC 9(005)      VALUE ZEROS.
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
      *    PEDE O SEMESTRE, ABRE O RELATORIO COM O PRAZO DE
      *    LANCAMENTO E CARREGA AS NOTAS ACEITAS E OS ALUNOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'CONFERENCIA DE LANCAMENTOS DO SEMESTRE'.
           DISPLAY 'SEMESTRE LETIVO (AAAAS, EX: 20261):'.
           ACCEPT WRK-SEMESTRE.
           IF  WRK-SEMESTRE            EQUAL ZEROS
               DISPLAY 'SEMESTRE INVALIDO - CONFERENCIA ENCERRADA'
               GOBACK
           END-IF.
           OPEN INPUT PROFATR-FILE.
           IF  NOT WRK-PROFATR-OK
               DISPLAY 'ATRIBUICOES DE PROFESSOR (PROFATR) '
                       'INEXISTENTES - CONFERENCIA ENCERRADA'
               GOBACK
           END-IF.
           OPEN INPUT PROFMAS-FILE.

           OPEN OUTPUT NOTCKREL-FILE.
           MOVE SPACES                 TO NOTCKREL-REC.
           STRING 'CONFERENCIA DE LANCAMENTOS DO SEMESTRE '
                                       DELIMITED BY SIZE
                  WRK-SEMESTRE         DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO NOTCKREL-REC
           END-STRING.
           WRITE NOTCKREL-REC.
           PERFORM 0110-EMITIR-PRAZO.

           PERFORM 0120-CARREGAR-NOTAS.
           PERFORM 0130-CARREGAR-ALUNOS.
           OPEN INPUT FREQALUN-FILE.
           IF  WRK-FREQALUN-OK
               SET WRK-FREQALUN-ABERTO  TO TRUE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME O PRAZO DE LANCAMENTO DO SEMESTRE, DESTACANDO O
      *    PRAZO JA ENCERRADO
      *================================================================*
       0110-EMITIR-PRAZO               SECTION.
      *================================================================*
           MOVE SPACES                 TO NOTCKREL-REC.
           OPEN INPUT PRAZONOT-FILE.
           IF  NOT WRK-PRAZONOT-OK
               MOVE 'PRAZO DE LANCAMENTO NAO CADASTRADO (PROGPROF)'
                                        TO NOTCKREL-REC
               WRITE NOTCKREL-REC
               GO TO 0110-99-FIM
           END-IF.
           MOVE WRK-SEMESTRE           TO PRAZONOT-SEMESTRE.
           READ PRAZONOT-FILE.
           IF  NOT WRK-PRAZONOT-OK
               MOVE 'PRAZO DE LANCAMENTO NAO CADASTRADO (PROGPROF)'
                                        TO NOTCKREL-REC
           ELSE
               IF  WRK-DATA-SYS        GREATER PRAZONOT-DATA-LIMITE
                   STRING 'PRAZO DE LANCAMENTO: '
                                        DELIMITED BY SIZE
                          PRAZONOT-DATA-LIMITE DELIMITED BY SIZE
                          ' *** PRAZO ENCERRADO' DELIMITED BY SIZE
                          INTO NOTCKREL-REC
                   END-STRING
               ELSE
                   STRING 'PRAZO DE LANCAMENTO: '
                                        DELIMITED BY SIZE
                          PRAZONOT-DATA-LIMITE DELIMITED BY SIZE
                          INTO NOTCKREL-REC
                   END-STRING
               END-IF
           END-IF.
           WRITE NOTCKREL-REC.
           CLOSE PRAZONOT-FILE.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA O ALUNO E A DISCIPLINA DE CADA NOTA DO LOTE LANCADA
      *    PELO PROFESSOR ATRIBUIDO; AS DEMAIS SO SAO CONTADAS
      *================================================================*
       0120-CARREGAR-NOTAS             SECTION.
      *================================================================*
           OPEN INPUT ALUNOTA-FILE.
           IF  NOT WRK-ALUNOTA-OK
               DISPLAY 'AVISO: LOTE DE NOTAS (ALUNOTA) INEXISTENTE'
               GO TO 0120-99-FIM
           END-IF.
           PERFORM 0125-CARREGAR-1-NOTA UNTIL WRK-ALUNOTA-FIM.
           CLOSE ALUNOTA-FILE.
      *================================================================*
       0120-99-FIM.                    EXIT.
      *================================================================*

       0125-CARREGAR-1-NOTA            SECTION.
      *================================================================*
           READ ALUNOTA-FILE
               AT END
                   SET WRK-ALUNOTA-FIM TO TRUE
                   GO TO 0125-99-FIM
           END-READ.
           MOVE WRK-SEMESTRE           TO PROFATR-SEMESTRE.
           MOVE ALUNOTA-TURMA          TO PROFATR-TURMA.
           MOVE ALUNOTA-MATERIA        TO PROFATR-MATERIA.
           READ PROFATR-FILE.
           IF  NOT WRK-PROFATR-OK
           OR  PROFATR-PROFESSOR       NOT EQUAL ALUNOTA-PROFESSOR
               ADD 1                    TO WRK-QTD-NOTAS-REJ
               GO TO 0125-99-FIM
           END-IF.
           MOVE ALUNOTA-MATRICULA      TO WRK-NOT-BUSCA-MATRICULA.
           MOVE ALUNOTA-MATERIA        TO WRK-NOT-BUSCA-MATERIA.
           PERFORM 0140-PROCURAR-NOTA.
           IF  WRK-NOTA-LANCADA
               GO TO 0125-99-FIM
           END-IF.
           IF  WRK-NOT-COUNT           NOT LESS 3000
               DISPLAY 'AVISO: LIMITE DE 3000 NOTAS - ALUNO '
                       ALUNOTA-MATRICULA ' IGNORADO'
               GO TO 0125-99-FIM
           END-IF.
           ADD 1                       TO WRK-NOT-COUNT.
           MOVE WRK-NOT-BUSCA          TO WRK-NOT-CHAVE(WRK-NOT-COUNT).
      *================================================================*
       0125-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA A MATRICULA, O NOME E A TURMA DE CADA ALUNO
      *================================================================*
       0130-CARREGAR-ALUNOS            SECTION.
      *================================================================*
           OPEN INPUT ALUNMAS-FILE.
           IF  NOT WRK-ALUNMAS-OK
               DISPLAY 'AVISO: CADASTRO DE ALUNOS (ALUNMAS) '
                       'INEXISTENTE'
               GO TO 0130-99-FIM
           END-IF.
           PERFORM 0135-CARREGAR-1-ALUNO UNTIL WRK-ALUNMAS-FIM.
           CLOSE ALUNMAS-FILE.
      *================================================================*
       0130-99-FIM.                    EXIT.
      *================================================================*

       0135-CARREGAR-1-ALUNO           SECTION.
      *================================================================*
           READ ALUNMAS-FILE
               AT END
                   SET WRK-ALUNMAS-FIM TO TRUE
                   GO TO 0135-99-FIM
           END-READ.
           IF  WRK-ALU-COUNT           NOT LESS 2000
               DISPLAY 'AVISO: LIMITE DE 2000 ALUNOS - ALUNO '
                       ALUNMAS-MATRICULA ' IGNORADO'
               GO TO 0135-99-FIM
           END-IF.
           ADD 1                       TO WRK-ALU-COUNT.
           MOVE ALUNMAS-MATRICULA      TO
                WRK-ALU-MATRICULA(WRK-ALU-COUNT).
           MOVE ALUNMAS-NOME           TO WRK-ALU-NOME(WRK-ALU-COUNT).
           MOVE ALUNMAS-TURMA          TO WRK-ALU-TURMA(WRK-ALU-COUNT).
      *================================================================*
       0135-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCURA O ALUNO E A DISCIPLINA NA TABELA DE NOTAS ACEITAS
      *================================================================*
       0140-PROCURAR-NOTA              SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-TEM-NOTA.
           SET WRK-NOT-IDX             TO 1.
           SEARCH WRK-NOT-ENTRY
               AT END
                   SET WRK-NOT-IDX      TO WRK-NOT-COUNT
                   SET WRK-NOT-IDX      UP BY 1
               WHEN WRK-NOT-IDX        GREATER WRK-NOT-COUNT
                   CONTINUE
               WHEN WRK-NOT-CHAVE(WRK-NOT-IDX) EQUAL WRK-NOT-BUSCA
                   SET WRK-NOTA-LANCADA TO TRUE
           END-SEARCH.
      *================================================================*
       0140-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CLASSIFICA AS PENDENCIAS POR PROFESSOR, TURMA, DISCIPLINA
      *    E ALUNO E EMITE OS GRUPOS NO PROCEDIMENTO DE SAIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           SORT ORDENA-FILE
               ON ASCENDING KEY ORDENA-PROFESSOR
                                ORDENA-TURMA
                                ORDENA-MATERIA
                                ORDENA-MATRICULA
               INPUT PROCEDURE IS 0210-SELECIONAR-PENDENCIAS
               OUTPUT PROCEDURE IS 0230-EMITIR-PROFESSORES.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE AS ATRIBUICOES DO SEMESTRE NO PROFATR
      *================================================================*
       0210-SELECIONAR-PENDENCIAS      SECTION.
      *================================================================*
           MOVE WRK-SEMESTRE           TO PROFATR-SEMESTRE.
           MOVE LOW-VALUES             TO PROFATR-TURMA
                                           PROFATR-MATERIA.
           MOVE '00'                   TO WRK-PROFATR-STATUS.
           START PROFATR-FILE KEY NOT LESS PROFATR-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-PROFATR-STATUS
           END-START.
           PERFORM 0215-SELECIONAR-1-ATRIBUICAO
               UNTIL WRK-PROFATR-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA ATRIBUICAO DO SEMESTRE E CONFERE OS ALUNOS DA TURMA
      *================================================================*
       0215-SELECIONAR-1-ATRIBUICAO    SECTION.
      *================================================================*
           READ PROFATR-FILE NEXT
               AT END
                   SET WRK-PROFATR-FIM TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  PROFATR-SEMESTRE        NOT EQUAL WRK-SEMESTRE
               SET WRK-PROFATR-FIM     TO TRUE
               GO TO 0215-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ATRIB.
           PERFORM 0220-CONFERIR-1-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX GREATER WRK-ALU-COUNT.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE A NOTA E A FREQUENCIA DE UM ALUNO DA TURMA NA
      *    DISCIPLINA ATRIBUIDA E LIBERA A PENDENCIA, SE HOUVER
      *================================================================*
       0220-CONFERIR-1-ALUNO           SECTION.
      *================================================================*
           IF  WRK-ALU-TURMA(WRK-ALU-IDX) NOT EQUAL PROFATR-TURMA
               GO TO 0220-99-FIM
           END-IF.
           MOVE 'N'                    TO ORDENA-SEM-NOTA
                                           ORDENA-SEM-FREQ.
           MOVE WRK-ALU-MATRICULA(WRK-ALU-IDX)
                                        TO WRK-NOT-BUSCA-MATRICULA.
           MOVE PROFATR-MATERIA        TO WRK-NOT-BUSCA-MATERIA.
           PERFORM 0140-PROCURAR-NOTA.
           IF  NOT WRK-NOTA-LANCADA
               MOVE 'S'                 TO ORDENA-SEM-NOTA
           END-IF.
           MOVE 'S'                    TO ORDENA-SEM-FREQ.
           IF  WRK-FREQALUN-ABERTO
               MOVE WRK-NOT-BUSCA       TO FREQALUN-CHAVE
               READ FREQALUN-FILE
               IF  WRK-FREQALUN-OK
                   MOVE 'N'             TO ORDENA-SEM-FREQ
               END-IF
           END-IF.
           IF  ORDENA-SEM-NOTA         EQUAL 'N'
           AND ORDENA-SEM-FREQ         EQUAL 'N'
               GO TO 0220-99-FIM
           END-IF.
           MOVE PROFATR-PROFESSOR      TO ORDENA-PROFESSOR.
           MOVE PROFATR-TURMA          TO ORDENA-TURMA.
           MOVE PROFATR-MATERIA        TO ORDENA-MATERIA.
           MOVE WRK-ALU-MATRICULA(WRK-ALU-IDX) TO ORDENA-MATRICULA.
           MOVE WRK-ALU-NOME(WRK-ALU-IDX) TO ORDENA-NOME.
           RELEASE ORDENA-REC.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE AS PENDENCIAS CLASSIFICADAS COM QUEBRA POR
      *    PROFESSOR
      *================================================================*
       0230-EMITIR-PROFESSORES         SECTION.
      *================================================================*
           PERFORM 0232-RETORNAR-PENDENCIA.
           PERFORM 0235-PROCESSAR-1-PENDENCIA
               UNTIL WRK-FIM-ORDENADO.
           IF  WRK-PROF-ABERTO
               PERFORM 0250-FECHAR-PROFESSOR
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RETORNA UMA PENDENCIA DA CLASSIFICACAO
      *================================================================*
       0232-RETORNAR-PENDENCIA         SECTION.
      *================================================================*
           RETURN ORDENA-FILE
               AT END
                   SET WRK-FIM-ORDENADO TO TRUE
           END-RETURN.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA PENDENCIA, ABRINDO E FECHANDO O GRUPO DO
      *    PROFESSOR NA QUEBRA
      *================================================================*
       0235-PROCESSAR-1-PENDENCIA      SECTION.
      *================================================================*
           IF  WRK-PROF-ABERTO
           AND ORDENA-PROFESSOR        NOT EQUAL WRK-PROF-ATUAL
               PERFORM 0250-FECHAR-PROFESSOR
           END-IF.
           IF  NOT WRK-PROF-ABERTO
               PERFORM 0240-ABRIR-PROFESSOR
           END-IF.

           EVALUATE TRUE
               WHEN ORDENA-SEM-NOTA    EQUAL 'S'
               AND  ORDENA-SEM-FREQ    EQUAL 'S'
                   MOVE 'SEM NOTA E SEM FREQUENCIA' TO WRK-PENDENCIA
                   ADD 1                TO WRK-QTD-SEM-NOTA
                                           WRK-QTD-SEM-FREQ
               WHEN ORDENA-SEM-NOTA    EQUAL 'S'
                   MOVE 'SEM NOTA'      TO WRK-PENDENCIA
                   ADD 1                TO WRK-QTD-SEM-NOTA
               WHEN OTHER
                   MOVE 'SEM FREQUENCIA' TO WRK-PENDENCIA
                   ADD 1                TO WRK-QTD-SEM-FREQ
           END-EVALUATE.

           MOVE SPACES                 TO NOTCKREL-REC.
           STRING '  TURMA '           DELIMITED BY SIZE
                  ORDENA-TURMA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-MATERIA       DELIMITED BY SIZE
                  ' ALUNO '            DELIMITED BY SIZE
                  ORDENA-MATRICULA     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDENA-NOME          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PENDENCIA        DELIMITED BY SIZE
                  INTO NOTCKREL-REC
           END-STRING.
           WRITE NOTCKREL-REC.
           ADD 1                       TO WRK-QTD-PROF.
           ADD 1                       TO WRK-QTD-TOTAL.
           PERFORM 0232-RETORNAR-PENDENCIA.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE O GRUPO DE UM PROFESSOR COM O NOME DO PROFMAS
      *================================================================*
       0240-ABRIR-PROFESSOR            SECTION.
      *================================================================*
           SET WRK-PROF-ABERTO         TO TRUE.
           MOVE ORDENA-PROFESSOR       TO WRK-PROF-ATUAL.
           MOVE ZEROS                  TO WRK-QTD-PROF.
           MOVE ORDENA-PROFESSOR       TO PROFMAS-CODIGO.
           READ PROFMAS-FILE.
           MOVE SPACES                 TO WRK-SITUACAO-PROF.
           IF  WRK-PROFMAS-OK
               MOVE PROFMAS-NOME        TO WRK-NOME-PROF
               IF  PROFMAS-INATIVO
                   MOVE '(INATIVO)'     TO WRK-SITUACAO-PROF
               END-IF
           ELSE
               MOVE 'SEM CADASTRO'      TO WRK-NOME-PROF
           END-IF.
           MOVE SPACES                 TO NOTCKREL-REC.
           WRITE NOTCKREL-REC.
           MOVE SPACES                 TO NOTCKREL-REC.
           STRING 'PROFESSOR '         DELIMITED BY SIZE
                  WRK-PROF-ATUAL       DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WRK-NOME-PROF        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SITUACAO-PROF    DELIMITED BY SIZE
                  INTO NOTCKREL-REC
           END-STRING.
           WRITE NOTCKREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA O GRUPO DO PROFESSOR COM A QUANTIDADE DE PENDENCIAS
      *================================================================*
       0250-FECHAR-PROFESSOR           SECTION.
      *================================================================*
           MOVE SPACES                 TO NOTCKREL-REC.
           STRING '  PENDENCIAS DO PROFESSOR=' DELIMITED BY SIZE
                  WRK-QTD-PROF         DELIMITED BY SIZE
                  INTO NOTCKREL-REC
           END-STRING.
           WRITE NOTCKREL-REC.
           MOVE 'N'                    TO WRK-TEM-PROF.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME OS TOTAIS E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO NOTCKREL-REC.
           WRITE NOTCKREL-REC.
           MOVE SPACES                 TO NOTCKREL-REC.
           STRING 'ATRIBUICOES CONFERIDAS=' DELIMITED BY SIZE
                  WRK-QTD-ATRIB        DELIMITED BY SIZE
                  ' PENDENCIAS='       DELIMITED BY SIZE
                  WRK-QTD-TOTAL        DELIMITED BY SIZE
                  ' SEM NOTA='         DELIMITED BY SIZE
                  WRK-QTD-SEM-NOTA     DELIMITED BY SIZE
                  ' SEM FREQUENCIA='   DELIMITED BY SIZE
                  WRK-QTD-SEM-FREQ     DELIMITED BY SIZE
                  INTO NOTCKREL-REC
           END-STRING.
           WRITE NOTCKREL-REC.
           MOVE SPACES                 TO NOTCKREL-REC.
           STRING 'NOTAS DE PROFESSOR NAO ATRIBUIDO (SERAO RECUSADAS '
                                       DELIMITED BY SIZE
                  'NA APURACAO)='      DELIMITED BY SIZE
                  WRK-QTD-NOTAS-REJ    DELIMITED BY SIZE
                  INTO NOTCKREL-REC
           END-STRING.
           WRITE NOTCKREL-REC.
           CLOSE NOTCKREL-FILE.
           CLOSE PROFATR-FILE.
           CLOSE PROFMAS-FILE.
           IF  WRK-FREQALUN-ABERTO
               CLOSE FREQALUN-FILE
           END-IF.
           DISPLAY 'PENDENCIAS DE LANCAMENTO: ' WRK-QTD-TOTAL
                   ' - RELATORIO GRAVADO EM NOTCKREL'.
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
