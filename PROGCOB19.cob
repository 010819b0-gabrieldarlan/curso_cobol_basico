      *              DE BOLETINS; O HISTORICO COMPLETO SAI NO
      *              PROGCOB88 E A PROMOCAO DE FIM DE ANO NO
      *              PROGCOB87
      * XX/XX/XXXX - CADASTRO DE PROFESSORES: CADA NOTA DO LOTE
      *              (ALUNOTA) PASSA A TRAZER O PROFESSOR QUE A LANCOU
      *              E SO E ACEITA SE ELE FOR O ATRIBUIDO A TURMA E
      *              DISCIPLINA NO SEMESTRE (PROFATR, MANTIDO PELO
      *              PROGPROF); A NOTA RECUSADA VAI PARA O NOTAREJ E
      *              NAO ENTRA NA MEDIA. A CONFERENCIA DE PENDENCIAS
      *              ANTES DA APURACAO SAI NO PROGNOTCK
      * XX/XX/XXXX - A TURMA DO ALUNO NO BOLETIM E NO TURMAREL PASSA A
      *              SER A DO CADASTRO (ALUNMAS) QUANDO JA EXISTIR, PARA
      *              QUE A TRANSFERENCIA DE TURMA DO PROGTURMA VALHA
      *              MESMO PARA AS NOTAS LANCADAS NA TURMA ANTIGA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT TURMAREL-FILE         ASSIGN TO "TURMAREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-TURMAREL-STATUS.
           SELECT PROFATR-FILE          ASSIGN TO "PROFATR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROFATR-CHAVE
               FILE STATUS            IS WRK-PROFATR-STATUS.
           SELECT NOTAREJ-FILE          ASSIGN TO "NOTAREJ"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NOTAREJ-STATUS.
           SELECT RELCAT-FILE           ASSIGN TO "RELCAT"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RELCAT-STATUS.
           COPY 'BOLETIM.COB'.
       FD  TURMAREL-FILE.
           COPY 'TURMAREL.COB'.
       FD  PROFATR-FILE.
           COPY 'PROFATR.COB'.
       FD  NOTAREJ-FILE.
           COPY 'NOTAREJ.COB'.
       FD  RELCAT-FILE.
           COPY 'RELCAT.COB'.
       FD  JRNMAS-FILE.
       77  WRK-ALUNOTA-STATUS           PIC X(002)     VALUE SPACES.
           88 WRK-ALUNOTA-FIM                          VALUE '10'.
       77  WRK-BOLETIM-STATUS           PIC X(002)     VALUE SPACES.
      *
      *    CONFERENCIA DO PROFESSOR QUE LANCOU A NOTA CONTRA A
      *    ATRIBUICAO DA TURMA E DISCIPLINA NO SEMESTRE (PROFATR)
      *
       77  WRK-PROFATR-STATUS           PIC X(002)     VALUE SPACES.
           88 WRK-PROFATR-OK                           VALUE '00'.
           88 WRK-PROFATR-INEXISTENTE                  VALUE '35'.
       77  WRK-NOTAREJ-STATUS           PIC X(002)     VALUE SPACES.
       77  WRK-CONFERE-ATRIB            PIC X(001)     VALUE 'N'.
           88 WRK-CONFERE-ATRIBUICAO                   VALUE 'S'.
       77  WRK-NOTA-OK                  PIC X(001)     VALUE 'N'.
           88 WRK-NOTA-ACEITA                          VALUE 'S'.
       77  WRK-QTD-NOTAS-REJ            PIC 9(005)     VALUE ZEROS.
       77  WRK-NOTA-REJ-ED              PIC Z9,9       VALUE ZEROS.
       77  WRK-RELCAT-STATUS            PIC X(002)     VALUE SPACES.
       77  WRK-NOME-BOLETIM             PIC X(030)     VALUE 'BOLETIM'.
       77  WRK-DATA-GERACAO             PIC 9(008)     VALUE ZEROS.
               OPEN I-O FREQALUN-FILE
           END-IF.

           OPEN INPUT  PROFATR-FILE.
           IF  WRK-PROFATR-OK
               SET WRK-CONFERE-ATRIBUICAO TO TRUE
           ELSE
               DISPLAY 'AVISO: ATRIBUICOES DE PROFESSOR (PROFATR) '
                       'INEXISTENTES - NOTAS SEM CONFERENCIA'
           END-IF.
           OPEN OUTPUT NOTAREJ-FILE.
           MOVE SPACES                 TO NOTAREJ-REC.
           STRING 'NOTAS RECUSADAS - PROFESSOR NAO ATRIBUIDO - '
                                       DELIMITED BY SIZE
                  'SEMESTRE '          DELIMITED BY SIZE
                  WRK-SEMESTRE         DELIMITED BY SIZE
                  INTO NOTAREJ-REC
           END-STRING.
           WRITE NOTAREJ-REC.

           OPEN INPUT  ALUNOTA-FILE.
           ACCEPT WRK-DATA-GERACAO     FROM DATE YYYYMMDD.
           MOVE SPACES                 TO WRK-NOME-BOLETIM.
           MOVE ALUNOTA-MATRICULA      TO WRK-MATRICULA-ATUAL.
           MOVE ALUNOTA-NOME           TO WRK-NOME-ATUAL.
           MOVE ALUNOTA-TURMA          TO WRK-TURMA-ATUAL.
      *
      *    ALUNO JA CADASTRADO FICA NA TURMA DO ALUNMAS, QUE REFLETE
      *    A TRANSFERENCIA FEITA NO PROGTURMA MESMO COM NOTAS LANCADAS
      *    ANTES DELA NA TURMA ANTIGA
      *
           MOVE WRK-MATRICULA-ATUAL    TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           IF  WRK-ALUNMAS-OK
           AND ALUNMAS-TURMA           NOT EQUAL SPACES
               MOVE ALUNMAS-TURMA       TO WRK-TURMA-ATUAL
           END-IF.
           MOVE ZEROS                  TO WRK-SOMA-MEDIAS
                                           WRK-QTD-MATERIAS
                                           WRK-QTD-MAT-RECUP
      *    LE UM REGISTRO DO LOTE DE NOTAS (ALUNOTA)
      *================================================================*
       0610-LER-ALUNOTA                SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-NOTA-OK.
           PERFORM 0615-LER-1-NOTA
               UNTIL WRK-ALUNOTA-FIM OR WRK-NOTA-ACEITA.
      *================================================================*
       0610-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA NOTA DO LOTE E CONFERE SE QUEM A LANCOU E O
      *    PROFESSOR ATRIBUIDO A TURMA E DISCIPLINA NO SEMESTRE. A
      *    NOTA DE PROFESSOR NAO ATRIBUIDO VAI PARA O NOTAREJ E NAO
      *    ENTRA NA MEDIA
      *================================================================*
       0615-LER-1-NOTA                 SECTION.
      *================================================================*
           READ ALUNOTA-FILE
               AT END
                   SET WRK-ALUNOTA-FIM TO TRUE
                   GO TO 0615-99-FIM
           END-READ.
           SET WRK-NOTA-ACEITA         TO TRUE.
           IF  NOT WRK-CONFERE-ATRIBUICAO
               GO TO 0615-99-FIM
           END-IF.
           MOVE WRK-SEMESTRE           TO PROFATR-SEMESTRE.
           MOVE ALUNOTA-TURMA          TO PROFATR-TURMA.
           MOVE ALUNOTA-MATERIA        TO PROFATR-MATERIA.
           READ PROFATR-FILE.
           IF  WRK-PROFATR-OK
           AND PROFATR-PROFESSOR       EQUAL ALUNOTA-PROFESSOR
               GO TO 0615-99-FIM
           END-IF.

           MOVE 'N'                    TO WRK-NOTA-OK.
           ADD 1                       TO WRK-QTD-NOTAS-REJ.
           MOVE ALUNOTA-NOTA           TO WRK-NOTA-REJ-ED.
           MOVE SPACES                 TO NOTAREJ-REC.
           IF  WRK-PROFATR-OK
               STRING ALUNOTA-MATRICULA DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ALUNOTA-TURMA     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ALUNOTA-MATERIA   DELIMITED BY SIZE
                      ' NOTA='          DELIMITED BY SIZE
                      WRK-NOTA-REJ-ED   DELIMITED BY SIZE
                      ' PROF '          DELIMITED BY SIZE
                      ALUNOTA-PROFESSOR DELIMITED BY SIZE
                      ' - ATRIBUIDO AO PROF ' DELIMITED BY SIZE
                      PROFATR-PROFESSOR DELIMITED BY SIZE
                      INTO NOTAREJ-REC
               END-STRING
           ELSE
               STRING ALUNOTA-MATRICULA DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ALUNOTA-TURMA     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ALUNOTA-MATERIA   DELIMITED BY SIZE
                      ' NOTA='          DELIMITED BY SIZE
                      WRK-NOTA-REJ-ED   DELIMITED BY SIZE
                      ' PROF '          DELIMITED BY SIZE
                      ALUNOTA-PROFESSOR DELIMITED BY SIZE
                      ' - TURMA/DISCIPLINA SEM ATRIBUICAO'
                                        DELIMITED BY SIZE
                      INTO NOTAREJ-REC
               END-STRING
           END-IF.
           WRITE NOTAREJ-REC.
      *================================================================*
       0615-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
           CLOSE ALUNOTA-FILE.
           CLOSE BOLETIM-FILE.
           CLOSE TURMAREL-FILE.
           IF  WRK-CONFERE-ATRIBUICAO
               CLOSE PROFATR-FILE
           END-IF.
           CLOSE NOTAREJ-FILE.
           DISPLAY 'ALUNOS PROCESSADOS: ' WRK-QTD-ALUNOS.
           DISPLAY 'NOTAS RECUSADAS (NOTAREJ): ' WRK-QTD-NOTAS-REJ.
           STOP RUN.
      *================================================================*
       0300-99-FIM.                    EXIT.
