       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFOLVR.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CONFERENCIA DE VARIACAO DA FOLHA ANTES DA LIBERACAO
      * DO PAGAMENTO. O LOTE DE FOLHA (PROGCOB04) GRAVA O ARQUIVO
      * BANCARIO PENDENTE (BANCOPEN); ESTE PROGRAMA LOCALIZA NO PAYDET
      * OS FUNCIONARIOS DO LOTE PENDENTE, COMPARA O BRUTO E O LIQUIDO
      * DE CADA UM COM O PERIODO ANTERIOR DO MESMO TIPO DE FOLHA E
      * LISTA NO FOLVAREL AS VARIACOES ACIMA DO PERCENTUAL DO
      * FOLVPARM, OS FUNCIONARIOS NOVOS E AUSENTES, OS LIQUIDOS
      * ZERADOS E OS TOTAIS POR CENTRO DE CUSTO CONTRA O PERIODO
      * ANTERIOR. SO COM A APROVACAO DE SUPERVISOR (NIVEIS 03 E 01 DO
      * USERMAS) O ARQUIVO E COPIADO PARA O BANCOPAG ENVIADO AO BANCO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BANCOPEN-FILE         ASSIGN TO "BANCOPEN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BANCOPEN-STATUS.
           SELECT BANCOPAG-FILE         ASSIGN TO "BANCOPAG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BANCOPAG-STATUS.
           SELECT PAYDET-FILE           ASSIGN TO "PAYDET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAYDET-STATUS.
           SELECT FOLVPARM-FILE         ASSIGN TO "FOLVPARM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FOLVPARM-STATUS.
           SELECT FOLVAREL-FILE         ASSIGN TO "FOLVAREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FOLVAREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCOPEN-FILE.
       01  BANCOPEN-REC                PIC X(060).
       FD  BANCOPAG-FILE.
           COPY 'BANCOPAG.COB'.
       FD  PAYDET-FILE.
           COPY 'PAYDET.COB'.
       FD  FOLVPARM-FILE.
           COPY 'FOLVPARM.COB'.
       FD  FOLVAREL-FILE.
           COPY 'FOLVAREL.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-BANCOPEN-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-BANCOPEN-OK                         VALUE '00'.
           88  WRK-BANCOPEN-FIM                        VALUE '10'.
       77  WRK-BANCOPAG-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-PAYDET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PAYDET-OK                           VALUE '00'.
           88  WRK-PAYDET-FIM                          VALUE '10'.
       77  WRK-FOLVPARM-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-FOLVAREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
      *    LOTE PENDENTE (HEADER DO BANCOPEN) E PERIODOS COMPARADOS
      *
       77  WRK-PENDENTE                PIC X(001)      VALUE 'N'.
           88  WRK-HA-PENDENTE                         VALUE 'S'.
       77  WRK-LOTE                    PIC 9(006)      VALUE ZEROS.
       77  WRK-ACHOU-LOTE              PIC X(001)      VALUE 'N'.
           88  WRK-LOTE-NO-PAYDET                      VALUE 'S'.
       77  WRK-TIPO-FOLHA              PIC X(001)      VALUE SPACES.
       77  WRK-PERIODO-ATUAL           PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-ANTERIOR        PIC 9(006)      VALUE ZEROS.
       77  WRK-PERCENTUAL              PIC 9(003)V99   VALUE ZEROS.
       77  WRK-PERCENTUAL-ED           PIC ZZ9,99      VALUE ZEROS.
      *
      *    FUNCIONARIOS DO LOTE PENDENTE E DO PERIODO ANTERIOR
      *
       01  WRK-ATU-TAB.
           05  WRK-ATU-ENTRY           OCCURS 200 TIMES
                                        INDEXED BY WRK-ATU-IDX.
               10  WRK-ATU-MATRICULA   PIC 9(006).
               10  WRK-ATU-NOME        PIC X(020).
               10  WRK-ATU-CENTRO      PIC X(004).
               10  WRK-ATU-BRUTO       PIC 9(008)V99.
               10  WRK-ATU-LIQUIDO     PIC 9(008)V99.
       77  WRK-ATU-COUNT               PIC 9(003)      VALUE ZEROS.
       01  WRK-ANT-TAB.
           05  WRK-ANT-ENTRY           OCCURS 200 TIMES
                                        INDEXED BY WRK-ANT-IDX.
               10  WRK-ANT-MATRICULA   PIC 9(006).
               10  WRK-ANT-NOME        PIC X(020).
               10  WRK-ANT-CENTRO      PIC X(004).
               10  WRK-ANT-BRUTO       PIC 9(008)V99.
               10  WRK-ANT-LIQUIDO     PIC 9(008)V99.
               10  WRK-ANT-CASADO      PIC X(001).
       77  WRK-ANT-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-TABELA-CHEIA            PIC X(001)      VALUE 'N'.
           88  WRK-ESTOUROU-TABELA                     VALUE 'S'.
      *
      *    TOTAIS POR CENTRO DE CUSTO, ATUAL E ANTERIOR
      *
       01  WRK-CC-TAB.
           05  WRK-CC-ENTRY            OCCURS 50 TIMES
                                        INDEXED BY WRK-CC-IDX.
               10  WRK-CC-CODIGO       PIC X(004).
               10  WRK-CC-ATUAL        PIC 9(010)V99.
               10  WRK-CC-ANTERIOR     PIC 9(010)V99.
       77  WRK-CC-COUNT                PIC 9(002)      VALUE ZEROS.
       77  WRK-CC-BUSCA                PIC X(004)      VALUE SPACES.
       77  WRK-CC-VALOR                PIC 9(008)V99   VALUE ZEROS.
       77  WRK-CC-LADO                 PIC X(001)      VALUE SPACES.
           88  WRK-CC-LADO-ATUAL                       VALUE 'A'.
           88  WRK-CC-LADO-ANTERIOR                    VALUE 'P'.
      *
      *    CALCULO DA VARIACAO E LINHA DE EXCECAO
      *
       77  WRK-VALOR-ANTERIOR          PIC 9(010)V99   VALUE ZEROS.
       77  WRK-VALOR-ATUAL             PIC 9(010)V99   VALUE ZEROS.
       77  WRK-DIFERENCA               PIC S9(010)V99  VALUE ZEROS.
       77  WRK-VARIACAO                PIC 9(005)V99   VALUE ZEROS.
       77  WRK-VARIACAO-ED             PIC ZZZZ9,99    VALUE ZEROS.
       77  WRK-ANTERIOR-ED             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ATUAL-ED                PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-EXC-MATRICULA           PIC 9(006)      VALUE ZEROS.
       77  WRK-EXC-NOME                PIC X(020)      VALUE SPACES.
       77  WRK-EXC-CENTRO              PIC X(004)      VALUE SPACES.
       77  WRK-EXC-MOTIVO              PIC X(024)      VALUE SPACES.
       77  WRK-QTD-EXCECOES            PIC 9(005)      VALUE ZEROS.
      *
      *    APROVACAO DO SUPERVISOR E LIBERACAO DO ARQUIVO BANCARIO
      *
       77  WRK-SUPERV-USUARIO          PIC X(020)      VALUE SPACES.
       77  WRK-SUPERV-SENHA            PIC X(010)      VALUE SPACES.
       77  WRK-APROVADO                PIC X(001)      VALUE 'N'.
           88  WRK-APROVACAO-OK                        VALUE 'S'.
       77  WRK-QTD-COPIADOS            PIC 9(006)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
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
      *    LE O PARAMETRO, ABRE A LISTA DE EXCECOES E IDENTIFICA O
      *    LOTE PENDENTE PELO HEADER DO BANCOPEN
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0110-LER-PARAMETRO.
           OPEN OUTPUT FOLVAREL-FILE.

           OPEN INPUT BANCOPEN-FILE.
           IF  NOT WRK-BANCOPEN-OK
               GO TO 0100-80-SEM-PENDENTE
           END-IF.
           READ BANCOPEN-FILE
               AT END
                   MOVE '10'            TO WRK-BANCOPEN-STATUS
           END-READ.
           CLOSE BANCOPEN-FILE.
           IF  NOT WRK-BANCOPEN-OK
               GO TO 0100-80-SEM-PENDENTE
           END-IF.
           MOVE BANCOPEN-REC           TO BANCOPAG-REC.
           IF  NOT BANCOPAG-HEADER
               GO TO 0100-80-SEM-PENDENTE
           END-IF.
           MOVE BANCOPAG-H-LOTE        TO WRK-LOTE.
           SET WRK-HA-PENDENTE         TO TRUE.

           MOVE WRK-PERCENTUAL         TO WRK-PERCENTUAL-ED.
           MOVE SPACES                 TO FOLVAREL-REC.
           STRING 'CONFERENCIA DE VARIACAO DA FOLHA - LOTE '
                                       DELIMITED BY SIZE
                  WRK-LOTE             DELIMITED BY SIZE
                  ' - LIMITE DE VARIACAO '
                                       DELIMITED BY SIZE
                  WRK-PERCENTUAL-ED    DELIMITED BY SIZE
                  ' PC'                DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           WRITE FOLVAREL-REC.
           GO TO 0100-99-FIM.

       0100-80-SEM-PENDENTE.
           MOVE 'NENHUM ARQUIVO BANCARIO DE FOLHA PENDENTE (BANCOPEN)'
                                       TO FOLVAREL-REC.
           WRITE FOLVAREL-REC.
           DISPLAY 'NENHUM ARQUIVO BANCARIO DE FOLHA PENDENTE'.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PERCENTUAL DE VARIACAO (FOLVPARM), CRIANDO-O COM O
      *    PADRAO DE 20 PC QUANDO NAO EXISTE
      *================================================================*
       0110-LER-PARAMETRO              SECTION.
      *================================================================*
           OPEN INPUT FOLVPARM-FILE.
           IF  WRK-FOLVPARM-STATUS     EQUAL '35'
               MOVE 20                  TO FOLVPARM-PERCENTUAL
               OPEN OUTPUT FOLVPARM-FILE
               WRITE FOLVPARM-REC
               CLOSE FOLVPARM-FILE
               OPEN INPUT FOLVPARM-FILE
           END-IF.
           READ FOLVPARM-FILE.
           CLOSE FOLVPARM-FILE.
           MOVE FOLVPARM-PERCENTUAL    TO WRK-PERCENTUAL.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE O LOTE PENDENTE CONTRA O PERIODO ANTERIOR E PEDE A
      *    APROVACAO DO SUPERVISOR PARA LIBERAR O ARQUIVO BANCARIO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-HA-PENDENTE
               GO TO 0200-99-FIM
           END-IF.

           OPEN INPUT PAYDET-FILE.
           PERFORM 0210-LOCALIZAR-LOTE UNTIL WRK-PAYDET-FIM
                                          OR WRK-LOTE-NO-PAYDET.
           CLOSE PAYDET-FILE.
           IF  NOT WRK-LOTE-NO-PAYDET
               MOVE SPACES              TO FOLVAREL-REC
               STRING 'LOTE '           DELIMITED BY SIZE
                      WRK-LOTE          DELIMITED BY SIZE
                      ' DO ARQUIVO BANCARIO SEM FUNCIONARIOS NO '
                                        DELIMITED BY SIZE
                      'PAYDET - CONFERIR A EXECUCAO DA FOLHA'
                                        DELIMITED BY SIZE
                      INTO FOLVAREL-REC
               END-STRING
               WRITE FOLVAREL-REC
               ADD 1                    TO WRK-QTD-EXCECOES
               GO TO 0200-80-APROVAR
           END-IF.

           MOVE '00'                   TO WRK-PAYDET-STATUS.
           OPEN INPUT PAYDET-FILE.
           PERFORM 0220-CARREGAR-1-DETALHE UNTIL WRK-PAYDET-FIM.
           CLOSE PAYDET-FILE.
           IF  WRK-ESTOUROU-TABELA
               MOVE 'AVISO: MAIS DE 200 FUNCIONARIOS - PARCIAL'
                                        TO FOLVAREL-REC
               WRITE FOLVAREL-REC
               ADD 1                    TO WRK-QTD-EXCECOES
           END-IF.

           MOVE SPACES                 TO FOLVAREL-REC.
           STRING 'TIPO DE FOLHA '     DELIMITED BY SIZE
                  WRK-TIPO-FOLHA       DELIMITED BY SIZE
                  ' PERIODO '          DELIMITED BY SIZE
                  WRK-PERIODO-ATUAL    DELIMITED BY SIZE
                  ' COMPARADO COM O PERIODO '
                                       DELIMITED BY SIZE
                  WRK-PERIODO-ANTERIOR DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           WRITE FOLVAREL-REC.
           MOVE SPACES                 TO FOLVAREL-REC.
           WRITE FOLVAREL-REC.
           MOVE SPACES                 TO FOLVAREL-REC.
           STRING 'MATRIC NOME                 CC   '
                                       DELIMITED BY SIZE
                  'MOTIVO                         ANTERIOR'
                                       DELIMITED BY SIZE
                  '          ATUAL VARIACAO'
                                       DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           WRITE FOLVAREL-REC.

           PERFORM 0240-CONFERIR-1-FUNCIONARIO
               VARYING WRK-ATU-IDX FROM 1 BY 1
               UNTIL WRK-ATU-IDX GREATER WRK-ATU-COUNT.
           PERFORM 0250-CONFERIR-1-AUSENTE
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX GREATER WRK-ANT-COUNT.

           MOVE SPACES                 TO FOLVAREL-REC.
           WRITE FOLVAREL-REC.
           MOVE 'TOTAIS DO BRUTO POR CENTRO DE CUSTO' TO FOLVAREL-REC.
           WRITE FOLVAREL-REC.
           PERFORM 0260-CONFERIR-1-CENTRO
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX GREATER WRK-CC-COUNT.

       0200-80-APROVAR.
           MOVE SPACES                 TO FOLVAREL-REC.
           WRITE FOLVAREL-REC.
           MOVE SPACES                 TO FOLVAREL-REC.
           STRING 'EXCECOES APONTADAS=' DELIMITED BY SIZE
                  WRK-QTD-EXCECOES     DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           WRITE FOLVAREL-REC.
           DISPLAY 'LOTE ' WRK-LOTE ' - EXCECOES APONTADAS='
                   WRK-QTD-EXCECOES ' (VER FOLVAREL)'.
           PERFORM 0610-VALIDAR-SUPERVISOR.
           IF  WRK-APROVACAO-OK
               PERFORM 0620-LIBERAR-ARQUIVO-BANCO
           ELSE
               MOVE 'ARQUIVO BANCARIO RETIDO - CORRIGIR E REPROCESSAR '
                                        TO FOLVAREL-REC
               WRITE FOLVAREL-REC
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PRIMEIRA PASSADA NO PAYDET: ACHA O PERIODO E O TIPO DE
      *    FOLHA DO LOTE PENDENTE
      *================================================================*
       0210-LOCALIZAR-LOTE             SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM   TO TRUE
                   GO TO 0210-99-FIM
           END-READ.
           IF  PAYDET-LOTE             NOT NUMERIC
               GO TO 0210-99-FIM
           END-IF.
           IF  PAYDET-LOTE             EQUAL WRK-LOTE
               MOVE PAYDET-PERIODO      TO WRK-PERIODO-ATUAL
               MOVE PAYDET-TIPO-FOLHA   TO WRK-TIPO-FOLHA
               SET WRK-LOTE-NO-PAYDET   TO TRUE
           END-IF.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SEGUNDA PASSADA NO PAYDET: GUARDA OS FUNCIONARIOS DO LOTE
      *    PENDENTE E OS DO PERIODO ANTERIOR MAIS RECENTE DO MESMO
      *    TIPO (O PAYDET CRESCE EM ORDEM DE EXECUCAO; UM PERIODO
      *    MAIS NOVO DESCARTA O GUARDADO E, NO MESMO PERIODO, O LOTE
      *    MAIS RECENTE SUBSTITUI O ANTERIOR)
      *================================================================*
       0220-CARREGAR-1-DETALHE         SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM   TO TRUE
                   GO TO 0220-99-FIM
           END-READ.
           IF  PAYDET-LOTE             NOT NUMERIC
           OR  PAYDET-BRUTO            NOT NUMERIC
           OR  PAYDET-LIQUIDO          NOT NUMERIC
           OR  PAYDET-TIPO-FOLHA       NOT EQUAL WRK-TIPO-FOLHA
               GO TO 0220-99-FIM
           END-IF.
           IF  PAYDET-LOTE             EQUAL WRK-LOTE
               PERFORM 0225-GUARDAR-ATUAL
               GO TO 0220-99-FIM
           END-IF.
           IF  PAYDET-PERIODO          NOT LESS WRK-PERIODO-ATUAL
           OR  PAYDET-PERIODO          LESS WRK-PERIODO-ANTERIOR
               GO TO 0220-99-FIM
           END-IF.
           IF  PAYDET-PERIODO          GREATER WRK-PERIODO-ANTERIOR
               MOVE PAYDET-PERIODO      TO WRK-PERIODO-ANTERIOR
               MOVE ZEROS               TO WRK-ANT-COUNT
           END-IF.
           PERFORM 0227-GUARDAR-ANTERIOR.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM FUNCIONARIO DO LOTE PENDENTE
      *================================================================*
       0225-GUARDAR-ATUAL              SECTION.
      *================================================================*
           IF  WRK-ATU-COUNT           NOT LESS 200
               SET WRK-ESTOUROU-TABELA  TO TRUE
               GO TO 0225-99-FIM
           END-IF.
           ADD 1                       TO WRK-ATU-COUNT.
           SET WRK-ATU-IDX             TO WRK-ATU-COUNT.
           MOVE PAYDET-MATRICULA      TO WRK-ATU-MATRICULA(WRK-ATU-IDX).
           MOVE PAYDET-NOME            TO WRK-ATU-NOME(WRK-ATU-IDX).
           MOVE PAYDET-CENTRO-CUSTO    TO WRK-ATU-CENTRO(WRK-ATU-IDX).
           MOVE PAYDET-BRUTO           TO WRK-ATU-BRUTO(WRK-ATU-IDX).
           MOVE PAYDET-LIQUIDO         TO WRK-ATU-LIQUIDO(WRK-ATU-IDX).
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA (OU SUBSTITUI) UM FUNCIONARIO DO PERIODO ANTERIOR
      *================================================================*
       0227-GUARDAR-ANTERIOR           SECTION.
      *================================================================*
           SET WRK-ANT-IDX             TO 1.
           IF  WRK-ANT-COUNT           GREATER ZEROS
               SEARCH WRK-ANT-ENTRY
                   AT END
                       SET WRK-ANT-IDX  TO WRK-ANT-COUNT
                       SET WRK-ANT-IDX  UP BY 1
                   WHEN WRK-ANT-IDX     GREATER WRK-ANT-COUNT
                       CONTINUE
                   WHEN WRK-ANT-MATRICULA(WRK-ANT-IDX) EQUAL
                        PAYDET-MATRICULA
                       CONTINUE
               END-SEARCH
           END-IF.
           IF  WRK-ANT-IDX             GREATER WRK-ANT-COUNT
               IF  WRK-ANT-COUNT        NOT LESS 200
                   SET WRK-ESTOUROU-TABELA TO TRUE
                   GO TO 0227-99-FIM
               END-IF
               ADD 1                    TO WRK-ANT-COUNT
               SET WRK-ANT-IDX          TO WRK-ANT-COUNT
           END-IF.
           MOVE PAYDET-MATRICULA      TO WRK-ANT-MATRICULA(WRK-ANT-IDX).
           MOVE PAYDET-NOME            TO WRK-ANT-NOME(WRK-ANT-IDX).
           MOVE PAYDET-CENTRO-CUSTO    TO WRK-ANT-CENTRO(WRK-ANT-IDX).
           MOVE PAYDET-BRUTO           TO WRK-ANT-BRUTO(WRK-ANT-IDX).
           MOVE PAYDET-LIQUIDO         TO WRK-ANT-LIQUIDO(WRK-ANT-IDX).
           MOVE 'N'                    TO WRK-ANT-CASADO(WRK-ANT-IDX).
      *================================================================*
       0227-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM FUNCIONARIO DO LOTE: LIQUIDO ZERADO, NOVO (SEM
      *    PAGAMENTO NO PERIODO ANTERIOR) OU VARIACAO DO BRUTO E DO
      *    LIQUIDO ACIMA DO PERCENTUAL; SOMA O BRUTO NO CENTRO
      *================================================================*
       0240-CONFERIR-1-FUNCIONARIO     SECTION.
      *================================================================*
           MOVE WRK-ATU-MATRICULA(WRK-ATU-IDX) TO WRK-EXC-MATRICULA.
           MOVE WRK-ATU-NOME(WRK-ATU-IDX)      TO WRK-EXC-NOME.
           MOVE WRK-ATU-CENTRO(WRK-ATU-IDX)    TO WRK-EXC-CENTRO.
           MOVE WRK-ATU-CENTRO(WRK-ATU-IDX)    TO WRK-CC-BUSCA.
           MOVE WRK-ATU-BRUTO(WRK-ATU-IDX)     TO WRK-CC-VALOR.
           SET WRK-CC-LADO-ATUAL       TO TRUE.
           PERFORM 0280-ACUMULAR-CENTRO.

           IF  WRK-ATU-LIQUIDO(WRK-ATU-IDX) EQUAL ZEROS
               MOVE 'LIQUIDO ZERADO'    TO WRK-EXC-MOTIVO
               MOVE ZEROS               TO WRK-VALOR-ANTERIOR
                                           WRK-VARIACAO
               MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-VALOR-ATUAL
               PERFORM 0290-GRAVAR-EXCECAO
           END-IF.

           SET WRK-ANT-IDX             TO 1.
           IF  WRK-ANT-COUNT           GREATER ZEROS
               SEARCH WRK-ANT-ENTRY
                   AT END
                       SET WRK-ANT-IDX  TO WRK-ANT-COUNT
                       SET WRK-ANT-IDX  UP BY 1
                   WHEN WRK-ANT-IDX     GREATER WRK-ANT-COUNT
                       CONTINUE
                   WHEN WRK-ANT-MATRICULA(WRK-ANT-IDX) EQUAL
                        WRK-EXC-MATRICULA
                       CONTINUE
               END-SEARCH
           END-IF.
           IF  WRK-ANT-IDX             GREATER WRK-ANT-COUNT
               MOVE 'FUNCIONARIO NOVO'  TO WRK-EXC-MOTIVO
               MOVE ZEROS               TO WRK-VALOR-ANTERIOR
                                           WRK-VARIACAO
               MOVE WRK-ATU-BRUTO(WRK-ATU-IDX) TO WRK-VALOR-ATUAL
               PERFORM 0290-GRAVAR-EXCECAO
               GO TO 0240-99-FIM
           END-IF.
           MOVE 'S'                    TO WRK-ANT-CASADO(WRK-ANT-IDX).

           MOVE WRK-ANT-BRUTO(WRK-ANT-IDX) TO WRK-VALOR-ANTERIOR.
           MOVE WRK-ATU-BRUTO(WRK-ATU-IDX) TO WRK-VALOR-ATUAL.
           PERFORM 0270-CALCULAR-VARIACAO.
           IF  WRK-VARIACAO            GREATER WRK-PERCENTUAL
               MOVE 'VARIACAO DO BRUTO' TO WRK-EXC-MOTIVO
               PERFORM 0290-GRAVAR-EXCECAO
           END-IF.

           MOVE WRK-ANT-LIQUIDO(WRK-ANT-IDX) TO WRK-VALOR-ANTERIOR.
           MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-VALOR-ATUAL.
           PERFORM 0270-CALCULAR-VARIACAO.
           IF  WRK-VARIACAO            GREATER WRK-PERCENTUAL
               MOVE 'VARIACAO DO LIQUIDO' TO WRK-EXC-MOTIVO
               PERFORM 0290-GRAVAR-EXCECAO
           END-IF.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM FUNCIONARIO DO PERIODO ANTERIOR: SEM PAGAMENTO
      *    NO LOTE PENDENTE E AUSENTE; SOMA O BRUTO NO CENTRO
      *================================================================*
       0250-CONFERIR-1-AUSENTE         SECTION.
      *================================================================*
           MOVE WRK-ANT-CENTRO(WRK-ANT-IDX)    TO WRK-CC-BUSCA.
           MOVE WRK-ANT-BRUTO(WRK-ANT-IDX)     TO WRK-CC-VALOR.
           SET WRK-CC-LADO-ANTERIOR    TO TRUE.
           PERFORM 0280-ACUMULAR-CENTRO.
           IF  WRK-ANT-CASADO(WRK-ANT-IDX) EQUAL 'S'
               GO TO 0250-99-FIM
           END-IF.
           MOVE WRK-ANT-MATRICULA(WRK-ANT-IDX) TO WRK-EXC-MATRICULA.
           MOVE WRK-ANT-NOME(WRK-ANT-IDX)      TO WRK-EXC-NOME.
           MOVE WRK-ANT-CENTRO(WRK-ANT-IDX)    TO WRK-EXC-CENTRO.
           MOVE 'FUNCIONARIO AUSENTE'  TO WRK-EXC-MOTIVO.
           MOVE WRK-ANT-BRUTO(WRK-ANT-IDX)     TO WRK-VALOR-ANTERIOR.
           MOVE ZEROS                  TO WRK-VALOR-ATUAL
                                           WRK-VARIACAO.
           PERFORM 0290-GRAVAR-EXCECAO.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME O TOTAL DO BRUTO DE UM CENTRO DE CUSTO CONTRA O
      *    PERIODO ANTERIOR, CONTANDO COMO EXCECAO A VARIACAO ACIMA
      *    DO PERCENTUAL
      *================================================================*
       0260-CONFERIR-1-CENTRO          SECTION.
      *================================================================*
           MOVE WRK-CC-ANTERIOR(WRK-CC-IDX) TO WRK-VALOR-ANTERIOR.
           MOVE WRK-CC-ATUAL(WRK-CC-IDX)    TO WRK-VALOR-ATUAL.
           PERFORM 0270-CALCULAR-VARIACAO.
           MOVE WRK-VALOR-ANTERIOR     TO WRK-ANTERIOR-ED.
           MOVE WRK-VALOR-ATUAL        TO WRK-ATUAL-ED.
           MOVE WRK-VARIACAO           TO WRK-VARIACAO-ED.
           MOVE SPACES                 TO FOLVAREL-REC.
           STRING 'CENTRO '            DELIMITED BY SIZE
                  WRK-CC-CODIGO(WRK-CC-IDX) DELIMITED BY SIZE
                  ' ANTERIOR='         DELIMITED BY SIZE
                  WRK-ANTERIOR-ED      DELIMITED BY SIZE
                  ' ATUAL='            DELIMITED BY SIZE
                  WRK-ATUAL-ED         DELIMITED BY SIZE
                  ' VARIACAO='         DELIMITED BY SIZE
                  WRK-VARIACAO-ED      DELIMITED BY SIZE
                  ' PC'                DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           IF  WRK-VARIACAO            GREATER WRK-PERCENTUAL
               MOVE '*** ACIMA DO LIMITE' TO FOLVAREL-REC(90:19)
               ADD 1                    TO WRK-QTD-EXCECOES
           END-IF.
           WRITE FOLVAREL-REC.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VARIACAO PERCENTUAL ABSOLUTA ENTRE O VALOR ANTERIOR E O
      *    ATUAL; SEM VALOR ANTERIOR, QUALQUER VALOR ATUAL E 100 PC
      *================================================================*
       0270-CALCULAR-VARIACAO          SECTION.
      *================================================================*
           IF  WRK-VALOR-ANTERIOR      EQUAL ZEROS
               IF  WRK-VALOR-ATUAL      EQUAL ZEROS
                   MOVE ZEROS           TO WRK-VARIACAO
               ELSE
                   MOVE 100             TO WRK-VARIACAO
               END-IF
               GO TO 0270-99-FIM
           END-IF.
           COMPUTE WRK-DIFERENCA = WRK-VALOR-ATUAL - WRK-VALOR-ANTERIOR.
           IF  WRK-DIFERENCA           LESS ZEROS
               COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
           END-IF.
           COMPUTE WRK-VARIACAO ROUNDED =
                   WRK-DIFERENCA * 100 / WRK-VALOR-ANTERIOR
               ON SIZE ERROR
                   MOVE 99999,99        TO WRK-VARIACAO
           END-COMPUTE.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA WRK-CC-VALOR NO LADO (ATUAL OU ANTERIOR) DO CENTRO DE
      *    CUSTO WRK-CC-BUSCA, ABRINDO O CENTRO NA TABELA
      *================================================================*
       0280-ACUMULAR-CENTRO            SECTION.
      *================================================================*
           SET WRK-CC-IDX              TO 1.
           IF  WRK-CC-COUNT            GREATER ZEROS
               SEARCH WRK-CC-ENTRY
                   AT END
                       SET WRK-CC-IDX   TO WRK-CC-COUNT
                       SET WRK-CC-IDX   UP BY 1
                   WHEN WRK-CC-IDX      GREATER WRK-CC-COUNT
                       CONTINUE
                   WHEN WRK-CC-CODIGO(WRK-CC-IDX) EQUAL WRK-CC-BUSCA
                       CONTINUE
               END-SEARCH
           END-IF.
           IF  WRK-CC-IDX              GREATER WRK-CC-COUNT
               IF  WRK-CC-COUNT         NOT LESS 50
                   GO TO 0280-99-FIM
               END-IF
               ADD 1                    TO WRK-CC-COUNT
               SET WRK-CC-IDX           TO WRK-CC-COUNT
               MOVE WRK-CC-BUSCA        TO WRK-CC-CODIGO(WRK-CC-IDX)
               MOVE ZEROS               TO WRK-CC-ATUAL(WRK-CC-IDX)
                                           WRK-CC-ANTERIOR(WRK-CC-IDX)
           END-IF.
           IF  WRK-CC-LADO-ATUAL
               ADD WRK-CC-VALOR         TO WRK-CC-ATUAL(WRK-CC-IDX)
           ELSE
               ADD WRK-CC-VALOR         TO WRK-CC-ANTERIOR(WRK-CC-IDX)
           END-IF.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA LINHA DE EXCECAO DE FUNCIONARIO E CONTA
      *================================================================*
       0290-GRAVAR-EXCECAO             SECTION.
      *================================================================*
           MOVE WRK-VALOR-ANTERIOR     TO WRK-ANTERIOR-ED.
           MOVE WRK-VALOR-ATUAL        TO WRK-ATUAL-ED.
           MOVE WRK-VARIACAO           TO WRK-VARIACAO-ED.
           MOVE SPACES                 TO FOLVAREL-REC.
           STRING WRK-EXC-MATRICULA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-EXC-NOME         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-EXC-CENTRO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-EXC-MOTIVO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ANTERIOR-ED      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ATUAL-ED         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VARIACAO-ED      DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           WRITE FOLVAREL-REC.
           ADD 1                       TO WRK-QTD-EXCECOES.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O SUPERVISOR QUE APROVA A LISTA DE EXCECOES; SEM
      *    APROVACAO O ARQUIVO BANCARIO FICA RETIDO
      *================================================================*
       0610-VALIDAR-SUPERVISOR         SECTION.
      *================================================================*
           OPEN I-O USERMAS-FILE.
           DISPLAY 'SUPERVISOR PARA APROVAR A LIBERACAO (ENTER = '
                   'RETER O ARQUIVO):'.
           ACCEPT WRK-SUPERV-USUARIO.
           IF  WRK-SUPERV-USUARIO      NOT EQUAL SPACES
               DISPLAY 'SENHA:'
               ACCEPT WRK-SUPERV-SENHA WITH NO ECHO
               MOVE WRK-SUPERV-USUARIO TO USERMAS-USUARIO
               READ USERMAS-FILE
               IF  WRK-USERMAS-OK AND USERMAS-ATIVO
                   AND WRK-SUPERV-SENHA EQUAL USERMAS-SENHA
                   AND (USERMAS-NIVEL EQUAL 03 OR
                        USERMAS-NIVEL EQUAL 01)
                   SET WRK-APROVACAO-OK TO TRUE
               ELSE
                   DISPLAY 'APROVACAO NEGADA - ARQUIVO RETIDO'
               END-IF
           END-IF.
           CLOSE USERMAS-FILE.
      *================================================================*
       0610-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COPIA O ARQUIVO PENDENTE PARA O BANCOPAG ENVIADO AO BANCO,
      *    ESVAZIA O PENDENTE (NAO PODE SER LIBERADO DUAS VEZES) E
      *    REGISTRA A APROVACAO NA TRILHA DE CONSOLE
      *================================================================*
       0620-LIBERAR-ARQUIVO-BANCO      SECTION.
      *================================================================*
           OPEN INPUT BANCOPEN-FILE.
           OPEN OUTPUT BANCOPAG-FILE.
           PERFORM 0625-COPIAR-1-REGISTRO UNTIL WRK-BANCOPEN-FIM.
           CLOSE BANCOPAG-FILE.
           CLOSE BANCOPEN-FILE.
           OPEN OUTPUT BANCOPEN-FILE.
           CLOSE BANCOPEN-FILE.

           MOVE SPACES                 TO FOLVAREL-REC.
           STRING 'ARQUIVO BANCARIO LIBERADO POR '
                                       DELIMITED BY SIZE
                  WRK-SUPERV-USUARIO   DELIMITED BY SIZE
                  ' - REGISTROS='      DELIMITED BY SIZE
                  WRK-QTD-COPIADOS     DELIMITED BY SIZE
                  INTO FOLVAREL-REC
           END-STRING.
           WRITE FOLVAREL-REC.
           DISPLAY 'ARQUIVO BANCARIO LIBERADO EM BANCOPAG'.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'LIBEROU LOTE '      DELIMITED BY SIZE
                  WRK-LOTE             DELIMITED BY SIZE
                  ' EXCECOES='         DELIMITED BY SIZE
                  WRK-QTD-EXCECOES     DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0620-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COPIA UM REGISTRO DO PENDENTE PARA O BANCOPAG
      *================================================================*
       0625-COPIAR-1-REGISTRO          SECTION.
      *================================================================*
           READ BANCOPEN-FILE
               AT END
                   SET WRK-BANCOPEN-FIM TO TRUE
                   GO TO 0625-99-FIM
           END-READ.
           MOVE BANCOPEN-REC           TO BANCOPAG-REC.
           WRITE BANCOPAG-REC.
           ADD 1                       TO WRK-QTD-COPIADOS.
      *================================================================*
       0625-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
       0900-GRAVAR-AUDITORIA-CONSOLE   SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS-LOG     FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS-LOG     FROM TIME.
           OPEN EXTEND CONSLOG-FILE.
           IF  WRK-CONSLOG-STATUS      EQUAL '35'
               OPEN OUTPUT CONSLOG-FILE
               CLOSE CONSLOG-FILE
               OPEN EXTEND CONSLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS-LOG       TO CONSLOG-DATA.
           MOVE WRK-HORA-SYS-LOG       TO CONSLOG-HORA.
           MOVE 'PROGFOLVR'            TO CONSLOG-PROGRAMA.
           MOVE WRK-SUPERV-USUARIO     TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA A LISTA DE EXCECOES
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE FOLVAREL-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
