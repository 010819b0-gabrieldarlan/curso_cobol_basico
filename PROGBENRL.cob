       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBENRL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO MENSAL DE BENEFICIOS POR FORNECEDOR,
      * PARA CONFERENCIA DA FATURA. PERCORRE AS ADESOES ATIVAS DO
      * BENEFIC NA COMPETENCIA E TOTALIZA, POR FORNECEDOR E TIPO DE
      * BENEFICIO, OS FUNCIONARIOS ATIVOS ADERIDOS, AS VIDAS
      * COBERTAS (NO PLANO DE SAUDE, O TITULAR MAIS OS DEPENDENTES
      * COBERTOS DO DEPENMAS) E O CUSTO MENSAL CADASTRADO; EM SEGUIDA
      * SOMA OS DESCONTOS DA FOLHA NORMAL DA COMPETENCIA (PAYDET) NO
      * MESMO FORNECEDOR. ADESAO ATIVA DE FUNCIONARIO DESLIGADO OU
      * SEM CADASTRO E LISTADA A PARTE, POIS NAO DEVE SER FATURADA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BENEFIC-FILE          ASSIGN TO "BENEFIC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS BENEFIC-CHAVE
               FILE STATUS            IS WRK-BENEFIC-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT DEPENMAS-FILE         ASSIGN TO "DEPENMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DEPENMAS-CHAVE
               FILE STATUS            IS WRK-DEPENMAS-STATUS.
           SELECT PAYDET-FILE           ASSIGN TO "PAYDET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAYDET-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT BENEFREL-FILE         ASSIGN TO "BENEFREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BENEFREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIC-FILE.
           COPY 'BENEFIC.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  DEPENMAS-FILE.
           COPY 'DEPENMAS.COB'.
       FD  PAYDET-FILE.
           COPY 'PAYDET.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  BENEFREL-FILE.
           COPY 'BENEFREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-BENEFIC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-BENEFIC-OK                          VALUE '00'.
           88  WRK-BENEFIC-FIM                         VALUE '10'.
           88  WRK-BENEFIC-INEXISTENTE                 VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FUNCMAS-OK                          VALUE '00'.
       77  WRK-DEPENMAS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DEPENMAS-OK                         VALUE '00'.
           88  WRK-DEPENMAS-FIM                        VALUE '10'.
       77  WRK-PAYDET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PAYDET-OK                           VALUE '00'.
           88  WRK-PAYDET-FIM                          VALUE '10'.
           88  WRK-PAYDET-INEXISTENTE                  VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-BENEFREL-STATUS         PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-ADESAO          PIC 9(006)      VALUE ZEROS.
       77  WRK-VIDAS                   PIC 9(003)      VALUE ZEROS.
       77  WRK-CUSTO                   PIC 9(009)V99   VALUE ZEROS.
       77  WRK-DESCONTO                PIC 9(006)V99   VALUE ZEROS.
       77  WRK-TIPO-DESCONTO           PIC X(001)      VALUE SPACES.
       77  WRK-QTD-IRREGULARES         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-ADESAO          PIC 9(005)      VALUE ZEROS.
       77  WRK-NOME-TIPO               PIC X(015)      VALUE SPACES.
       77  WRK-CUSTO-ED                PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESCONTO-ED             PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    TOTAIS POR FORNECEDOR E TIPO DE BENEFICIO
      *
       01  WRK-FOR-TAB.
           05  WRK-FOR-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-FOR-IDX.
               10  WRK-FOR-FORNECEDOR  PIC X(010).
               10  WRK-FOR-TIPO        PIC X(001).
               10  WRK-FOR-QTD-FUNC    PIC 9(005).
               10  WRK-FOR-QTD-VIDAS   PIC 9(005).
               10  WRK-FOR-CUSTO       PIC 9(009)V99.
               10  WRK-FOR-QTD-DESC    PIC 9(005).
               10  WRK-FOR-DESCONTADO  PIC 9(009)V99.
       77  WRK-FOR-COUNT               PIC 9(003)      VALUE ZEROS.
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
      *    PEDE A COMPETENCIA E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'RELATORIO DE BENEFICIOS POR FORNECEDOR'.
           DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES CORRENTE):'.
           ACCEPT WRK-PERIODO.
           IF  WRK-PERIODO             EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 100
                   GIVING WRK-PERIODO
           END-IF.

           MOVE ZEROS                  TO WRK-FOR-COUNT.
           OPEN INPUT BENEFIC-FILE.
           OPEN INPUT FUNCMAS-FILE.
           OPEN INPUT DEPENMAS-FILE.
           OPEN OUTPUT BENEFREL-FILE.

           MOVE SPACES                 TO BENEFREL-REC.
           STRING 'BENEFICIOS POR FORNECEDOR - COMPETENCIA '
                                       DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  INTO BENEFREL-REC
           END-STRING.
           WRITE BENEFREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TOTALIZA AS ADESOES, SOMA OS DESCONTOS DA FOLHA E IMPRIME
      *    O RESUMO POR FORNECEDOR
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-BENEFIC-INEXISTENTE
               MOVE 'CADASTRO DE BENEFICIOS (BENEFIC) INEXISTENTE'
                                        TO BENEFREL-REC
               WRITE BENEFREL-REC
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0220-TOTALIZAR-1-ADESAO UNTIL WRK-BENEFIC-FIM.

           OPEN INPUT PAYDET-FILE.
           IF  NOT WRK-PAYDET-INEXISTENTE
               PERFORM 0240-SOMAR-1-DESCONTO UNTIL WRK-PAYDET-FIM
               CLOSE PAYDET-FILE
           END-IF.

           MOVE SPACES                 TO BENEFREL-REC.
           WRITE BENEFREL-REC.
           MOVE 'FORNECEDOR BENEFICIO       FUNC  VIDAS  CUSTO CADAST'
                                        TO BENEFREL-REC.
           MOVE 'RADO  DESCONTOS DESCONTADO NA FOLHA'
                                        TO BENEFREL-REC(54:35).
           WRITE BENEFREL-REC.
           IF  WRK-FOR-COUNT           GREATER ZEROS
               PERFORM 0260-IMPRIMIR-1-FORNECEDOR
                   VARYING WRK-FOR-IDX FROM 1 BY 1
                   UNTIL WRK-FOR-IDX   GREATER WRK-FOR-COUNT
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA ADESAO E, SE ATIVA NA COMPETENCIA E DE FUNCIONARIO
      *    ATIVO, SOMA FUNCIONARIO, VIDAS E CUSTO NO FORNECEDOR
      *================================================================*
       0220-TOTALIZAR-1-ADESAO         SECTION.
      *================================================================*
           READ BENEFIC-FILE NEXT RECORD
               AT END
                   SET WRK-BENEFIC-FIM TO TRUE
           END-READ.
           IF  NOT WRK-BENEFIC-OK
               SET WRK-BENEFIC-FIM     TO TRUE
               GO TO 0220-99-FIM
           END-IF.
           IF  NOT BENEFIC-ATIVO
               GO TO 0220-99-FIM
           END-IF.
           DIVIDE BENEFIC-DATA-ADESAO  BY 100
               GIVING WRK-PERIODO-ADESAO.
           IF  WRK-PERIODO-ADESAO      GREATER WRK-PERIODO
               GO TO 0220-99-FIM
           END-IF.

           MOVE BENEFIC-MATRICULA      TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  NOT WRK-FUNCMAS-OK OR NOT FUNCMAS-ATIVO
               ADD 1                    TO WRK-QTD-IRREGULARES
               MOVE SPACES              TO BENEFREL-REC
               STRING 'ADESAO ATIVA DE FUNCIONARIO DESLIGADO OU SEM '
                                        DELIMITED BY SIZE
                      'CADASTRO: MATRICULA ' DELIMITED BY SIZE
                      BENEFIC-MATRICULA DELIMITED BY SIZE
                      ' BENEFICIO '     DELIMITED BY SIZE
                      BENEFIC-TIPO      DELIMITED BY SIZE
                      ' FORNECEDOR '    DELIMITED BY SIZE
                      BENEFIC-FORNECEDOR DELIMITED BY SIZE
                      INTO BENEFREL-REC
               END-STRING
               WRITE BENEFREL-REC
               GO TO 0220-99-FIM
           END-IF.

           MOVE 1                      TO WRK-VIDAS.
           IF  BENEFIC-SAUDE
               PERFORM 0230-CONTAR-VIDAS-SAUDE
           END-IF.
           COMPUTE WRK-CUSTO = BENEFIC-VALOR * WRK-VIDAS.

           MOVE BENEFIC-TIPO           TO WRK-TIPO-DESCONTO.
           PERFORM 0250-ACHAR-FORNECEDOR.
           ADD 1                       TO WRK-FOR-QTD-FUNC(WRK-FOR-IDX).
           ADD WRK-VIDAS             TO WRK-FOR-QTD-VIDAS(WRK-FOR-IDX).
           ADD WRK-CUSTO               TO WRK-FOR-CUSTO(WRK-FOR-IDX).
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA AO TITULAR OS DEPENDENTES ATIVOS COBERTOS PELO PLANO
      *================================================================*
       0230-CONTAR-VIDAS-SAUDE         SECTION.
      *================================================================*
           MOVE BENEFIC-MATRICULA      TO DEPENMAS-MATRICULA.
           MOVE ZEROS                  TO DEPENMAS-SEQ.
           MOVE '00'                   TO WRK-DEPENMAS-STATUS.
           START DEPENMAS-FILE KEY NOT LESS DEPENMAS-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-DEPENMAS-STATUS
           END-START.
           PERFORM 0235-CONTAR-1-DEPENDENTE UNTIL WRK-DEPENMAS-FIM.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO DEPENDENTE E CONTA SE ATIVO E COBERTO
      *================================================================*
       0235-CONTAR-1-DEPENDENTE        SECTION.
      *================================================================*
           READ DEPENMAS-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-DEPENMAS-STATUS
           END-READ.
           IF  NOT WRK-DEPENMAS-OK
           OR  DEPENMAS-MATRICULA      NOT EQUAL BENEFIC-MATRICULA
               MOVE '10'                TO WRK-DEPENMAS-STATUS
               GO TO 0235-99-FIM
           END-IF.
           IF  DEPENMAS-ATIVO AND DEPENMAS-COBERTO-SAUDE
               ADD 1                    TO WRK-VIDAS
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO PAYDET E, SE DA FOLHA NORMAL DA
      *    COMPETENCIA, SOMA CADA DESCONTO NO FORNECEDOR DA ADESAO
      *================================================================*
       0240-SOMAR-1-DESCONTO           SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM  TO TRUE
           END-READ.
           IF  NOT WRK-PAYDET-OK
               GO TO 0240-99-FIM
           END-IF.
           IF  PAYDET-PERIODO          NOT EQUAL WRK-PERIODO
           OR  PAYDET-TIPO-FOLHA       NOT EQUAL 'F'
           OR  PAYDET-DESC-SAUDE       NOT NUMERIC
               GO TO 0240-99-FIM
           END-IF.

           MOVE 'T'                    TO WRK-TIPO-DESCONTO.
           MOVE PAYDET-DESC-VT         TO WRK-DESCONTO.
           PERFORM 0245-SOMAR-1-BENEFICIO.
           MOVE 'R'                    TO WRK-TIPO-DESCONTO.
           MOVE PAYDET-DESC-VR         TO WRK-DESCONTO.
           PERFORM 0245-SOMAR-1-BENEFICIO.
           MOVE 'S'                    TO WRK-TIPO-DESCONTO.
           MOVE PAYDET-DESC-SAUDE      TO WRK-DESCONTO.
           PERFORM 0245-SOMAR-1-BENEFICIO.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM DESCONTO DE BENEFICIO NO FORNECEDOR DA ADESAO DO
      *    FUNCIONARIO; DESCONTO SEM ADESAO E CONTADO A PARTE
      *================================================================*
       0245-SOMAR-1-BENEFICIO          SECTION.
      *================================================================*
           IF  WRK-DESCONTO            EQUAL ZEROS
               GO TO 0245-99-FIM
           END-IF.
           MOVE PAYDET-MATRICULA       TO BENEFIC-MATRICULA.
           MOVE WRK-TIPO-DESCONTO      TO BENEFIC-TIPO.
           READ BENEFIC-FILE.
           IF  NOT WRK-BENEFIC-OK
               ADD 1                    TO WRK-QTD-SEM-ADESAO
               GO TO 0245-99-FIM
           END-IF.
           PERFORM 0250-ACHAR-FORNECEDOR.
           ADD 1                       TO WRK-FOR-QTD-DESC(WRK-FOR-IDX).
           ADD WRK-DESCONTO         TO WRK-FOR-DESCONTADO(WRK-FOR-IDX).
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    POSICIONA NA LINHA DO FORNECEDOR/TIPO DA ADESAO CORRENTE,
      *    ABRINDO UMA NOVA QUANDO INEDITA
      *================================================================*
       0250-ACHAR-FORNECEDOR           SECTION.
      *================================================================*
           SET WRK-FOR-IDX             TO 1.
           SEARCH WRK-FOR-ENTRY
               AT END
                 IF  WRK-FOR-COUNT LESS 50
                   ADD 1              TO WRK-FOR-COUNT
                   SET WRK-FOR-IDX    TO WRK-FOR-COUNT
                   MOVE BENEFIC-FORNECEDOR
                                   TO WRK-FOR-FORNECEDOR(WRK-FOR-IDX)
                   MOVE WRK-TIPO-DESCONTO
                                   TO WRK-FOR-TIPO(WRK-FOR-IDX)
                   MOVE ZEROS      TO WRK-FOR-QTD-FUNC(WRK-FOR-IDX)
                                      WRK-FOR-QTD-VIDAS(WRK-FOR-IDX)
                                      WRK-FOR-CUSTO(WRK-FOR-IDX)
                                      WRK-FOR-QTD-DESC(WRK-FOR-IDX)
                                      WRK-FOR-DESCONTADO(WRK-FOR-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 50 FORNECEDORES '
                     'EXCEDIDO - ' BENEFIC-FORNECEDOR
                     ' ACUMULADO NA ULTIMA LINHA DA TABELA'
                   SET WRK-FOR-IDX    TO WRK-FOR-COUNT
                 END-IF
               WHEN WRK-FOR-FORNECEDOR(WRK-FOR-IDX) EQUAL
                    BENEFIC-FORNECEDOR
               AND  WRK-FOR-TIPO(WRK-FOR-IDX) EQUAL WRK-TIPO-DESCONTO
                   CONTINUE
           END-SEARCH.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A LINHA DE UM FORNECEDOR/TIPO
      *================================================================*
       0260-IMPRIMIR-1-FORNECEDOR      SECTION.
      *================================================================*
           EVALUATE WRK-FOR-TIPO(WRK-FOR-IDX)
               WHEN 'T'
                   MOVE 'VALE-TRANSPORTE' TO WRK-NOME-TIPO
               WHEN 'R'
                   MOVE 'VALE-REFEICAO'  TO WRK-NOME-TIPO
               WHEN OTHER
                   MOVE 'PLANO DE SAUDE' TO WRK-NOME-TIPO
           END-EVALUATE.
           MOVE WRK-FOR-CUSTO(WRK-FOR-IDX)      TO WRK-CUSTO-ED.
           MOVE WRK-FOR-DESCONTADO(WRK-FOR-IDX) TO WRK-DESCONTO-ED.
           MOVE SPACES                 TO BENEFREL-REC.
           STRING WRK-FOR-FORNECEDOR(WRK-FOR-IDX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOME-TIPO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-FOR-QTD-FUNC(WRK-FOR-IDX)  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-FOR-QTD-VIDAS(WRK-FOR-IDX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CUSTO-ED         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-FOR-QTD-DESC(WRK-FOR-IDX)  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-DESCONTO-ED      DELIMITED BY SIZE
                  INTO BENEFREL-REC
           END-STRING.
           WRITE BENEFREL-REC.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME AS OCORRENCIAS E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO BENEFREL-REC.
           STRING 'ADESOES DE DESLIGADOS/SEM CADASTRO='
                                       DELIMITED BY SIZE
                  WRK-QTD-IRREGULARES  DELIMITED BY SIZE
                  ' DESCONTOS SEM ADESAO=' DELIMITED BY SIZE
                  WRK-QTD-SEM-ADESAO   DELIMITED BY SIZE
                  INTO BENEFREL-REC
           END-STRING.
           WRITE BENEFREL-REC.
           CLOSE BENEFIC-FILE.
           CLOSE FUNCMAS-FILE.
           CLOSE DEPENMAS-FILE.
           CLOSE BENEFREL-FILE.
           DISPLAY 'RELATORIO DE BENEFICIOS GRAVADO EM BENEFREL'.
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
