       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFECAN.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ENCERRAMENTO DO EXERCICIO CONTABIL. COM OS DOZE
      * MESES DO ANO JA FECHADOS NO PERFECHA (PROGCOB20), APURA O
      * SALDO DE CADA CONTA NO GLPOST ATE 31/12 - PARTINDO DOS SALDOS
      * DE ABERTURA (SALDOABE) DO ULTIMO EXERCICIO ENCERRADO - E:
      * - ZERA CADA CONTA DE RECEITA E DESPESA DO PLANCTA CONTRA
      *   LUCROS OU PREJUIZOS ACUMULADOS (LUCROSACUM) COM LANCAMENTOS
      *   DE ENCERRAMENTO NO GLPOST, DATADOS DE 31/12 E CARIMBADOS COM
      *   ESTE PROGRAMA E O LOTE IGUAL AO EXERCICIO;
      * - GRAVA OS SALDOS DE ABERTURA DAS CONTAS DE ATIVO E PASSIVO
      *   NO EXERCICIO SEGUINTE (SALDOABE);
      * - MARCA O EXERCICIO COMO ENCERRADO (EXERFECH), O QUE IMPEDE O
      *   PROGCOB20 DE REABRIR OS SEUS MESES - A TRAVA DO PERFECHA
      *   CONTINUA RECUSANDO LANCAMENTOS NELE.
      * CONTA DO GLPOST SEM CADASTRO NO PLANO RECUSA O ENCERRAMENTO.
      * SEM A CONFIRMACAO (S), SO EMITE O RELATORIO (FECANREL)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - COM O FECHAMENTO POR FILIAL, O ENCERRAMENTO CONFERE
      *              OS MESES FECHADOS DA MATRIZ (FILIAL 01) E O
      *              LANCAMENTO DE ENCERRAMENTO E FEITO NA MATRIZ
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
           SELECT PLANCTA-FILE          ASSIGN TO "PLANCTA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PLANCTA-CONTA
               FILE STATUS            IS WRK-PLANCTA-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT EXERFECH-FILE         ASSIGN TO "EXERFECH"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS EXERFECH-EXERCICIO
               FILE STATUS            IS WRK-EXERFECH-STATUS.
           SELECT SALDOABE-FILE         ASSIGN TO "SALDOABE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALDOABE-CHAVE
               FILE STATUS            IS WRK-SALDOABE-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT FECANREL-FILE         ASSIGN TO "FECANREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FECANREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  PLANCTA-FILE.
           COPY 'PLANCTA.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  EXERFECH-FILE.
           COPY 'EXERFECH.COB'.
       FD  SALDOABE-FILE.
           COPY 'SALDOABE.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  FECANREL-FILE.
           COPY 'FECANREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-GLPOST-OK                           VALUE '00'.
           88  WRK-GLPOST-FIM                          VALUE '10'.
           88  WRK-GLPOST-INEXISTENTE                  VALUE '35'.
       77  WRK-PLANCTA-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PLANCTA-OK                          VALUE '00'.
           88  WRK-PLANCTA-INEXISTENTE                 VALUE '35'.
       77  WRK-PERFECHA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PERFECHA-OK                         VALUE '00'.
           88  WRK-PERFECHA-INEXISTENTE                VALUE '35'.
       77  WRK-EXERFECH-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-EXERFECH-OK                         VALUE '00'.
           88  WRK-EXERFECH-FIM                        VALUE '10'.
           88  WRK-EXERFECH-INEXISTENTE                VALUE '35'.
       77  WRK-SALDOABE-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SALDOABE-OK                         VALUE '00'.
           88  WRK-SALDOABE-FIM                        VALUE '10'.
           88  WRK-SALDOABE-INEXISTENTE                VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-FECANREL-STATUS         PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-EXERCICIO               PIC 9(004)      VALUE ZEROS.
       77  WRK-EXERCICIO-NOVO          PIC 9(004)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-CONFIRMA                PIC X(001)      VALUE 'N'.
           88  WRK-CONFIRMADO                          VALUE 'S'.
       77  WRK-DT-ENCERRAMENTO         PIC 9(008)      VALUE ZEROS.
      *
      *    PONTO DE PARTIDA: ULTIMO EXERCICIO ENCERRADO ANTES DESTE;
      *    OS SALDOS DE ABERTURA DO EXERCICIO SEGUINTE A ELE
      *    SUBSTITUEM O GLPOST ANTERIOR
      *
       77  WRK-BASE-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-BASE-DT-INI             PIC 9(008)      VALUE ZEROS.
      *
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-MES                     PIC 9(002)      VALUE ZEROS.
       77  WRK-QTD-PENDENCIAS          PIC 9(005)      VALUE ZEROS.
       77  WRK-SITUACAO                PIC X(001)      VALUE 'S'.
           88  WRK-PODE-ENCERRAR                       VALUE 'S'.
           88  WRK-NAO-PODE-ENCERRAR                   VALUE 'N'.
      *
      *    SALDO DE CADA CONTA ATE O FIM DO EXERCICIO, COM SINAL
      *    (DEVEDOR POSITIVO)
      *
       01  WRK-CTA-TAB.
           05  WRK-CTA-ENTRY           OCCURS 100 TIMES
                                        INDEXED BY WRK-CTA-IDX.
               10  WRK-CTA-CONTA       PIC X(010).
               10  WRK-CTA-TIPO        PIC X(001).
               10  WRK-CTA-SALDO       PIC S9(013)V99.
       77  WRK-CTA-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-CONTA-LANC              PIC X(010)      VALUE SPACES.
       77  WRK-IDX-LUCROS              PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-CONTA-LUCROS            PIC X(010)      VALUE
                                                       'LUCROSACUM'.
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'GERA'.
       77  WRK-CONTA-DEBITO            PIC X(010)      VALUE SPACES.
       77  WRK-CONTA-CREDITO           PIC X(010)      VALUE SPACES.
       77  WRK-VALOR-LANCTO            PIC 9(011)V99   VALUE ZEROS.
      *
       77  WRK-RESULTADO               PIC S9(013)V99  VALUE ZEROS.
       77  WRK-QTD-ENCERRADAS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ABERTURA            PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-ED                PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
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
      *    PEDE O EXERCICIO, O OPERADOR E A CONFIRMACAO, E ABRE OS
      *    ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'ENCERRAMENTO DO EXERCICIO CONTABIL'.
           DISPLAY 'EXERCICIO (AAAA, ZEROS = ANO ANTERIOR):'.
           ACCEPT WRK-EXERCICIO.
           IF  WRK-EXERCICIO           EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 10000
                   GIVING WRK-EXERCICIO
               SUBTRACT 1              FROM WRK-EXERCICIO
           END-IF.
           COMPUTE WRK-EXERCICIO-NOVO = WRK-EXERCICIO + 1.
           COMPUTE WRK-DT-ENCERRAMENTO = (WRK-EXERCICIO * 10000) +
                   1231.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N, '
                   'ENTER = SO RELATORIO):'.
           ACCEPT WRK-CONFIRMA.

           OPEN OUTPUT FECANREL-FILE.
           MOVE SPACES                 TO FECANREL-REC.
           STRING 'ENCERRAMENTO DO EXERCICIO ' DELIMITED BY SIZE
                  WRK-EXERCICIO        DELIMITED BY SIZE
                  ' - OPERADOR '       DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.

           OPEN I-O EXERFECH-FILE.
           IF  WRK-EXERFECH-INEXISTENTE
               CLOSE EXERFECH-FILE
               OPEN OUTPUT EXERFECH-FILE
               CLOSE EXERFECH-FILE
               OPEN I-O EXERFECH-FILE
           END-IF.
           OPEN I-O SALDOABE-FILE.
           IF  WRK-SALDOABE-INEXISTENTE
               CLOSE SALDOABE-FILE
               OPEN OUTPUT SALDOABE-FILE
               CLOSE SALDOABE-FILE
               OPEN I-O SALDOABE-FILE
           END-IF.
           OPEN I-O PLANCTA-FILE.
           OPEN INPUT PERFECHA-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE AS CONDICOES, APURA OS SALDOS E ENCERRA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-EXERCICIO          TO EXERFECH-EXERCICIO.
           READ EXERFECH-FILE.
           IF  WRK-EXERFECH-OK
               MOVE SPACES              TO FECANREL-REC
               STRING 'EXERCICIO JA ENCERRADO EM ' DELIMITED BY SIZE
                      EXERFECH-DATA-FECHAMENTO DELIMITED BY SIZE
                      ' POR '           DELIMITED BY SIZE
                      EXERFECH-OPERADOR DELIMITED BY SIZE
                      INTO FECANREL-REC
               END-STRING
               WRITE FECANREL-REC
               SET WRK-NAO-PODE-ENCERRAR TO TRUE
               GO TO 0200-99-FIM
           END-IF.
           IF  WRK-PLANCTA-INEXISTENTE
               MOVE 'PLANO DE CONTAS PLANCTA INEXISTENTE'
                                        TO FECANREL-REC
               WRITE FECANREL-REC
               SET WRK-NAO-PODE-ENCERRAR TO TRUE
               GO TO 0200-99-FIM
           END-IF.

           PERFORM 0210-CHECAR-1-MES
               VARYING WRK-MES FROM 1 BY 1
               UNTIL WRK-MES           GREATER 12.
           IF  WRK-QTD-PENDENCIAS      GREATER ZEROS
               SET WRK-NAO-PODE-ENCERRAR TO TRUE
               GO TO 0200-99-FIM
           END-IF.

           PERFORM 0220-OBTER-BASE.
           PERFORM 0240-APURAR-SALDOS.
           IF  WRK-QTD-PENDENCIAS      GREATER ZEROS
               SET WRK-NAO-PODE-ENCERRAR TO TRUE
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-CONTA-LUCROS       TO WRK-CONTA-LANC.
           PERFORM 0250-LOCALIZAR-CONTA.
           SET WRK-IDX-LUCROS          TO WRK-CTA-IDX.
           IF  WRK-CTA-TIPO(WRK-IDX-LUCROS) EQUAL '?'
               PERFORM 0255-CADASTRAR-CONTA-LUCROS
           END-IF.

           MOVE 'CONTAS DE RESULTADO ENCERRADAS EM LUCROSACUM'
                                        TO FECANREL-REC.
           WRITE FECANREL-REC.
           PERFORM 0260-ENCERRAR-1-CONTA
               VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX       GREATER WRK-CTA-COUNT.
           MOVE WRK-RESULTADO          TO WRK-VALOR-ED.
           MOVE SPACES                 TO FECANREL-REC.
           STRING 'RESULTADO DO EXERCICIO (LUCRO +/PREJUIZO -)='
                                        DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.

           MOVE SPACES                 TO FECANREL-REC.
           STRING 'SALDOS DE ABERTURA DO EXERCICIO ' DELIMITED BY SIZE
                  WRK-EXERCICIO-NOVO   DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.
           PERFORM 0270-ABRIR-1-CONTA
               VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX       GREATER WRK-CTA-COUNT.

           IF  WRK-CONFIRMADO
               MOVE WRK-EXERCICIO       TO EXERFECH-EXERCICIO
               MOVE WRK-DATA-SYS        TO EXERFECH-DATA-FECHAMENTO
               MOVE WRK-OPERADOR        TO EXERFECH-OPERADOR
               MOVE WRK-RESULTADO       TO EXERFECH-RESULTADO
               MOVE WRK-QTD-ENCERRADAS  TO EXERFECH-QTD-CONTAS
               WRITE EXERFECH-REC
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE NO PERFECHA SE UM MES DO EXERCICIO ESTA FECHADO OU
      *    REFECHADO; MES SEM FECHAMENTO OU REABERTO E PENDENCIA
      *================================================================*
       0210-CHECAR-1-MES               SECTION.
      *================================================================*
           COMPUTE WRK-PERIODO = (WRK-EXERCICIO * 100) + WRK-MES.
           IF  WRK-PERFECHA-INEXISTENTE
               GO TO 0210-80-PENDENTE
           END-IF.
           MOVE WRK-PERIODO            TO PERFECHA-PERIODO.
           MOVE '01'                   TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
               GO TO 0210-99-FIM
           END-IF.
       0210-80-PENDENTE.
           ADD 1                       TO WRK-QTD-PENDENCIAS.
           MOVE SPACES                 TO FECANREL-REC.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  ' NAO FECHADO NO PERFECHA - FECHAR NO PROGCOB20 '
                                       DELIMITED BY SIZE
                  'ANTES DO ENCERRAMENTO' DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA O ULTIMO EXERCICIO ENCERRADO ANTES DESTE E CARREGA
      *    OS SALDOS DE ABERTURA DO EXERCICIO SEGUINTE A ELE; SEM
      *    ENCERRAMENTO ANTERIOR, O GLPOST E LIDO DESDE O INICIO
      *================================================================*
       0220-OBTER-BASE                 SECTION.
      *================================================================*
           MOVE ZEROS                  TO EXERFECH-EXERCICIO.
           START EXERFECH-FILE KEY NOT LESS EXERFECH-EXERCICIO
               INVALID KEY
                   SET WRK-EXERFECH-FIM TO TRUE
           END-START.
           PERFORM 0222-EXAMINAR-1-EXERCICIO UNTIL WRK-EXERFECH-FIM.
           IF  WRK-BASE-ANO            EQUAL ZEROS
               GO TO 0220-99-FIM
           END-IF.
           COMPUTE WRK-BASE-DT-INI = ((WRK-BASE-ANO + 1) * 10000) +
                   0101.
           MOVE SPACES                 TO FECANREL-REC.
           STRING 'PARTINDO DOS SALDOS DE ABERTURA DE '
                                       DELIMITED BY SIZE
                  WRK-BASE-DT-INI      DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.
           COMPUTE SALDOABE-EXERCICIO = WRK-BASE-ANO + 1.
           MOVE LOW-VALUES             TO SALDOABE-CONTA.
           START SALDOABE-FILE KEY NOT LESS SALDOABE-CHAVE
               INVALID KEY
                   SET WRK-SALDOABE-FIM TO TRUE
           END-START.
           PERFORM 0225-CARREGAR-1-ABERTURA UNTIL WRK-SALDOABE-FIM.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O EXERCICIO ENCERRADO SE ANTERIOR AO QUE SE ENCERRA
      *================================================================*
       0222-EXAMINAR-1-EXERCICIO       SECTION.
      *================================================================*
           READ EXERFECH-FILE NEXT RECORD
               AT END
                   SET WRK-EXERFECH-FIM TO TRUE
                   GO TO 0222-99-FIM
           END-READ.
           IF  EXERFECH-EXERCICIO      LESS WRK-EXERCICIO
               MOVE EXERFECH-EXERCICIO  TO WRK-BASE-ANO
           END-IF.
      *================================================================*
       0222-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM SALDO DE ABERTURA NA CONTA
      *================================================================*
       0225-CARREGAR-1-ABERTURA        SECTION.
      *================================================================*
           READ SALDOABE-FILE NEXT RECORD
               AT END
                   SET WRK-SALDOABE-FIM TO TRUE
                   GO TO 0225-99-FIM
           END-READ.
           IF  SALDOABE-EXERCICIO      NOT EQUAL WRK-BASE-ANO + 1
               SET WRK-SALDOABE-FIM     TO TRUE
               GO TO 0225-99-FIM
           END-IF.
           MOVE SALDOABE-CONTA         TO WRK-CONTA-LANC.
           PERFORM 0250-LOCALIZAR-CONTA.
           ADD SALDOABE-SALDO          TO WRK-CTA-SALDO(WRK-CTA-IDX).
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACUMULA O GLPOST DO PONTO DE PARTIDA ATE 31/12 DO
      *    EXERCICIO
      *================================================================*
       0240-APURAR-SALDOS              SECTION.
      *================================================================*
           OPEN INPUT GLPOST-FILE.
           IF  WRK-GLPOST-INEXISTENTE
               GO TO 0240-99-FIM
           END-IF.
           PERFORM 0242-LER-LANCAMENTO.
           PERFORM 0244-ACUMULAR-1-LANCAMENTO UNTIL WRK-GLPOST-FIM.
           CLOSE GLPOST-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM LANCAMENTO DO EXTRATO CONTABIL
      *================================================================*
       0242-LER-LANCAMENTO             SECTION.
      *================================================================*
           READ GLPOST-FILE
               AT END
                   SET WRK-GLPOST-FIM  TO TRUE
           END-READ.
      *================================================================*
       0242-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM LANCAMENTO NO SALDO DA SUA CONTA; CONTA SEM
      *    CADASTRO NO PLANO E PENDENCIA
      *================================================================*
       0244-ACUMULAR-1-LANCAMENTO      SECTION.
      *================================================================*
           IF  GLPOST-DATA             LESS WRK-BASE-DT-INI
           OR  GLPOST-DATA             GREATER WRK-DT-ENCERRAMENTO
               GO TO 0244-90-PROXIMO
           END-IF.
           MOVE GLPOST-CONTA           TO WRK-CONTA-LANC.
           PERFORM 0250-LOCALIZAR-CONTA.
           IF  WRK-CTA-TIPO(WRK-CTA-IDX) EQUAL '?'
               ADD 1                    TO WRK-QTD-PENDENCIAS
               MOVE SPACES              TO FECANREL-REC
               STRING 'CONTA SEM CADASTRO NO PLANO: ' DELIMITED BY SIZE
                      GLPOST-CONTA      DELIMITED BY SIZE
                      ' DATA='          DELIMITED BY SIZE
                      GLPOST-DATA       DELIMITED BY SIZE
                      ' PROGRAMA='      DELIMITED BY SIZE
                      GLPOST-PROGRAMA   DELIMITED BY SIZE
                      INTO FECANREL-REC
               END-STRING
               WRITE FECANREL-REC
           END-IF.
           IF  GLPOST-DEBITO
               ADD GLPOST-VALOR         TO WRK-CTA-SALDO(WRK-CTA-IDX)
           ELSE
               SUBTRACT GLPOST-VALOR   FROM WRK-CTA-SALDO(WRK-CTA-IDX)
           END-IF.
       0244-90-PROXIMO.
           PERFORM 0242-LER-LANCAMENTO.
      *================================================================*
       0244-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A CONTA NA TABELA, CRIANDO A LINHA COM O TIPO DO
      *    PLANO ('?' QUANDO SEM CADASTRO)
      *================================================================*
       0250-LOCALIZAR-CONTA            SECTION.
      *================================================================*
           SET WRK-CTA-IDX             TO 1.
           SEARCH WRK-CTA-ENTRY
               AT END
                 IF  WRK-CTA-COUNT LESS 100
                   ADD 1              TO WRK-CTA-COUNT
                   SET WRK-CTA-IDX    TO WRK-CTA-COUNT
                   MOVE WRK-CONTA-LANC TO WRK-CTA-CONTA(WRK-CTA-IDX)
                   MOVE ZEROS         TO WRK-CTA-SALDO(WRK-CTA-IDX)
                   MOVE WRK-CONTA-LANC TO PLANCTA-CONTA
                   READ PLANCTA-FILE
                   IF  WRK-PLANCTA-OK
                       MOVE PLANCTA-TIPO
                                      TO WRK-CTA-TIPO(WRK-CTA-IDX)
                   ELSE
                       MOVE '?'       TO WRK-CTA-TIPO(WRK-CTA-IDX)
                   END-IF
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 100 CONTAS EXCEDIDO - '
                     WRK-CONTA-LANC ' ACUMULADA NA ULTIMA CONTA'
                   SET WRK-CTA-IDX    TO WRK-CTA-COUNT
                 END-IF
               WHEN WRK-CTA-CONTA(WRK-CTA-IDX) EQUAL WRK-CONTA-LANC
                   CONTINUE
           END-SEARCH.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI NO PLANO A CONTA DE LUCROS OU PREJUIZOS ACUMULADOS
      *    QUANDO O PLANO FOI CARREGADO ANTES DELA EXISTIR
      *================================================================*
       0255-CADASTRAR-CONTA-LUCROS     SECTION.
      *================================================================*
           MOVE 'P'                    TO WRK-CTA-TIPO(WRK-IDX-LUCROS).
           IF  NOT WRK-CONFIRMADO
               GO TO 0255-99-FIM
           END-IF.
           MOVE WRK-CONTA-LUCROS       TO PLANCTA-CONTA.
           MOVE 'LUCROS OU PREJUIZOS ACUMULADOS' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'CONTA LUCROSACUM INCLUIDA NO PLANO DE CONTAS'
                                        TO FECANREL-REC.
           WRITE FECANREL-REC.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ZERA UMA CONTA DE RECEITA OU DESPESA CONTRA LUCROSACUM:
      *    SALDO DEVEDOR E CREDITADO NA CONTA, SALDO CREDOR DEBITADO
      *================================================================*
       0260-ENCERRAR-1-CONTA           SECTION.
      *================================================================*
           IF  WRK-CTA-TIPO(WRK-CTA-IDX) NOT EQUAL 'R'
           AND WRK-CTA-TIPO(WRK-CTA-IDX) NOT EQUAL 'D'
               GO TO 0260-99-FIM
           END-IF.
           IF  WRK-CTA-SALDO(WRK-CTA-IDX) EQUAL ZEROS
               GO TO 0260-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ENCERRADAS.
           SUBTRACT WRK-CTA-SALDO(WRK-CTA-IDX) FROM WRK-RESULTADO.
           IF  WRK-CTA-SALDO(WRK-CTA-IDX) GREATER ZEROS
               MOVE WRK-CONTA-LUCROS    TO WRK-CONTA-DEBITO
               MOVE WRK-CTA-CONTA(WRK-CTA-IDX) TO WRK-CONTA-CREDITO
               MOVE WRK-CTA-SALDO(WRK-CTA-IDX) TO WRK-VALOR-LANCTO
           ELSE
               MOVE WRK-CTA-CONTA(WRK-CTA-IDX) TO WRK-CONTA-DEBITO
               MOVE WRK-CONTA-LUCROS    TO WRK-CONTA-CREDITO
               COMPUTE WRK-VALOR-LANCTO =
                       WRK-CTA-SALDO(WRK-CTA-IDX) * -1
           END-IF.
           MOVE WRK-CTA-SALDO(WRK-CTA-IDX) TO WRK-VALOR-ED.
           MOVE SPACES                 TO FECANREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  WRK-CTA-CONTA(WRK-CTA-IDX) DELIMITED BY SIZE
                  ' TIPO='             DELIMITED BY SIZE
                  WRK-CTA-TIPO(WRK-CTA-IDX) DELIMITED BY SIZE
                  ' SALDO ENCERRADO='  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.
           ADD WRK-CTA-SALDO(WRK-CTA-IDX) TO WRK-CTA-SALDO
                                               (WRK-IDX-LUCROS).
           MOVE ZEROS                  TO WRK-CTA-SALDO(WRK-CTA-IDX).
           IF  WRK-CONFIRMADO
               PERFORM 0400-LANCAR-GLPOST
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O SALDO DE ABERTURA DE UMA CONTA DE ATIVO OU PASSIVO
      *    NO EXERCICIO SEGUINTE
      *================================================================*
       0270-ABRIR-1-CONTA              SECTION.
      *================================================================*
           IF  WRK-CTA-TIPO(WRK-CTA-IDX) NOT EQUAL 'A'
           AND WRK-CTA-TIPO(WRK-CTA-IDX) NOT EQUAL 'P'
               GO TO 0270-99-FIM
           END-IF.
           IF  WRK-CTA-SALDO(WRK-CTA-IDX) EQUAL ZEROS
               GO TO 0270-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ABERTURA.
           MOVE WRK-CTA-SALDO(WRK-CTA-IDX) TO WRK-VALOR-ED.
           MOVE SPACES                 TO FECANREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  WRK-CTA-CONTA(WRK-CTA-IDX) DELIMITED BY SIZE
                  ' TIPO='             DELIMITED BY SIZE
                  WRK-CTA-TIPO(WRK-CTA-IDX) DELIMITED BY SIZE
                  ' SALDO DE ABERTURA=' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO FECANREL-REC
           END-STRING.
           WRITE FECANREL-REC.
           IF  NOT WRK-CONFIRMADO
               GO TO 0270-99-FIM
           END-IF.
           MOVE WRK-EXERCICIO-NOVO     TO SALDOABE-EXERCICIO.
           MOVE WRK-CTA-CONTA(WRK-CTA-IDX) TO SALDOABE-CONTA.
           MOVE WRK-CTA-TIPO(WRK-CTA-IDX)  TO SALDOABE-TIPO.
           MOVE WRK-CTA-SALDO(WRK-CTA-IDX) TO SALDOABE-SALDO.
           MOVE WRK-DATA-SYS           TO SALDOABE-DATA-GERACAO.
           WRITE SALDOABE-REC
               INVALID KEY
                   REWRITE SALDOABE-REC
           END-WRITE.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA O PAR DEBITO/CREDITO DE ENCERRAMENTO NO EXTRATO
      *    CONTABIL, EM 31/12 E COM O EXERCICIO COMO LOTE
      *================================================================*
       0400-LANCAR-GLPOST              SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DT-ENCERRAMENTO    TO GLPOST-DATA.
           MOVE 'PROGFECAN'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE WRK-EXERCICIO          TO GLPOST-LOTE.
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
      *    ENCERRA O PROGRAMA; ENCERRAMENTO RECUSADO DEVOLVE
      *    RETURN-CODE 16
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO FECANREL-REC.
           EVALUATE TRUE
               WHEN WRK-NAO-PODE-ENCERRAR
                   MOVE 'ENCERRAMENTO RECUSADO - NADA LANCADO'
                                        TO FECANREL-REC
                   MOVE 16              TO RETURN-CODE
               WHEN WRK-CONFIRMADO
                   STRING 'EXERCICIO ENCERRADO - CONTAS ZERADAS='
                                        DELIMITED BY SIZE
                          WRK-QTD-ENCERRADAS DELIMITED BY SIZE
                          ' SALDOS DE ABERTURA=' DELIMITED BY SIZE
                          WRK-QTD-ABERTURA DELIMITED BY SIZE
                          INTO FECANREL-REC
                   END-STRING
               WHEN OTHER
                   MOVE 'SIMULACAO - ENCERRAMENTO NAO CONFIRMADO'
                                        TO FECANREL-REC
           END-EVALUATE.
           WRITE FECANREL-REC.
           CLOSE EXERFECH-FILE.
           CLOSE SALDOABE-FILE.
           CLOSE PLANCTA-FILE.
           IF  NOT WRK-PERFECHA-INEXISTENTE
               CLOSE PERFECHA-FILE
           END-IF.
           CLOSE FECANREL-FILE.
           DISPLAY 'ENCERRAMENTO DO EXERCICIO ' WRK-EXERCICIO
                   ' - RELATORIO EM FECANREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
