       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAGEND.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DA AGENDA DO PROCESSAMENTO NOTURNO
      * (JOBSCHED), QUE TIRA A LISTA DE PASSOS DO FONTE DO
      * ENCADEADOR PROGCOB47: ACAO I INCLUI OU ALTERA UM PASSO
      * (PROGRAMA, DESCRICAO, FREQUENCIA, PARAMETRO, ATE TRES
      * PREDECESSORES E SITUACAO), ACAO E EXCLUI UM PASSO E ACAO L
      * LISTA A AGENDA. A FREQUENCIA E D (DIARIO), S (SEMANAL, NO DIA
      * DA SEMANA 1=DOMINGO ... 7=SABADO), F (ULTIMO DIA UTIL DO
      * MES), N (N-ESIMO DIA UTIL DO MES) OU A (ANUAL, DATA MMDD).
      * O PREDECESSOR TEM DE SER UM PASSO JA CADASTRADO E DE NUMERO
      * MENOR, PARA A CADEIA, QUE RODA NA ORDEM DOS PASSOS, NUNCA
      * ESPERAR POR UM PASSO QUE AINDA NAO RODOU; O PASSO QUE E
      * PREDECESSOR DE OUTRO NAO PODE SER EXCLUIDO. CADA OPERACAO
      * VAI PARA A TRILHA DE CONSOLE (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - NUMERO DO PASSO ACEITO ATE 99, PARA A AGENDA
      *              PADRAO NUMERADA DE 5 EM 5 (PROGCOB47) E OS PASSOS
      *              NOVOS ENTRE DOIS EXISTENTES
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT JOBSCHED-FILE         ASSIGN TO "JOBSCHED"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS JOBSCHED-PASSO
               FILE STATUS            IS WRK-JOBSCHED-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBSCHED-FILE.
           COPY 'JOBSCHED.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-JOBSCHED-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-JOBSCHED-OK                         VALUE '00'.
           88  WRK-JOBSCHED-FIM                        VALUE '10'.
           88  WRK-JOBSCHED-NAO-ACHOU                  VALUE '23'.
           88  WRK-JOBSCHED-INEXISTENTE                VALUE '35'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-INCLUIR                        VALUE 'I'.
           88  WRK-ACAO-EXCLUIR                        VALUE 'E'.
           88  WRK-ACAO-LISTAR                         VALUE 'L'.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    PASSO DIGITADO; A GRAVACAO SO ACONTECE COM TODOS OS CAMPOS
      *    CRITICADOS
      *
       01  WRK-PASSO-NOVO.
           05  WRK-NOVO-PASSO          PIC 9(002)      VALUE ZEROS.
           05  WRK-NOVO-PROGRAMA       PIC X(009)      VALUE SPACES.
           05  WRK-NOVO-DESCRICAO      PIC X(030)      VALUE SPACES.
           05  WRK-NOVO-FREQUENCIA     PIC X(001)      VALUE SPACES.
           05  WRK-NOVO-PARAMETRO      PIC 9(004)      VALUE ZEROS.
           05  WRK-NOVO-PARAM-R REDEFINES WRK-NOVO-PARAMETRO.
               10  WRK-NOVO-PARAM-MES  PIC 9(002).
               10  WRK-NOVO-PARAM-DIA  PIC 9(002).
           05  WRK-NOVO-PRED           PIC 9(002)  OCCURS 3 TIMES.
           05  WRK-NOVO-SITUACAO       PIC X(001)      VALUE SPACES.
       77  WRK-PRED-IDX                PIC 9(001)      VALUE ZEROS.
       77  WRK-PASSO-EXCLUIR           PIC 9(002)      VALUE ZEROS.
       77  WRK-QTD-LISTADOS            PIC 9(002)      VALUE ZEROS.
       77  WRK-QTD-DEPENDENTES         PIC 9(002)      VALUE ZEROS.
       77  WRK-CRITICA                 PIC X(001)      VALUE 'S'.
           88  WRK-CRITICA-OK                          VALUE 'S'.
           88  WRK-CRITICA-ERRO                        VALUE 'N'.
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
      *    ABRE A AGENDA E RECEBE A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O JOBSCHED-FILE.
           IF  WRK-JOBSCHED-INEXISTENTE
               CLOSE JOBSCHED-FILE
               OPEN OUTPUT JOBSCHED-FILE
               CLOSE JOBSCHED-FILE
               OPEN I-O JOBSCHED-FILE
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR/ALTERAR PASSO E=EXCLUIR PASSO '
                   'L=LISTAR AGENDA):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESPACHA A ACAO ESCOLHIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0400-INCLUIR-PASSO
               WHEN WRK-ACAO-EXCLUIR
                   PERFORM 0500-EXCLUIR-PASSO
               WHEN WRK-ACAO-LISTAR
                   PERFORM 0600-LISTAR-AGENDA
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI OU ALTERA UM PASSO DA AGENDA, DEPOIS DE CRITICAR
      *    A FREQUENCIA, O PARAMETRO E OS PREDECESSORES
      *================================================================*
       0400-INCLUIR-PASSO              SECTION.
      *================================================================*
           DISPLAY 'NUMERO DO PASSO (01-99, ORDEM DE EXECUCAO; A '
                   'AGENDA PADRAO VAI DE 5 EM 5):'.
           ACCEPT WRK-NOVO-PASSO.
           DISPLAY 'PROGRAMA (PROGRAM-ID):'.
           ACCEPT WRK-NOVO-PROGRAMA.
           DISPLAY 'DESCRICAO:'.
           ACCEPT WRK-NOVO-DESCRICAO.
           DISPLAY 'FREQUENCIA (D=DIARIO S=SEMANAL F=ULTIMO DIA UTIL '
                   'N=N-ESIMO DIA UTIL A=ANUAL):'.
           ACCEPT WRK-NOVO-FREQUENCIA.
           MOVE ZEROS                  TO WRK-NOVO-PARAMETRO.
           EVALUATE WRK-NOVO-FREQUENCIA
               WHEN 'S'
                   DISPLAY 'DIA DA SEMANA (1=DOMINGO ... 7=SABADO):'
                   ACCEPT WRK-NOVO-PARAMETRO
               WHEN 'N'
                   DISPLAY 'ORDEM DO DIA UTIL NO MES (1-23):'
                   ACCEPT WRK-NOVO-PARAMETRO
               WHEN 'A'
                   DISPLAY 'DATA ANUAL (MMDD):'
                   ACCEPT WRK-NOVO-PARAMETRO
           END-EVALUATE.
           PERFORM 0410-RECEBER-1-PREDECESSOR
               VARYING WRK-PRED-IDX FROM 1 BY 1
               UNTIL WRK-PRED-IDX      GREATER 3.
           DISPLAY 'SITUACAO (A=ATIVO I=INATIVO):'.
           ACCEPT WRK-NOVO-SITUACAO.

           PERFORM 0420-CRITICAR-PASSO.
           IF  WRK-CRITICA-ERRO
               DISPLAY 'PASSO NAO GRAVADO'
               GO TO 0400-99-FIM
           END-IF.

           MOVE WRK-NOVO-PASSO         TO JOBSCHED-PASSO.
           MOVE WRK-NOVO-PROGRAMA      TO JOBSCHED-PROGRAMA.
           MOVE WRK-NOVO-DESCRICAO     TO JOBSCHED-DESCRICAO.
           MOVE WRK-NOVO-FREQUENCIA    TO JOBSCHED-FREQUENCIA.
           MOVE WRK-NOVO-PARAMETRO     TO JOBSCHED-PARAMETRO.
           MOVE WRK-NOVO-PRED(1)       TO JOBSCHED-PREDECESSOR(1).
           MOVE WRK-NOVO-PRED(2)       TO JOBSCHED-PREDECESSOR(2).
           MOVE WRK-NOVO-PRED(3)       TO JOBSCHED-PREDECESSOR(3).
           MOVE WRK-NOVO-SITUACAO      TO JOBSCHED-SITUACAO.
           WRITE JOBSCHED-REC
               INVALID KEY
                   REWRITE JOBSCHED-REC
           END-WRITE.
           DISPLAY 'PASSO ' WRK-NOVO-PASSO ' GRAVADO'.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'AGENDA PASSO '      DELIMITED BY SIZE
                  WRK-NOVO-PASSO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOVO-PROGRAMA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOVO-FREQUENCIA  DELIMITED BY SIZE
                  WRK-NOVO-PARAMETRO   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOVO-SITUACAO    DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE UM PREDECESSOR (ZEROS = NENHUM)
      *================================================================*
       0410-RECEBER-1-PREDECESSOR      SECTION.
      *================================================================*
           DISPLAY 'PREDECESSOR ' WRK-PRED-IDX
                   ' (NUMERO DO PASSO, ZEROS = NENHUM):'.
           MOVE ZEROS                  TO WRK-NOVO-PRED(WRK-PRED-IDX).
           ACCEPT WRK-NOVO-PRED(WRK-PRED-IDX).
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CRITICA O PASSO DIGITADO
      *================================================================*
       0420-CRITICAR-PASSO             SECTION.
      *================================================================*
           SET WRK-CRITICA-OK          TO TRUE.
           IF  WRK-NOVO-PASSO          EQUAL ZEROS
               DISPLAY 'NUMERO DO PASSO INVALIDO'
               SET WRK-CRITICA-ERRO     TO TRUE
           END-IF.
           IF  WRK-NOVO-PROGRAMA       EQUAL SPACES
               DISPLAY 'PROGRAMA NAO INFORMADO'
               SET WRK-CRITICA-ERRO     TO TRUE
           END-IF.
           IF  WRK-NOVO-SITUACAO       NOT EQUAL 'A'
           AND WRK-NOVO-SITUACAO       NOT EQUAL 'I'
               DISPLAY 'SITUACAO INVALIDA'
               SET WRK-CRITICA-ERRO     TO TRUE
           END-IF.
           EVALUATE WRK-NOVO-FREQUENCIA
               WHEN 'D'
                   CONTINUE
               WHEN 'F'
                   CONTINUE
               WHEN 'S'
                   IF  WRK-NOVO-PARAMETRO EQUAL ZEROS
                   OR  WRK-NOVO-PARAMETRO GREATER 7
                       DISPLAY 'DIA DA SEMANA INVALIDO'
                       SET WRK-CRITICA-ERRO TO TRUE
                   END-IF
               WHEN 'N'
                   IF  WRK-NOVO-PARAMETRO EQUAL ZEROS
                   OR  WRK-NOVO-PARAMETRO GREATER 23
                       DISPLAY 'ORDEM DO DIA UTIL INVALIDA'
                       SET WRK-CRITICA-ERRO TO TRUE
                   END-IF
               WHEN 'A'
                   IF  WRK-NOVO-PARAM-MES EQUAL ZEROS
                   OR  WRK-NOVO-PARAM-MES GREATER 12
                   OR  WRK-NOVO-PARAM-DIA EQUAL ZEROS
                   OR  WRK-NOVO-PARAM-DIA GREATER 31
                       DISPLAY 'DATA ANUAL INVALIDA'
                       SET WRK-CRITICA-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'FREQUENCIA INVALIDA'
                   SET WRK-CRITICA-ERRO TO TRUE
           END-EVALUATE.
           PERFORM 0430-CRITICAR-1-PREDECESSOR
               VARYING WRK-PRED-IDX FROM 1 BY 1
               UNTIL WRK-PRED-IDX      GREATER 3.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    O PREDECESSOR TEM DE SER DE NUMERO MENOR E JA CADASTRADO
      *================================================================*
       0430-CRITICAR-1-PREDECESSOR     SECTION.
      *================================================================*
           IF  WRK-NOVO-PRED(WRK-PRED-IDX) EQUAL ZEROS
               GO TO 0430-99-FIM
           END-IF.
           IF  WRK-NOVO-PRED(WRK-PRED-IDX) NOT LESS WRK-NOVO-PASSO
               DISPLAY 'PREDECESSOR ' WRK-NOVO-PRED(WRK-PRED-IDX)
                       ' NAO E ANTERIOR AO PASSO'
               SET WRK-CRITICA-ERRO     TO TRUE
               GO TO 0430-99-FIM
           END-IF.
           MOVE WRK-NOVO-PRED(WRK-PRED-IDX) TO JOBSCHED-PASSO.
           READ JOBSCHED-FILE.
           IF  NOT WRK-JOBSCHED-OK
               DISPLAY 'PREDECESSOR ' WRK-NOVO-PRED(WRK-PRED-IDX)
                       ' NAO CADASTRADO NA AGENDA'
               SET WRK-CRITICA-ERRO     TO TRUE
           END-IF.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXCLUI UM PASSO DA AGENDA, DESDE QUE NENHUM OUTRO O TENHA
      *    COMO PREDECESSOR
      *================================================================*
       0500-EXCLUIR-PASSO              SECTION.
      *================================================================*
           DISPLAY 'NUMERO DO PASSO A EXCLUIR:'.
           ACCEPT WRK-PASSO-EXCLUIR.
           MOVE ZEROS                  TO WRK-QTD-DEPENDENTES.
           MOVE ZEROS                  TO JOBSCHED-PASSO.
           START JOBSCHED-FILE KEY NOT LESS JOBSCHED-PASSO
               INVALID KEY
                   SET WRK-JOBSCHED-FIM TO TRUE
           END-START.
           PERFORM 0510-CONTAR-1-DEPENDENTE
               UNTIL WRK-JOBSCHED-FIM.
           IF  WRK-QTD-DEPENDENTES     GREATER ZEROS
               DISPLAY 'PASSO E PREDECESSOR DE ' WRK-QTD-DEPENDENTES
                       ' PASSO(S) - NAO EXCLUIDO; INATIVE-O PELA '
                       'ACAO I'
               GO TO 0500-99-FIM
           END-IF.

           MOVE WRK-PASSO-EXCLUIR      TO JOBSCHED-PASSO.
           READ JOBSCHED-FILE.
           IF  WRK-JOBSCHED-OK
               DELETE JOBSCHED-FILE
               DISPLAY 'PASSO EXCLUIDO'
               MOVE SPACES              TO WRK-CAMPOS-LOG
               STRING 'AGENDA PASSO '   DELIMITED BY SIZE
                      WRK-PASSO-EXCLUIR DELIMITED BY SIZE
                      ' EXCLUIDO '      DELIMITED BY SIZE
                      JOBSCHED-PROGRAMA DELIMITED BY SIZE
                      INTO WRK-CAMPOS-LOG
               END-STRING
               PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE
           ELSE
               DISPLAY 'PASSO NAO CADASTRADO'
           END-IF.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PASSO E CONTA-O SE TIVER O PASSO A EXCLUIR COMO
      *    PREDECESSOR
      *================================================================*
       0510-CONTAR-1-DEPENDENTE        SECTION.
      *================================================================*
           READ JOBSCHED-FILE NEXT RECORD
               AT END
                   SET WRK-JOBSCHED-FIM TO TRUE
                   GO TO 0510-99-FIM
           END-READ.
           IF  JOBSCHED-PREDECESSOR(1) EQUAL WRK-PASSO-EXCLUIR
           OR  JOBSCHED-PREDECESSOR(2) EQUAL WRK-PASSO-EXCLUIR
           OR  JOBSCHED-PREDECESSOR(3) EQUAL WRK-PASSO-EXCLUIR
               ADD 1                    TO WRK-QTD-DEPENDENTES
           END-IF.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA A AGENDA NA ORDEM DOS PASSOS
      *================================================================*
       0600-LISTAR-AGENDA              SECTION.
      *================================================================*
           DISPLAY 'PS PROGRAMA  DESCRICAO                      '
                   'FREQ PARM PREDECES SIT'.
           MOVE ZEROS                  TO JOBSCHED-PASSO.
           START JOBSCHED-FILE KEY NOT LESS JOBSCHED-PASSO
               INVALID KEY
                   SET WRK-JOBSCHED-FIM TO TRUE
           END-START.
           PERFORM 0610-LISTAR-1-PASSO
               UNTIL WRK-JOBSCHED-FIM.
           DISPLAY WRK-QTD-LISTADOS ' PASSO(S) NA AGENDA'.
      *================================================================*
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE E MOSTRA UM PASSO DA AGENDA
      *================================================================*
       0610-LISTAR-1-PASSO             SECTION.
      *================================================================*
           READ JOBSCHED-FILE NEXT RECORD
               AT END
                   SET WRK-JOBSCHED-FIM TO TRUE
                   GO TO 0610-99-FIM
           END-READ.
           ADD 1                       TO WRK-QTD-LISTADOS.
           DISPLAY JOBSCHED-PASSO ' ' JOBSCHED-PROGRAMA ' '
                   JOBSCHED-DESCRICAO ' ' JOBSCHED-FREQUENCIA '    '
                   JOBSCHED-PARAMETRO ' '
                   JOBSCHED-PREDECESSOR(1) ' '
                   JOBSCHED-PREDECESSOR(2) ' '
                   JOBSCHED-PREDECESSOR(3) ' '
                   JOBSCHED-SITUACAO.
      *================================================================*
       0610-99-FIM.                    EXIT.
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
           MOVE 'PROGAGEND'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO A AGENDA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE JOBSCHED-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
