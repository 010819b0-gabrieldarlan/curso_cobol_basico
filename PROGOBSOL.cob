       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOBSOL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO MENSAL DE ESTOQUE PARADO E OBSOLETO COM
      * A PROVISAO PARA PERDA. CADA PRODUTO COM SALDO NO ESTOQUE E
      * ENVELHECIDO PELOS DIAS (30/360) DESDE A ULTIMA SAIDA NA
      * TRILHA MOVEST (VENDA, DEVOLUCAO A FORNECEDOR ETC., MENOS AS
      * TRANSFERENCIAS ENTRE LOCAIS DO PROGCOB74) - SEM SAIDA, DESDE
      * O PRIMEIRO MOVIMENTO - NAS FAIXAS ATE 90, 91-180, 181-365 E
      * ACIMA DE 365 DIAS, VALORIZADO AO CUSTO MEDIO DO CUSTOPROD. O
      * PERCENTUAL DE PROVISAO DE CADA FAIXA DA A PROVISAO DO MES,
      * E A DIFERENCA PARA A PROVISAO ANTERIOR (CONTROLE PROVCTL
      * TIPO OB) E LANCADA NO GLPOST COMO AJUSTE (DESPPROVOB CONTRA
      * PROVOBEST, REDUTORA DO ESTOQUE NO BALANCO DO PROGCOB85).
      * RELATORIO NO OBSOLREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE          ASSIGN TO "ESTOQUE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTOQUE-CODIGO
               FILE STATUS            IS WRK-ESTOQUE-STATUS.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT CUSTOPROD-FILE        ASSIGN TO "CUSTOPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
           SELECT MOVEST-FILE           ASSIGN TO "MOVEST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVEST-STATUS.
           SELECT PROVCTL-FILE          ASSIGN TO "PROVCTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROVCTL-TIPO
               FILE STATUS            IS WRK-PROVCTL-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT OBSOLREL-FILE         ASSIGN TO "OBSOLREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-OBSOLREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY 'ESTOQUE.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  MOVEST-FILE.
           COPY 'MOVEST.COB'.
       FD  PROVCTL-FILE.
           COPY 'PROVCTL.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  OBSOLREL-FILE.
           COPY 'OBSOLREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-ESTOQUE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTOQUE-OK                          VALUE '00'.
           88  WRK-ESTOQUE-FIM                         VALUE '10'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
       77  WRK-CUSTOPROD-STATUS        PIC X(002)      VALUE SPACES.
           88  WRK-CUSTOPROD-OK                        VALUE '00'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-MOVEST-OK                           VALUE '00'.
           88  WRK-MOVEST-FIM                          VALUE '10'.
           88  WRK-MOVEST-INEXISTENTE                  VALUE '35'.
       77  WRK-PROVCTL-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROVCTL-OK                          VALUE '00'.
           88  WRK-PROVCTL-INEXISTENTE                 VALUE '35'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-OBSOLREL-STATUS         PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       01  WRK-DATA-MOV                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-MOV-DEC REDEFINES WRK-DATA-MOV.
           05  WRK-MOV-ANO             PIC 9(004).
           05  WRK-MOV-MES             PIC 9(002).
           05  WRK-MOV-DIA             PIC 9(002).
       77  WRK-DIAS-IDADE              PIC S9(005)     VALUE ZEROS.
       77  WRK-DIAS-IDADE-ED           PIC ZZZZ9       VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-LANCAR                  PIC X(001)      VALUE 'N'.
           88  WRK-LANCAR-SIM                          VALUE 'S'.
      *
      *    PRODUTOS COM SALDO E AS DATAS DA TRILHA: ULTIMA SAIDA E
      *    PRIMEIRO MOVIMENTO
      *
       01  WRK-PRD-TAB.
           05  WRK-PRD-ENTRY           OCCURS 500 TIMES
                                        INDEXED BY WRK-PRD-IDX.
               10  WRK-PRD-CODIGO      PIC X(006).
               10  WRK-PRD-SALDO       PIC 9(007).
               10  WRK-PRD-ULT-MOVTO   PIC 9(008).
               10  WRK-PRD-ULT-SAIDA   PIC 9(008).
               10  WRK-PRD-PRI-MOVTO   PIC 9(008).
       77  WRK-PRD-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-PRD-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-PRD-AVISO               PIC X(001)      VALUE 'N'.
           88  WRK-PRD-AVISADO                         VALUE 'S'.
      *
      *    FAIXAS DE IDADE (LIMITE SUPERIOR EM DIAS) E PERCENTUAL DE
      *    PROVISAO DE CADA UMA; A ULTIMA FAIXA NAO TEM LIMITE
      *
       01  WRK-FAIXAS-GRP.
           02  FILLER                  PIC 9(005)  VALUE 00090.
           02  FILLER                  PIC 9(003)V99 VALUE 000,00.
           02  FILLER                  PIC X(012)  VALUE 'ATE 90 DIAS'.
           02  FILLER                  PIC 9(005)  VALUE 00180.
           02  FILLER                  PIC 9(003)V99 VALUE 025,00.
           02  FILLER                  PIC X(012)  VALUE '91 A 180'.
           02  FILLER                  PIC 9(005)  VALUE 00365.
           02  FILLER                  PIC 9(003)V99 VALUE 050,00.
           02  FILLER                  PIC X(012)  VALUE '181 A 365'.
           02  FILLER                  PIC 9(005)  VALUE 99999.
           02  FILLER                  PIC 9(003)V99 VALUE 100,00.
           02  FILLER                  PIC X(012)  VALUE 'ACIMA DE 365'.
       01  WRK-FAIXAS REDEFINES WRK-FAIXAS-GRP.
           05  WRK-FAIXA-ENTRY         OCCURS 4 TIMES.
               10  WRK-FAIXA-LIMITE    PIC 9(005).
               10  WRK-FAIXA-PERC      PIC 9(003)V99.
               10  WRK-FAIXA-NOME      PIC X(012).
       01  WRK-TOT-FAIXAS.
           05  WRK-TOT-ENTRY           OCCURS 4 TIMES.
               10  WRK-TOT-QTD-PRD     PIC 9(005).
               10  WRK-TOT-VALOR       PIC 9(013)V99.
               10  WRK-TOT-PROVISAO    PIC 9(013)V99.
       77  WRK-FAIXA-IDX               PIC 9(001)      VALUE ZEROS.
      *
       77  WRK-CUSTO-MEDIO             PIC 9(007)V9999 VALUE ZEROS.
       77  WRK-VALOR-ITEM              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PROV-ITEM               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-GERAL             PIC 9(013)V99   VALUE ZEROS.
       77  WRK-PROV-GERAL              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-PROV-ANTERIOR           PIC 9(013)V99   VALUE ZEROS.
       77  WRK-AJUSTE                  PIC S9(013)V99  VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-PROV-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-AJUSTE-ED               PIC -Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-CUSTO-ED                PIC Z.ZZZ.ZZ9,9999 VALUE ZEROS.
       77  WRK-PERC-ED                 PIC ZZ9,99      VALUE ZEROS.
      *
      *    LANCAMENTO DO AJUSTE NO EXTRATO CONTABIL
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'LOGI'.
       77  WRK-CONTA-DEBITO            PIC X(010)      VALUE SPACES.
       77  WRK-CONTA-CREDITO           PIC X(010)      VALUE SPACES.
       77  WRK-VALOR-LANCTO            PIC 9(009)V99   VALUE ZEROS.
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
      *    PERGUNTA SE O AJUSTE DEVE SER LANCADO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'ESTOQUE PARADO E OBSOLETO - PROVISAO MENSAL'.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'LANCAR O AJUSTE DA PROVISAO NO GLPOST (S/N, '
                   'ENTER = SO RELATORIO):'.
           ACCEPT WRK-LANCAR.

           OPEN INPUT ESTOQUE-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT CUSTOPROD-FILE.
           OPEN INPUT MOVEST-FILE.
           OPEN I-O PROVCTL-FILE.
           IF  WRK-PROVCTL-INEXISTENTE
               CLOSE PROVCTL-FILE
               OPEN OUTPUT PROVCTL-FILE
               CLOSE PROVCTL-FILE
               OPEN I-O PROVCTL-FILE
           END-IF.
           OPEN OUTPUT OBSOLREL-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
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
      *    CARREGA OS SALDOS, DATA A TRILHA, ENVELHECE E VALORIZA
      *    CADA PRODUTO E APURA O AJUSTE DA PROVISAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO OBSOLREL-REC.
           STRING 'ESTOQUE PARADO E OBSOLETO EM ' DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' - IDADE PELA ULTIMA SAIDA NA TRILHA MOVEST'
                                       DELIMITED BY SIZE
                  INTO OBSOLREL-REC
           END-STRING.
           WRITE OBSOLREL-REC.

           PERFORM 0210-CARREGAR-SALDOS.
           PERFORM 0220-DATAR-MOVIMENTOS.
           PERFORM 0240-AVALIAR-1-PRODUTO
               VARYING WRK-PRD-I FROM 1 BY 1
               UNTIL WRK-PRD-I         GREATER WRK-PRD-COUNT.
           PERFORM 0260-GRAVAR-RESUMO-FAIXAS
               VARYING WRK-FAIXA-IDX FROM 1 BY 1
               UNTIL WRK-FAIXA-IDX     GREATER 4.
           PERFORM 0270-AJUSTAR-PROVISAO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS PRODUTOS COM SALDO NO ESTOQUE
      *================================================================*
       0210-CARREGAR-SALDOS            SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO ESTOQUE-CODIGO.
           START ESTOQUE-FILE KEY NOT LESS ESTOQUE-CODIGO
               INVALID KEY
                   SET WRK-ESTOQUE-FIM  TO TRUE
           END-START.
           PERFORM 0212-CARREGAR-1-SALDO UNTIL WRK-ESTOQUE-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM PRODUTO COM SALDO NA TABELA
      *================================================================*
       0212-CARREGAR-1-SALDO           SECTION.
      *================================================================*
           READ ESTOQUE-FILE NEXT RECORD
               AT END
                   SET WRK-ESTOQUE-FIM  TO TRUE
                   GO TO 0212-99-FIM
           END-READ.
           IF  ESTOQUE-SALDO           EQUAL ZEROS
               GO TO 0212-99-FIM
           END-IF.
           IF  WRK-PRD-COUNT           NOT LESS 500
               IF  NOT WRK-PRD-AVISADO
                   DISPLAY 'AVISO: LIMITE DE 500 PRODUTOS COM SALDO '
                           '- A PARTIR DE ' ESTOQUE-CODIGO
                           ' FORA DO RELATORIO'
                   SET WRK-PRD-AVISADO TO TRUE
               END-IF
               GO TO 0212-99-FIM
           END-IF.
           ADD 1                       TO WRK-PRD-COUNT.
           MOVE ESTOQUE-CODIGO         TO WRK-PRD-CODIGO(WRK-PRD-COUNT).
           MOVE ESTOQUE-SALDO          TO WRK-PRD-SALDO(WRK-PRD-COUNT).
           MOVE ESTOQUE-DATA-ULT-MOVTO TO WRK-PRD-ULT-MOVTO
                                           (WRK-PRD-COUNT).
           MOVE ZEROS                  TO WRK-PRD-ULT-SAIDA
                                           (WRK-PRD-COUNT)
                                          WRK-PRD-PRI-MOVTO
                                           (WRK-PRD-COUNT).
      *================================================================*
       0212-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE A TRILHA MOVEST GUARDANDO, POR PRODUTO, A DATA DA
      *    ULTIMA SAIDA E A DO PRIMEIRO MOVIMENTO
      *================================================================*
       0220-DATAR-MOVIMENTOS           SECTION.
      *================================================================*
           IF  WRK-MOVEST-INEXISTENTE
               GO TO 0220-99-FIM
           END-IF.
           PERFORM 0225-LER-MOVIMENTO.
           PERFORM 0230-DATAR-1-MOVIMENTO UNTIL WRK-MOVEST-FIM.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM MOVIMENTO DA TRILHA DE MOVIMENTACAO
      *================================================================*
       0225-LER-MOVIMENTO              SECTION.
      *================================================================*
           READ MOVEST-FILE
               AT END
                   SET WRK-MOVEST-FIM  TO TRUE
           END-READ.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ATUALIZA AS DATAS DO PRODUTO DO MOVIMENTO; TRANSFERENCIA
      *    ENTRE LOCAIS NAO CONTA COMO SAIDA
      *================================================================*
       0230-DATAR-1-MOVIMENTO          SECTION.
      *================================================================*
           SET WRK-PRD-IDX             TO 1.
           SEARCH WRK-PRD-ENTRY
               AT END
                   PERFORM 0225-LER-MOVIMENTO
                   GO TO 0230-99-FIM
               WHEN WRK-PRD-CODIGO(WRK-PRD-IDX) EQUAL MOVEST-PRODUTO
                   CONTINUE
           END-SEARCH.
           IF  WRK-PRD-PRI-MOVTO(WRK-PRD-IDX) EQUAL ZEROS
           OR  MOVEST-DATA             LESS
               WRK-PRD-PRI-MOVTO(WRK-PRD-IDX)
               MOVE MOVEST-DATA         TO WRK-PRD-PRI-MOVTO
                                           (WRK-PRD-IDX)
           END-IF.
           IF  MOVEST-SAIDA
           AND MOVEST-PROGRAMA         NOT EQUAL 'PROGCOB74'
           AND MOVEST-DATA             GREATER
               WRK-PRD-ULT-SAIDA(WRK-PRD-IDX)
               MOVE MOVEST-DATA         TO WRK-PRD-ULT-SAIDA
                                           (WRK-PRD-IDX)
           END-IF.
           PERFORM 0225-LER-MOVIMENTO.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENVELHECE O PRODUTO (ULTIMA SAIDA; SEM SAIDA, PRIMEIRO
      *    MOVIMENTO; SEM TRILHA, ULTIMO MOVIMENTO DO SALDO),
      *    VALORIZA AO CUSTO MEDIO E PROVISIONA PELA FAIXA
      *================================================================*
       0240-AVALIAR-1-PRODUTO          SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN WRK-PRD-ULT-SAIDA(WRK-PRD-I) NOT EQUAL ZEROS
                   MOVE WRK-PRD-ULT-SAIDA(WRK-PRD-I) TO WRK-DATA-MOV
               WHEN WRK-PRD-PRI-MOVTO(WRK-PRD-I) NOT EQUAL ZEROS
                   MOVE WRK-PRD-PRI-MOVTO(WRK-PRD-I) TO WRK-DATA-MOV
               WHEN OTHER
                   MOVE WRK-PRD-ULT-MOVTO(WRK-PRD-I) TO WRK-DATA-MOV
           END-EVALUATE.
           IF  WRK-DATA-MOV            EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-MOV
           END-IF.
           COMPUTE WRK-DIAS-IDADE =
                   ((WRK-SYS-ANO - WRK-MOV-ANO) * 360) +
                   ((WRK-SYS-MES - WRK-MOV-MES) * 30) +
                   (WRK-SYS-DIA - WRK-MOV-DIA).
           IF  WRK-DIAS-IDADE          LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS-IDADE
           END-IF.
           MOVE 1                      TO WRK-FAIXA-IDX.
           PERFORM 0245-AVANCAR-FAIXA
               UNTIL WRK-FAIXA-IDX     EQUAL 4
               OR    WRK-DIAS-IDADE    NOT GREATER
                     WRK-FAIXA-LIMITE(WRK-FAIXA-IDX).

           MOVE ZEROS                  TO WRK-CUSTO-MEDIO.
           MOVE WRK-PRD-CODIGO(WRK-PRD-I) TO CUSTOPROD-PRODUTO.
           READ CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               MOVE CUSTOPROD-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
           END-IF.
           COMPUTE WRK-VALOR-ITEM ROUNDED =
                   WRK-PRD-SALDO(WRK-PRD-I) * WRK-CUSTO-MEDIO.
           COMPUTE WRK-PROV-ITEM ROUNDED =
                   WRK-VALOR-ITEM * WRK-FAIXA-PERC(WRK-FAIXA-IDX) / 100.
           ADD 1                       TO WRK-TOT-QTD-PRD
                                           (WRK-FAIXA-IDX).
           ADD WRK-VALOR-ITEM          TO WRK-TOT-VALOR(WRK-FAIXA-IDX)
                                          WRK-VALOR-GERAL.
           ADD WRK-PROV-ITEM           TO WRK-TOT-PROVISAO
                                           (WRK-FAIXA-IDX)
                                          WRK-PROV-GERAL.

           MOVE WRK-PRD-CODIGO(WRK-PRD-I) TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               MOVE SPACES              TO PRODMAS-DESCRICAO
           END-IF.
           MOVE WRK-DIAS-IDADE         TO WRK-DIAS-IDADE-ED.
           MOVE WRK-CUSTO-MEDIO        TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-ITEM         TO WRK-VALOR-ED.
           MOVE WRK-PROV-ITEM          TO WRK-PROV-ED.
           MOVE SPACES                 TO OBSOLREL-REC.
           STRING WRK-PRD-CODIGO(WRK-PRD-I) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PRODMAS-DESCRICAO    DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  WRK-PRD-SALDO(WRK-PRD-I) DELIMITED BY SIZE
                  ' ULT.SAIDA='        DELIMITED BY SIZE
                  WRK-DATA-MOV         DELIMITED BY SIZE
                  ' DIAS='             DELIMITED BY SIZE
                  WRK-DIAS-IDADE-ED    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-FAIXA-NOME(WRK-FAIXA-IDX) DELIMITED BY SIZE
                  ' CUSTO='            DELIMITED BY SIZE
                  WRK-CUSTO-ED         DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' PROVISAO='         DELIMITED BY SIZE
                  WRK-PROV-ED          DELIMITED BY SIZE
                  INTO OBSOLREL-REC
           END-STRING.
           WRITE OBSOLREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PASSA PARA A FAIXA SEGUINTE
      *================================================================*
       0245-AVANCAR-FAIXA              SECTION.
      *================================================================*
           ADD 1                       TO WRK-FAIXA-IDX.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RESUMO DE UMA FAIXA: PRODUTOS, VALOR E PROVISAO
      *================================================================*
       0260-GRAVAR-RESUMO-FAIXAS       SECTION.
      *================================================================*
           MOVE WRK-TOT-VALOR(WRK-FAIXA-IDX)    TO WRK-VALOR-ED.
           MOVE WRK-TOT-PROVISAO(WRK-FAIXA-IDX) TO WRK-PROV-ED.
           MOVE WRK-FAIXA-PERC(WRK-FAIXA-IDX)   TO WRK-PERC-ED.
           MOVE SPACES                 TO OBSOLREL-REC.
           STRING 'FAIXA '             DELIMITED BY SIZE
                  WRK-FAIXA-NOME(WRK-FAIXA-IDX) DELIMITED BY SIZE
                  ' PRODUTOS='         DELIMITED BY SIZE
                  WRK-TOT-QTD-PRD(WRK-FAIXA-IDX) DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' PROVISAO '         DELIMITED BY SIZE
                  WRK-PERC-ED          DELIMITED BY SIZE
                  '%='                 DELIMITED BY SIZE
                  WRK-PROV-ED          DELIMITED BY SIZE
                  INTO OBSOLREL-REC
           END-STRING.
           WRITE OBSOLREL-REC.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COMPARA A PROVISAO DO MES COM A ANTERIOR (PROVCTL TIPO OB)
      *    E, SE PEDIDO, LANCA A DIFERENCA: AUMENTO DEBITA A DESPESA
      *    E CREDITA A PROVISAO; REDUCAO FAZ O INVERSO (REVERSAO)
      *================================================================*
       0270-AJUSTAR-PROVISAO           SECTION.
      *================================================================*
           MOVE 'OB'                   TO PROVCTL-TIPO.
           READ PROVCTL-FILE.
           IF  WRK-PROVCTL-OK
               MOVE PROVCTL-ACUMULADO   TO WRK-PROV-ANTERIOR
           ELSE
               MOVE ZEROS               TO WRK-PROV-ANTERIOR
           END-IF.
           COMPUTE WRK-AJUSTE = WRK-PROV-GERAL - WRK-PROV-ANTERIOR.

           MOVE WRK-VALOR-GERAL        TO WRK-VALOR-ED.
           MOVE WRK-PROV-GERAL         TO WRK-PROV-ED.
           MOVE SPACES                 TO OBSOLREL-REC.
           STRING 'TOTAL ESTOQUE AO CUSTO=' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' PROVISAO DO MES='  DELIMITED BY SIZE
                  WRK-PROV-ED          DELIMITED BY SIZE
                  INTO OBSOLREL-REC
           END-STRING.
           WRITE OBSOLREL-REC.
           MOVE WRK-PROV-ANTERIOR      TO WRK-PROV-ED.
           MOVE WRK-AJUSTE             TO WRK-AJUSTE-ED.
           MOVE SPACES                 TO OBSOLREL-REC.
           STRING 'PROVISAO ANTERIOR=' DELIMITED BY SIZE
                  WRK-PROV-ED          DELIMITED BY SIZE
                  ' AJUSTE='           DELIMITED BY SIZE
                  WRK-AJUSTE-ED        DELIMITED BY SIZE
                  INTO OBSOLREL-REC
           END-STRING.
           WRITE OBSOLREL-REC.

           IF  NOT WRK-LANCAR-SIM
               MOVE 'AJUSTE NAO LANCADO - SOMENTE RELATORIO'
                                        TO OBSOLREL-REC
               WRITE OBSOLREL-REC
               GO TO 0270-99-FIM
           END-IF.
           IF  WRK-AJUSTE              EQUAL ZEROS
               MOVE 'PROVISAO SEM ALTERACAO - NADA A LANCAR'
                                        TO OBSOLREL-REC
               WRITE OBSOLREL-REC
               GO TO 0270-99-FIM
           END-IF.

           IF  WRK-AJUSTE              GREATER ZEROS
               MOVE 'DESPPROVOB'        TO WRK-CONTA-DEBITO
               MOVE 'PROVOBEST'         TO WRK-CONTA-CREDITO
               MOVE WRK-AJUSTE          TO WRK-VALOR-LANCTO
           ELSE
               MOVE 'PROVOBEST'         TO WRK-CONTA-DEBITO
               MOVE 'DESPPROVOB'        TO WRK-CONTA-CREDITO
               COMPUTE WRK-VALOR-LANCTO = WRK-AJUSTE * -1
           END-IF.
           PERFORM 0400-LANCAR-GLPOST.

           IF  WRK-PROVCTL-OK
               MOVE WRK-PROV-GERAL      TO PROVCTL-ACUMULADO
               MOVE WRK-DATA-SYS        TO PROVCTL-DATA-ULT-MOVTO
               REWRITE PROVCTL-REC
           ELSE
               MOVE 'OB'                TO PROVCTL-TIPO
               MOVE WRK-PROV-GERAL      TO PROVCTL-ACUMULADO
               MOVE WRK-DATA-SYS        TO PROVCTL-DATA-ULT-MOVTO
               WRITE PROVCTL-REC
           END-IF.
           MOVE SPACES                 TO OBSOLREL-REC.
           STRING 'AJUSTE LANCADO NO GLPOST: D ' DELIMITED BY SIZE
                  WRK-CONTA-DEBITO     DELIMITED BY SIZE
                  ' C '                DELIMITED BY SIZE
                  WRK-CONTA-CREDITO    DELIMITED BY SIZE
                  ' POR '              DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO OBSOLREL-REC
           END-STRING.
           WRITE OBSOLREL-REC.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA O PAR DEBITO/CREDITO CORRENTE NO EXTRATO CONTABIL
      *================================================================*
       0400-LANCAR-GLPOST              SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGOBSOL'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
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
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE ESTOQUE-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE CUSTOPROD-FILE.
           IF  NOT WRK-MOVEST-INEXISTENTE
               CLOSE MOVEST-FILE
           END-IF.
           CLOSE PROVCTL-FILE.
           CLOSE OBSOLREL-FILE.
           MOVE WRK-PROV-GERAL         TO WRK-PROV-ED.
           DISPLAY 'ESTOQUE PARADO: ' WRK-PRD-COUNT
                   ' PRODUTOS COM SALDO - PROVISAO ' WRK-PROV-ED
                   ' - RELATORIO EM OBSOLREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
