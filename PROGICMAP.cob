       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGICMAP.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: APURACAO MENSAL DE ICMS. OS DEBITOS SAO O ICMS DOS
      * PEDIDOS LIBERADOS DO PERIODO (PEDIDO, A MESMA BASE DO
      * DEMONSTRATIVO POR UF DO PROGCOB68); OS CREDITOS SAO O ICMS
      * DAS NOTAS DE FORNECEDOR RECEBIDAS NO PERIODO (ICMSENT, DO
      * PROGCOB72); O SALDO CREDOR DO MES ANTERIOR VEM DO CONTROLE
      * ICMSAPUR. DEBITOS MENOS CREDITOS MENOS SALDO ANTERIOR DA O
      * ICMS A RECOLHER OU O SALDO CREDOR A TRANSPORTAR, IMPRESSOS NO
      * ICMSAREL. A PEDIDO, LANCA NO GLPOST, NO ULTIMO DIA DO
      * PERIODO, OS CREDITOS DO MES (DEBITO DE ICMSRECUP E CREDITO DE
      * ESTOQMERC, POIS A COMPRA ENTROU NO ESTOQUE PELO VALOR CHEIO
      * DA NOTA) E A COMPENSACAO (DEBITO DE ICMSPAGAR E CREDITO DE
      * ICMSRECUP) - O SALDO DE ICMSPAGAR FICA SENDO O VALOR A
      * RECOLHER E O DE ICMSRECUP O SALDO CREDOR TRANSPORTADO. O
      * CONTROLE ICMSAPUR IMPEDE O LANCAMENTO EM DOBRO E O PERIODO
      * FECHADO NO PERFECHA NAO RECEBE LANCAMENTO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - APURACAO DA EMPRESA: A TRAVA DE PERIODO FECHADO
      *              CONSULTA O FECHAMENTO DA MATRIZ (FILIAL 01) E O
      *              LANCAMENTO CONTABIL SAI COM GLPOST-FILIAL 01
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT ICMSENT-FILE          ASSIGN TO "ICMSENT"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ICMSENT-STATUS.
           SELECT ICMSAPUR-FILE         ASSIGN TO "ICMSAPUR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ICMSAPUR-PERIODO
               FILE STATUS            IS WRK-ICMSAPUR-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-VALIDLOG-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT ICMSAREL-FILE         ASSIGN TO "ICMSAREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ICMSAREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  ICMSENT-FILE.
           COPY 'ICMSENT.COB'.
       FD  ICMSAPUR-FILE.
           COPY 'ICMSAPUR.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  VALIDLOG-FILE.
           COPY 'VALIDLOG.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  ICMSAREL-FILE.
           COPY 'ICMSAREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-ICMSENT-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ICMSENT-OK                          VALUE '00'.
           88  WRK-ICMSENT-FIM                         VALUE '10'.
           88  WRK-ICMSENT-INEXISTENTE                 VALUE '35'.
       77  WRK-ICMSAPUR-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ICMSAPUR-OK                         VALUE '00'.
           88  WRK-ICMSAPUR-INEXISTENTE                VALUE '35'.
       77  WRK-ICMSAREL-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
      *
      *    TRAVA DE PERIODO FECHADO (PERFECHA): LANCAMENTO EM MES JA
      *    FECHADO E RECUSADO E A TENTATIVA VAI PARA O VALIDLOG
      *
       77  WRK-PERFECHA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PERFECHA-OK                         VALUE '00'.
           88  WRK-PERFECHA-INEXISTENTE                VALUE '35'.
       77  WRK-VALIDLOG-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
       77  WRK-FILIAL-TRAVA            PIC X(002)      VALUE '01'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-ANTERIOR        PIC 9(006)      VALUE ZEROS.
       77  WRK-MOV-PERIODO             PIC 9(006)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-LANCAR                  PIC X(001)      VALUE 'N'.
           88  WRK-LANCAR-SIM                          VALUE 'S'.
      *
      *    DATA DOS LANCAMENTOS: ULTIMO DIA DO PERIODO APURADO
      *
       77  WRK-ANO                     PIC 9(004)      VALUE ZEROS.
       77  WRK-MES                     PIC 9(002)      VALUE ZEROS.
       77  WRK-DIAS-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(004)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-LANCTO             PIC 9(008)      VALUE ZEROS.
      *
      *    APURACAO DO PERIODO
      *
       77  WRK-QTD-PEDIDOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-QTD-NOTAS               PIC 9(007)      VALUE ZEROS.
       77  WRK-DEBITOS                 PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CREDITOS                PIC 9(011)V99   VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR          PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CREDITO-DISPONIVEL      PIC 9(011)V99   VALUE ZEROS.
       77  WRK-COMPENSADO              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-A-RECOLHER              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-SALDO-CREDOR            PIC 9(011)V99   VALUE ZEROS.
       77  WRK-SEM-ANTERIOR            PIC X(001)      VALUE 'N'.
           88  WRK-ANTERIOR-AUSENTE                    VALUE 'S'.
       77  WRK-VALOR-ED                PIC $ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-ROTULO                  PIC X(034)      VALUE SPACES.
      *
      *    CONTAS DA APURACAO: ICMS A RECOLHER (PASSIVO, CREDITADO
      *    NAS VENDAS PELO PROGCOB30) E ICMS A RECUPERAR (ATIVO)
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'VEND'.
       77  WRK-CONTA-DEBITO            PIC X(010)      VALUE SPACES.
       77  WRK-CONTA-CREDITO           PIC X(010)      VALUE SPACES.
       77  WRK-VALOR-LANCTO            PIC 9(011)V99   VALUE ZEROS.
      *
           COPY 'CALEND.COB'.
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
      *    PEDE O PERIODO, O OPERADOR E SE LANCA NO GLPOST, E ABRE OS
      *    ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'APURACAO MENSAL DE ICMS'.
           DISPLAY 'PERIODO (AAAAMM, ZEROS = MES CORRENTE):'.
           ACCEPT WRK-PERIODO.
           IF  WRK-PERIODO             EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 100
                   GIVING WRK-PERIODO
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'LANCAR A APURACAO NO GLPOST (S/N, '
                   'ENTER = SO RELATORIO):'.
           ACCEPT WRK-LANCAR.

           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT ICMSENT-FILE.
           OPEN I-O ICMSAPUR-FILE.
           IF  WRK-ICMSAPUR-INEXISTENTE
               CLOSE ICMSAPUR-FILE
               OPEN OUTPUT ICMSAPUR-FILE
               CLOSE ICMSAPUR-FILE
               OPEN I-O ICMSAPUR-FILE
           END-IF.
           OPEN OUTPUT ICMSAREL-FILE.

           MOVE SPACES                 TO ICMSAREL-REC.
           STRING 'APURACAO DE ICMS - PERIODO '
                                       DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  INTO ICMSAREL-REC
           END-STRING.
           WRITE ICMSAREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA DEBITOS E CREDITOS, APURA O RESULTADO, IMPRIME E LANCA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-PEDIDO-INEXISTENTE
               PERFORM 0210-LER-PEDIDO
               PERFORM 0220-SOMAR-1-PEDIDO UNTIL WRK-PEDIDO-FIM
           END-IF.
           IF  NOT WRK-ICMSENT-INEXISTENTE
               PERFORM 0230-LER-CREDITO
               PERFORM 0235-SOMAR-1-CREDITO UNTIL WRK-ICMSENT-FIM
           END-IF.
           PERFORM 0240-OBTER-SALDO-ANTERIOR.
           PERFORM 0245-APURAR.
           PERFORM 0250-IMPRIMIR-APURACAO.
           PERFORM 0260-LANCAR-APURACAO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PEDIDO DO CADASTRO-RESUMO
      *================================================================*
       0210-LER-PEDIDO                 SECTION.
      *================================================================*
           READ PEDIDO-FILE
               AT END
                   SET WRK-PEDIDO-FIM  TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NOS DEBITOS O ICMS DE UM PEDIDO LIBERADO DO PERIODO,
      *    COMO NO DEMONSTRATIVO DO PROGCOB68
      *================================================================*
       0220-SOMAR-1-PEDIDO             SECTION.
      *================================================================*
           DIVIDE PEDIDO-DATA          BY 100
               GIVING WRK-MOV-PERIODO.
           IF  PEDIDO-LIBERADO
           AND WRK-MOV-PERIODO         EQUAL WRK-PERIODO
               ADD 1                    TO WRK-QTD-PEDIDOS
               ADD PEDIDO-IMPOSTO       TO WRK-DEBITOS
           END-IF.
           PERFORM 0210-LER-PEDIDO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM CREDITO DE ICMS DAS NOTAS DE ENTRADA
      *================================================================*
       0230-LER-CREDITO                SECTION.
      *================================================================*
           READ ICMSENT-FILE
               AT END
                   SET WRK-ICMSENT-FIM TO TRUE
           END-READ.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NOS CREDITOS O ICMS DE UMA NOTA RECEBIDA NO PERIODO
      *================================================================*
       0235-SOMAR-1-CREDITO            SECTION.
      *================================================================*
           DIVIDE ICMSENT-DATA         BY 100
               GIVING WRK-MOV-PERIODO.
           IF  WRK-MOV-PERIODO         EQUAL WRK-PERIODO
               ADD 1                    TO WRK-QTD-NOTAS
               ADD ICMSENT-VALOR-ICMS   TO WRK-CREDITOS
           END-IF.
           PERFORM 0230-LER-CREDITO.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM NO CONTROLE ICMSAPUR O SALDO CREDOR TRANSPORTADO
      *    PELA APURACAO DO MES ANTERIOR
      *================================================================*
       0240-OBTER-SALDO-ANTERIOR       SECTION.
      *================================================================*
           DIVIDE WRK-PERIODO          BY 100
               GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF  WRK-MES                 EQUAL 1
               COMPUTE WRK-PERIODO-ANTERIOR =
                       ((WRK-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WRK-PERIODO-ANTERIOR = WRK-PERIODO - 1
           END-IF.
           MOVE WRK-PERIODO-ANTERIOR   TO ICMSAPUR-PERIODO.
           READ ICMSAPUR-FILE.
           IF  WRK-ICMSAPUR-OK
               MOVE ICMSAPUR-SALDO-CREDOR TO WRK-SALDO-ANTERIOR
           ELSE
               MOVE ZEROS               TO WRK-SALDO-ANTERIOR
               SET WRK-ANTERIOR-AUSENTE TO TRUE
           END-IF.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEBITOS MENOS CREDITOS MENOS SALDO ANTERIOR: O QUE SOBRA
      *    DE DEBITO E A RECOLHER, O QUE SOBRA DE CREDITO PASSA PARA
      *    O MES SEGUINTE
      *================================================================*
       0245-APURAR                     SECTION.
      *================================================================*
           COMPUTE WRK-CREDITO-DISPONIVEL = WRK-CREDITOS +
                   WRK-SALDO-ANTERIOR.
           IF  WRK-DEBITOS             GREATER WRK-CREDITO-DISPONIVEL
               MOVE WRK-CREDITO-DISPONIVEL TO WRK-COMPENSADO
           ELSE
               MOVE WRK-DEBITOS         TO WRK-COMPENSADO
           END-IF.
           COMPUTE WRK-A-RECOLHER = WRK-DEBITOS - WRK-COMPENSADO.
           COMPUTE WRK-SALDO-CREDOR = WRK-CREDITO-DISPONIVEL -
                   WRK-COMPENSADO.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A APURACAO DO PERIODO
      *================================================================*
       0250-IMPRIMIR-APURACAO          SECTION.
      *================================================================*
           MOVE 'DEBITOS - ICMS DAS VENDAS'  TO WRK-ROTULO.
           MOVE WRK-DEBITOS            TO WRK-VALOR-ED.
           PERFORM 0255-IMPRIMIR-1-LINHA.
           MOVE '(-) CREDITOS - ICMS DAS ENTRADAS' TO WRK-ROTULO.
           MOVE WRK-CREDITOS           TO WRK-VALOR-ED.
           PERFORM 0255-IMPRIMIR-1-LINHA.
           MOVE '(-) SALDO CREDOR ANTERIOR' TO WRK-ROTULO.
           MOVE WRK-SALDO-ANTERIOR     TO WRK-VALOR-ED.
           PERFORM 0255-IMPRIMIR-1-LINHA.
           IF  WRK-ANTERIOR-AUSENTE
               MOVE SPACES              TO ICMSAREL-REC
               STRING '  SEM APURACAO DO PERIODO '
                                        DELIMITED BY SIZE
                      WRK-PERIODO-ANTERIOR DELIMITED BY SIZE
                      ' - SALDO ANTERIOR ZERO' DELIMITED BY SIZE
                      INTO ICMSAREL-REC
               END-STRING
               WRITE ICMSAREL-REC
           END-IF.
           MOVE 'CREDITO COMPENSADO'   TO WRK-ROTULO.
           MOVE WRK-COMPENSADO         TO WRK-VALOR-ED.
           PERFORM 0255-IMPRIMIR-1-LINHA.
           MOVE 'ICMS A RECOLHER'      TO WRK-ROTULO.
           MOVE WRK-A-RECOLHER         TO WRK-VALOR-ED.
           PERFORM 0255-IMPRIMIR-1-LINHA.
           MOVE 'SALDO CREDOR A TRANSPORTAR' TO WRK-ROTULO.
           MOVE WRK-SALDO-CREDOR       TO WRK-VALOR-ED.
           PERFORM 0255-IMPRIMIR-1-LINHA.

           MOVE SPACES                 TO ICMSAREL-REC.
           STRING 'PEDIDOS=' DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS      DELIMITED BY SIZE
                  ' NOTAS DE ENTRADA=' DELIMITED BY SIZE
                  WRK-QTD-NOTAS        DELIMITED BY SIZE
                  INTO ICMSAREL-REC
           END-STRING.
           WRITE ICMSAREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA LINHA DA APURACAO (ROTULO E VALOR)
      *================================================================*
       0255-IMPRIMIR-1-LINHA           SECTION.
      *================================================================*
           MOVE SPACES                 TO ICMSAREL-REC.
           STRING WRK-ROTULO           DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO ICMSAREL-REC
           END-STRING.
           WRITE ICMSAREL-REC.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CONTROLE DA APURACAO E, A PEDIDO, LANCA OS
      *    CREDITOS DO MES E A COMPENSACAO NO GLPOST - UMA SO VEZ POR
      *    PERIODO E NUNCA EM PERIODO FECHADO
      *================================================================*
       0260-LANCAR-APURACAO            SECTION.
      *================================================================*
           MOVE WRK-PERIODO            TO ICMSAPUR-PERIODO.
           READ ICMSAPUR-FILE.
           IF  WRK-ICMSAPUR-OK
           AND ICMSAPUR-LANCADO
               MOVE SPACES              TO ICMSAREL-REC
               STRING 'APURACAO JA LANCADA NO GLPOST EM '
                                        DELIMITED BY SIZE
                      ICMSAPUR-DATA-LANCAMENTO DELIMITED BY SIZE
                      ' - NADA LANCADO' DELIMITED BY SIZE
                      INTO ICMSAREL-REC
               END-STRING
               WRITE ICMSAREL-REC
               GO TO 0260-99-FIM
           END-IF.

           MOVE WRK-PERIODO            TO ICMSAPUR-PERIODO.
           MOVE WRK-DEBITOS            TO ICMSAPUR-DEBITOS.
           MOVE WRK-CREDITOS           TO ICMSAPUR-CREDITOS.
           MOVE WRK-SALDO-ANTERIOR     TO ICMSAPUR-SALDO-ANTERIOR.
           MOVE WRK-COMPENSADO         TO ICMSAPUR-COMPENSADO.
           MOVE WRK-A-RECOLHER         TO ICMSAPUR-A-RECOLHER.
           MOVE WRK-SALDO-CREDOR       TO ICMSAPUR-SALDO-CREDOR.
           SET ICMSAPUR-APURADO        TO TRUE.
           MOVE ZEROS                  TO ICMSAPUR-DATA-LANCAMENTO.

           IF  NOT WRK-LANCAR-SIM
               MOVE 'APURACAO NAO LANCADA - SOMENTE RELATORIO'
                                        TO ICMSAREL-REC
               WRITE ICMSAREL-REC
               GO TO 0260-80-GRAVAR
           END-IF.
           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               MOVE SPACES              TO ICMSAREL-REC
               STRING 'PERIODO '        DELIMITED BY SIZE
                      WRK-PERIODO       DELIMITED BY SIZE
                      ' FECHADO NO PERFECHA - APURACAO NAO LANCADA'
                                        DELIMITED BY SIZE
                      INTO ICMSAREL-REC
               END-STRING
               WRITE ICMSAREL-REC
               GO TO 0260-80-GRAVAR
           END-IF.

           PERFORM 0270-CALCULAR-DATA-LANCAMENTO.
           IF  WRK-CREDITOS            GREATER ZEROS
               MOVE 'ICMSRECUP'         TO WRK-CONTA-DEBITO
               MOVE 'ESTOQMERC'         TO WRK-CONTA-CREDITO
               MOVE WRK-CREDITOS        TO WRK-VALOR-LANCTO
               PERFORM 0400-LANCAR-GLPOST
           END-IF.
           IF  WRK-COMPENSADO          GREATER ZEROS
               MOVE 'ICMSPAGAR'         TO WRK-CONTA-DEBITO
               MOVE 'ICMSRECUP'         TO WRK-CONTA-CREDITO
               MOVE WRK-COMPENSADO      TO WRK-VALOR-LANCTO
               PERFORM 0400-LANCAR-GLPOST
           END-IF.

           SET ICMSAPUR-LANCADO        TO TRUE.
           MOVE WRK-DATA-SYS           TO ICMSAPUR-DATA-LANCAMENTO.
           MOVE SPACES                 TO ICMSAREL-REC.
           STRING 'APURACAO LANCADA NO GLPOST EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-LANCTO      DELIMITED BY SIZE
                  ' POR '              DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO ICMSAREL-REC
           END-STRING.
           WRITE ICMSAREL-REC.
       0260-80-GRAVAR.
           IF  WRK-ICMSAPUR-OK
               REWRITE ICMSAPUR-REC
           ELSE
               WRITE ICMSAPUR-REC
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DATA DOS LANCAMENTOS: ULTIMO DIA DO PERIODO, COM FEVEREIRO
      *    BISSEXTO
      *================================================================*
       0270-CALCULAR-DATA-LANCAMENTO   SECTION.
      *================================================================*
           DIVIDE WRK-PERIODO          BY 100
               GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF  WRK-MES                 LESS 1
           OR  WRK-MES                 GREATER 12
               MOVE WRK-DATA-SYS        TO WRK-DATA-LANCTO
               GO TO 0270-99-FIM
           END-IF.
           MOVE CAL-QTD-DIAS-MES(WRK-MES) TO WRK-DIAS-MES.
           IF  WRK-MES                 EQUAL 2
               DIVIDE WRK-ANO          BY 4
                   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF  WRK-RESTO           EQUAL ZEROS
                   MOVE 29              TO WRK-DIAS-MES
               END-IF
           END-IF.
           COMPUTE WRK-DATA-LANCTO = (WRK-PERIODO * 100) +
                   WRK-DIAS-MES.
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
           MOVE WRK-DATA-LANCTO        TO GLPOST-DATA.
           MOVE 'PROGICMAP'            TO GLPOST-PROGRAMA.
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
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO PARA OS REGISTROS
      *    DATADOS; O RELOGIO REAL SEGUE NOS CARIMBOS DE HORA
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
      *    CHECA NO PERFECHA SE O PERIODO APURADO ESTA FECHADO OU
      *    REFECHADO; PERIODO REABERTO OU SEM REGISTRO ESTA LIVRE
      *================================================================*
       0080-CHECAR-PERIODO-FECHADO     SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-PERIODO-TRAVA.
           OPEN INPUT PERFECHA-FILE.
           IF  WRK-PERFECHA-INEXISTENTE
               GO TO 0080-99-FIM
           END-IF.
           MOVE WRK-PERIODO            TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-TRAVA       TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
               SET WRK-PERIODO-FECHADO  TO TRUE
               PERFORM 0085-LOGAR-TENTATIVA-FECHADO
           END-IF.
           CLOSE PERFECHA-FILE.
      *================================================================*
       0080-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA NO VALIDLOG A TENTATIVA DE LANCAMENTO EM
      *    PERIODO FECHADO
      *================================================================*
       0085-LOGAR-TENTATIVA-FECHADO    SECTION.
      *================================================================*
           ACCEPT WRK-TRAVA-HORA       FROM TIME.
           OPEN EXTEND VALIDLOG-FILE.
           IF  WRK-VALIDLOG-STATUS     EQUAL '35'
               OPEN OUTPUT VALIDLOG-FILE
               CLOSE VALIDLOG-FILE
               OPEN EXTEND VALIDLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO VALIDLOG-DATA.
           MOVE WRK-TRAVA-HORA         TO VALIDLOG-HORA.
           MOVE 'PROGICMAP'            TO VALIDLOG-PROGRAMA.
           MOVE 'PERFECHADO'           TO VALIDLOG-COD-MOTIVO.
           MOVE SPACES                 TO VALIDLOG-CAMPOS.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-FILIAL-TRAVA     DELIMITED BY SIZE
                  ' FECHADO - LANCAMENTO RECUSADO'
                                       DELIMITED BY SIZE
                  INTO VALIDLOG-CAMPOS
           END-STRING.
           SET VALIDLOG-ABERTA         TO TRUE.
           MOVE SPACES                 TO VALIDLOG-OPERADOR-AJUSTE.
           WRITE VALIDLOG-REC.
           CLOSE VALIDLOG-FILE.
      *================================================================*
       0085-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  NOT WRK-PEDIDO-INEXISTENTE
               CLOSE PEDIDO-FILE
           END-IF.
           IF  NOT WRK-ICMSENT-INEXISTENTE
               CLOSE ICMSENT-FILE
           END-IF.
           CLOSE ICMSAPUR-FILE.
           CLOSE ICMSAREL-FILE.
           MOVE WRK-A-RECOLHER         TO WRK-VALOR-ED.
           DISPLAY 'APURACAO DE ICMS ' WRK-PERIODO
                   ' - A RECOLHER ' WRK-VALOR-ED
                   ' - RELATORIO EM ICMSAREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
