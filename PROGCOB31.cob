      *              OS TOTAIS QUE O EXTRATO DE VENDAS ENTREGOU NO
      *              CTLPASSO; DIVERGINDO, O BALANCETE APONTA A
      *              FALHA E DEVOLVE RETURN-CODE PARA A CADEIA PARAR
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA FORNPAGAR, PASSIVO
      *              DAS NOTAS DE FORNECEDOR APROVADAS (PROGNFFOR)
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA DESPPROVOB E
      *              PROVOBEST (REDUTORA DO ESTOQUE), DA PROVISAO PARA
      *              ESTOQUE OBSOLETO DO PROGOBSOL
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA RECJUROSRN, RECEITA
      *              DOS ENCARGOS DOS ACORDOS DE RENEGOCIACAO
      *              (PROGRENEG)
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA ADQRECEB (RECEBIVEIS
      *              DE ADQUIRENTES DE CARTAO) E DESPTXCART (DESPESA
      *              COM TAXAS DE CARTAO)
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA DEDPISCOF (DEDUCAO
      *              DA RECEITA, TIPO RECEITA), PISPAGAR E COFINSPAG
      *              (PASSIVO) DA APURACAO DE PIS E COFINS (PROGPISCO)
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA ICMSRECUP, ATIVO
      *              DO ICMS A RECUPERAR DAS ENTRADAS (PROGICMAP)
      * XX/XX/XXXX - O BALANCETE PARTE DOS SALDOS DE ABERTURA
      *              (SALDOABE) DO EXERCICIO SEGUINTE AO ULTIMO
      *              ENCERRADO (EXERFECH, DO PROGFECAN), SEM SOMAR O
      *              GLPOST ANTERIOR; PLANO DE CONTAS INICIAL GANHA
      *              LUCROSACUM (LUCROS OU PREJUIZOS ACUMULADOS)
      * XX/XX/XXXX - PLANO DE CONTAS INICIAL GANHA ENCINSS, DESPESA
      *              DE INSS PATRONAL, RAT E TERCEIROS APROPRIADA
      *              PELA GUIA MENSAL DA PREVIDENCIA (PROGGPS)
      * XX/XX/XXXX - CONTA DESCBENEF (BENEFICIOS DESCONTADOS A
      *              PAGAR) NA CARGA INICIAL DO PLANO
      * XX/XX/XXXX - O BALANCETE GANHA O MOVIMENTO DO GLPOST POR FILIAL
      *              (GLPOST-FILIAL, EM BRANCO = MATRIZ 01), COM A
      *              CONFERENCIA DE BALANCEIO DE CADA FILIAL; O
      *              BALANCETE POR CONTA SEGUE CONSOLIDADO
      * XX/XX/XXXX - CARGA INICIAL DO PLANO DE CONTAS COM AS CONTAS DE
      *              DESPESAS DE FUNCIONARIOS REEMBOLSADAS (PROGDESPG)
      * XX/XX/XXXX - APOS O BALANCETE CONSOLIDADO, UM BALANCETE POR
      *              FILIAL COM O MOVIMENTO DO GLPOST DE CADA CONTA NA
      *              FILIAL E A CONFERENCIA DE BALANCEIO DA FILIAL
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
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
           SELECT BALANCETE-FILE        ASSIGN TO "BALANCETE"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BALANCETE-STATUS.
           COPY 'CTLPASSO.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  EXERFECH-FILE.
           COPY 'EXERFECH.COB'.
       FD  SALDOABE-FILE.
           COPY 'SALDOABE.COB'.
       FD  BALANCETE-FILE.
           COPY 'BALANCETE.COB'.
       WORKING-STORAGE                 SECTION.
       77  WRK-HSK-FALHOU              PIC X(001)      VALUE 'N'.
           88  WRK-HSK-DIVERGENTE                      VALUE 'S'.
      *
      *    PONTO DE PARTIDA: SALDOS DE ABERTURA (SALDOABE) DO
      *    EXERCICIO SEGUINTE AO ULTIMO ENCERRADO (EXERFECH); O GLPOST
      *    ANTERIOR A ELES NAO E MAIS SOMADO
      *
       77  WRK-EXERFECH-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-EXERFECH-OK                         VALUE '00'.
           88  WRK-EXERFECH-FIM                        VALUE '10'.
           88  WRK-EXERFECH-INEXISTENTE                VALUE '35'.
       77  WRK-SALDOABE-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SALDOABE-OK                         VALUE '00'.
           88  WRK-SALDOABE-FIM                        VALUE '10'.
           88  WRK-SALDOABE-INEXISTENTE                VALUE '35'.
       77  WRK-BASE-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-BASE-DT-INI             PIC 9(008)      VALUE ZEROS.
       77  WRK-SALDO-ABERTURA          PIC S9(013)V99  VALUE ZEROS.
      *
      *    ACUMULADO DE DEBITOS E CREDITOS POR CONTA
      *
       01  WRK-CTA-TAB.
               10  WRK-CTA-DEBITOS     PIC 9(011)V99.
               10  WRK-CTA-CREDITOS    PIC 9(011)V99.
       77  WRK-CTA-COUNT               PIC 9(003)      VALUE ZEROS.
      *
      *    MOVIMENTO DO GLPOST POR FILIAL (SEM FILIAL = MATRIZ 01),
      *    CONFERIDO EM SEPARADO: CADA FILIAL DEVE FECHAR SEUS PARES
      *    DE DEBITO E CREDITO
      *
       01  WRK-FIL-TAB.
           05  WRK-FIL-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-FIL-IDX.
               10  WRK-FIL-CODIGO      PIC X(002).
               10  WRK-FIL-DEBITOS     PIC 9(011)V99.
               10  WRK-FIL-CREDITOS    PIC 9(011)V99.
       77  WRK-FIL-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-FIL-LANC                PIC X(002)      VALUE SPACES.
      *
      *    MOVIMENTO DO GLPOST POR FILIAL E CONTA, BASE DO BALANCETE
      *    DE CADA FILIAL
      *
       01  WRK-CFL-TAB.
           05  WRK-CFL-ENTRY           OCCURS 200 TIMES
                                        INDEXED BY WRK-CFL-IDX.
               10  WRK-CFL-FILIAL      PIC X(002).
               10  WRK-CFL-CONTA       PIC X(010).
               10  WRK-CFL-DEBITOS     PIC 9(011)V99.
               10  WRK-CFL-CREDITOS    PIC 9(011)V99.
       77  WRK-CFL-COUNT               PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-TOT-DEBITOS             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-CREDITOS            PIC 9(011)V99   VALUE ZEROS.
               PERFORM 0400-CARREGAR-PLANO-CONTAS
           END-IF.
           OPEN OUTPUT BALANCETE-FILE.
           PERFORM 0120-CARREGAR-SALDOS-ABERTURA.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA O ULTIMO EXERCICIO ENCERRADO E CARREGA OS SALDOS
      *    DE ABERTURA DO EXERCICIO SEGUINTE COMO PRIMEIRO MOVIMENTO
      *    DE CADA CONTA (SALDO DEVEDOR NO DEBITO, CREDOR NO CREDITO)
      *================================================================*
       0120-CARREGAR-SALDOS-ABERTURA   SECTION.
      *================================================================*
           OPEN INPUT EXERFECH-FILE.
           IF  WRK-EXERFECH-INEXISTENTE
               GO TO 0120-99-FIM
           END-IF.
           MOVE ZEROS                  TO EXERFECH-EXERCICIO.
           START EXERFECH-FILE KEY NOT LESS EXERFECH-EXERCICIO
               INVALID KEY
                   SET WRK-EXERFECH-FIM TO TRUE
           END-START.
           PERFORM 0122-EXAMINAR-1-EXERCICIO UNTIL WRK-EXERFECH-FIM.
           CLOSE EXERFECH-FILE.
           IF  WRK-BASE-ANO            EQUAL ZEROS
               GO TO 0120-99-FIM
           END-IF.

           COMPUTE WRK-BASE-DT-INI = ((WRK-BASE-ANO + 1) * 10000) +
                   0101.
           MOVE SPACES                 TO BALANCETE-REC.
           STRING 'EXERCICIO '         DELIMITED BY SIZE
                  WRK-BASE-ANO         DELIMITED BY SIZE
                  ' ENCERRADO - PARTINDO DOS SALDOS DE ABERTURA DE '
                                       DELIMITED BY SIZE
                  WRK-BASE-DT-INI      DELIMITED BY SIZE
                  INTO BALANCETE-REC
           END-STRING.
           WRITE BALANCETE-REC.
           OPEN INPUT SALDOABE-FILE.
           IF  WRK-SALDOABE-INEXISTENTE
               GO TO 0120-99-FIM
           END-IF.
           COMPUTE SALDOABE-EXERCICIO = WRK-BASE-ANO + 1.
           MOVE LOW-VALUES             TO SALDOABE-CONTA.
           START SALDOABE-FILE KEY NOT LESS SALDOABE-CHAVE
               INVALID KEY
                   SET WRK-SALDOABE-FIM TO TRUE
           END-START.
           PERFORM 0125-SOMAR-1-ABERTURA UNTIL WRK-SALDOABE-FIM.
           CLOSE SALDOABE-FILE.
      *================================================================*
       0120-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O MAIOR EXERCICIO ENCERRADO
      *================================================================*
       0122-EXAMINAR-1-EXERCICIO       SECTION.
      *================================================================*
           READ EXERFECH-FILE NEXT RECORD
               AT END
                   SET WRK-EXERFECH-FIM TO TRUE
                   GO TO 0122-99-FIM
           END-READ.
           MOVE EXERFECH-EXERCICIO     TO WRK-BASE-ANO.
      *================================================================*
       0122-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O SALDO DE ABERTURA DE UMA CONTA NO BALANCETE
      *================================================================*
       0125-SOMAR-1-ABERTURA           SECTION.
      *================================================================*
           READ SALDOABE-FILE NEXT RECORD
               AT END
                   SET WRK-SALDOABE-FIM TO TRUE
                   GO TO 0125-99-FIM
           END-READ.
           IF  SALDOABE-EXERCICIO      NOT EQUAL WRK-BASE-ANO + 1
               SET WRK-SALDOABE-FIM     TO TRUE
               GO TO 0125-99-FIM
           END-IF.
           MOVE SALDOABE-CONTA         TO WRK-CONTA-LANC.
           PERFORM 0225-VALIDAR-CONTA.
           PERFORM 0230-LOCALIZAR-CONTA.
           IF  SALDOABE-SALDO          LESS ZEROS
               COMPUTE WRK-SALDO-ABERTURA = SALDOABE-SALDO * -1
               ADD WRK-SALDO-ABERTURA   TO WRK-CTA-CREDITOS(WRK-CTA-IDX)
               ADD WRK-SALDO-ABERTURA   TO WRK-TOT-CREDITOS
           ELSE
               ADD SALDOABE-SALDO       TO WRK-CTA-DEBITOS(WRK-CTA-IDX)
               ADD SALDOABE-SALDO       TO WRK-TOT-DEBITOS
           END-IF.
      *================================================================*
       0125-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE E ACUMULA CADA LANCAMENTO DO EXTRATO
      *================================================================*
               ADD 1                    TO WRK-HSK-GL-QTD
               ADD GLPOST-VALOR         TO WRK-HSK-GL-VALOR
           END-IF.
           IF  GLPOST-DATA             LESS WRK-BASE-DT-INI
               GO TO 0220-90-PROXIMO
           END-IF.
           ADD 1                       TO WRK-QTD-LANCAMENTOS.
           MOVE GLPOST-CONTA           TO WRK-CONTA-LANC.
           PERFORM 0225-VALIDAR-CONTA.
               ADD GLPOST-VALOR         TO WRK-CTA-CREDITOS(WRK-CTA-IDX)
               ADD GLPOST-VALOR         TO WRK-TOT-CREDITOS
           END-IF.
           PERFORM 0235-ACUMULAR-FILIAL.

       0220-90-PROXIMO.
           PERFORM 0210-LER-LANCAMENTO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O LANCAMENTO NO MOVIMENTO DA SUA FILIAL
      *================================================================*
       0235-ACUMULAR-FILIAL            SECTION.
      *================================================================*
           MOVE GLPOST-FILIAL          TO WRK-FIL-LANC.
           IF  WRK-FIL-LANC            EQUAL SPACES
               MOVE '01'                TO WRK-FIL-LANC
           END-IF.
           SET WRK-FIL-IDX             TO 1.
           SEARCH WRK-FIL-ENTRY
               AT END
                 IF  WRK-FIL-COUNT LESS 50
                   ADD 1              TO WRK-FIL-COUNT
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                   MOVE WRK-FIL-LANC  TO WRK-FIL-CODIGO(WRK-FIL-IDX)
                   MOVE ZEROS         TO WRK-FIL-DEBITOS(WRK-FIL-IDX)
                                         WRK-FIL-CREDITOS(WRK-FIL-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 50 FILIAIS ATINGIDO -'
                     ' ' WRK-FIL-LANC ' ACUMULADA NA ULTIMA FILIAL'
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                 END-IF
               WHEN WRK-FIL-CODIGO(WRK-FIL-IDX) EQUAL WRK-FIL-LANC
                   CONTINUE
           END-SEARCH.
           IF  GLPOST-DEBITO
               ADD GLPOST-VALOR         TO WRK-FIL-DEBITOS(WRK-FIL-IDX)
           ELSE
               ADD GLPOST-VALOR         TO WRK-FIL-CREDITOS(WRK-FIL-IDX)
           END-IF.
           PERFORM 0237-ACUMULAR-CONTA-FILIAL.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O LANCAMENTO NO MOVIMENTO DA CONTA DENTRO DA FILIAL
      *================================================================*
       0237-ACUMULAR-CONTA-FILIAL      SECTION.
      *================================================================*
           SET WRK-CFL-IDX             TO 1.
           SEARCH WRK-CFL-ENTRY
               AT END
                 IF  WRK-CFL-COUNT LESS 200
                   ADD 1              TO WRK-CFL-COUNT
                   SET WRK-CFL-IDX    TO WRK-CFL-COUNT
                   MOVE WRK-FIL-LANC  TO WRK-CFL-FILIAL(WRK-CFL-IDX)
                   MOVE WRK-CONTA-LANC TO WRK-CFL-CONTA(WRK-CFL-IDX)
                   MOVE ZEROS         TO WRK-CFL-DEBITOS(WRK-CFL-IDX)
                                         WRK-CFL-CREDITOS(WRK-CFL-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 200 CONTAS POR FILIAL -'
                     ' ' WRK-FIL-LANC ' ' WRK-CONTA-LANC
                     ' ACUMULADA NA ULTIMA LINHA'
                   SET WRK-CFL-IDX    TO WRK-CFL-COUNT
                 END-IF
               WHEN WRK-CFL-FILIAL(WRK-CFL-IDX) EQUAL WRK-FIL-LANC
                AND WRK-CFL-CONTA(WRK-CFL-IDX)  EQUAL WRK-CONTA-LANC
                   CONTINUE
           END-SEARCH.
           IF  GLPOST-DEBITO
               ADD GLPOST-VALOR         TO WRK-CFL-DEBITOS(WRK-CFL-IDX)
           ELSE
               ADD GLPOST-VALOR         TO WRK-CFL-CREDITOS(WRK-CFL-IDX)
           END-IF.
      *================================================================*
       0237-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A CONTA DO LANCAMENTO NA TABELA DE ACUMULACAO,
      *    CRIANDO UMA LINHA NOVA QUANDO PRECISO
           END-STRING.
           WRITE BALANCETE-REC.

           IF  WRK-FIL-COUNT           GREATER ZEROS
               PERFORM 0330-GRAVAR-BALANCETE-FILIAL
                   VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX   GREATER WRK-FIL-COUNT
           END-IF.

           CLOSE GLPOST-FILE.
           CLOSE PLANCTA-FILE.
           CLOSE BALANCETE-FILE.
       0310-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O BALANCETE DE UMA FILIAL: O MOVIMENTO DO GLPOST DE
      *    CADA CONTA NA FILIAL E O TOTAL COM A SUA CONFERENCIA DE
      *    BALANCEIO
      *================================================================*
       0330-GRAVAR-BALANCETE-FILIAL    SECTION.
      *================================================================*
           MOVE SPACES                 TO BALANCETE-REC.
           STRING 'BALANCETE DA FILIAL ' DELIMITED BY SIZE
                  WRK-FIL-CODIGO(WRK-FIL-IDX) DELIMITED BY SIZE
                  ' - MOVIMENTO DO GLPOST POR CONTA'
                                       DELIMITED BY SIZE
                  INTO BALANCETE-REC
           END-STRING.
           WRITE BALANCETE-REC.
           PERFORM 0335-GRAVAR-1-CONTA-FILIAL
               VARYING WRK-CFL-IDX FROM 1 BY 1
               UNTIL WRK-CFL-IDX       GREATER WRK-CFL-COUNT.
           PERFORM 0320-GRAVAR-1-FILIAL.
      *================================================================*
       0330-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UMA CONTA NO BALANCETE DA FILIAL CORRENTE
      *================================================================*
       0335-GRAVAR-1-CONTA-FILIAL      SECTION.
      *================================================================*
           IF  WRK-CFL-FILIAL(WRK-CFL-IDX)
                                   NOT EQUAL WRK-FIL-CODIGO(WRK-FIL-IDX)
               GO TO 0335-99-FIM
           END-IF.
           MOVE WRK-CFL-DEBITOS(WRK-CFL-IDX)  TO WRK-DEBITOS-ED.
           MOVE WRK-CFL-CREDITOS(WRK-CFL-IDX) TO WRK-CREDITOS-ED.
           COMPUTE WRK-SALDO = WRK-CFL-DEBITOS(WRK-CFL-IDX)
                             - WRK-CFL-CREDITOS(WRK-CFL-IDX).
           MOVE WRK-SALDO              TO WRK-SALDO-ED.
           MOVE SPACES                 TO BALANCETE-REC.
           STRING '  '                 DELIMITED BY SIZE
                  WRK-CFL-CONTA(WRK-CFL-IDX) DELIMITED BY SIZE
                  ' D='                DELIMITED BY SIZE
                  WRK-DEBITOS-ED       DELIMITED BY SIZE
                  ' C='                DELIMITED BY SIZE
                  WRK-CREDITOS-ED      DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  INTO BALANCETE-REC
           END-STRING.
           WRITE BALANCETE-REC.
      *================================================================*
       0335-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DO MOVIMENTO DE UMA FILIAL, APONTANDO A
      *    FILIAL FORA DE BALANCEIO
      *================================================================*
       0320-GRAVAR-1-FILIAL            SECTION.
      *================================================================*
           MOVE WRK-FIL-DEBITOS(WRK-FIL-IDX)  TO WRK-DEBITOS-ED.
           MOVE WRK-FIL-CREDITOS(WRK-FIL-IDX) TO WRK-CREDITOS-ED.
           COMPUTE WRK-SALDO = WRK-FIL-DEBITOS(WRK-FIL-IDX)
                             - WRK-FIL-CREDITOS(WRK-FIL-IDX).
           MOVE WRK-SALDO              TO WRK-SALDO-ED.
           MOVE SPACES                 TO BALANCETE-REC.
           IF  WRK-SALDO               EQUAL ZEROS
               STRING 'FILIAL '         DELIMITED BY SIZE
                      WRK-FIL-CODIGO(WRK-FIL-IDX) DELIMITED BY SIZE
                      ' D='             DELIMITED BY SIZE
                      WRK-DEBITOS-ED    DELIMITED BY SIZE
                      ' C='             DELIMITED BY SIZE
                      WRK-CREDITOS-ED   DELIMITED BY SIZE
                      ' OK'             DELIMITED BY SIZE
                      INTO BALANCETE-REC
               END-STRING
           ELSE
               STRING 'FILIAL '         DELIMITED BY SIZE
                      WRK-FIL-CODIGO(WRK-FIL-IDX) DELIMITED BY SIZE
                      ' D='             DELIMITED BY SIZE
                      WRK-DEBITOS-ED    DELIMITED BY SIZE
                      ' C='             DELIMITED BY SIZE
                      WRK-CREDITOS-ED   DELIMITED BY SIZE
                      ' FORA DE BALANCEIO=' DELIMITED BY SIZE
                      WRK-SALDO-ED      DELIMITED BY SIZE
                      INTO BALANCETE-REC
               END-STRING
           END-IF.
           WRITE BALANCETE-REC.
      *================================================================*
       0320-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO NO APERTO DE MAO
           MOVE 'PROVISAO DE FERIAS A PAGAR' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'FORNPAGAR'            TO PLANCTA-CONTA.
           MOVE 'FORNECEDORES A PAGAR' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPPROVOB'           TO PLANCTA-CONTA.
           MOVE 'DESPESA PROV. ESTOQUE OBSOLETO' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'PROVOBEST'            TO PLANCTA-CONTA.
           MOVE 'PROVISAO P/ ESTOQUE OBSOLETO' TO PLANCTA-NOME.
           SET PLANCTA-ATIVO           TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'RECJUROSRN'           TO PLANCTA-CONTA.
           MOVE 'RECEITA JUROS RENEGOCIACAO' TO PLANCTA-NOME.
           SET PLANCTA-RECEITA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'ADQRECEB'             TO PLANCTA-CONTA.
           MOVE 'RECEBIVEIS DE ADQUIRENTES' TO PLANCTA-NOME.
           SET PLANCTA-ATIVO           TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPTXCART'           TO PLANCTA-CONTA.
           MOVE 'DESPESA TAXAS DE CARTAO' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DEDPISCOF'            TO PLANCTA-CONTA.
           MOVE 'DEDUCOES DA RECEITA PIS COFINS' TO PLANCTA-NOME.
           SET PLANCTA-RECEITA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'PISPAGAR'             TO PLANCTA-CONTA.
           MOVE 'PIS A RECOLHER' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'COFINSPAG'            TO PLANCTA-CONTA.
           MOVE 'COFINS A RECOLHER' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'LUCROSACUM'           TO PLANCTA-CONTA.
           MOVE 'LUCROS OU PREJUIZOS ACUMULADOS' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'ICMSRECUP'            TO PLANCTA-CONTA.
           MOVE 'ICMS A RECUPERAR' TO PLANCTA-NOME.
           SET PLANCTA-ATIVO           TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'ENCINSS'              TO PLANCTA-CONTA.
           MOVE 'ENCARGOS DE INSS DA EMPRESA' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESCBENEF'            TO PLANCTA-CONTA.
           MOVE 'BENEFICIOS DESCONTADOS A PAGAR' TO PLANCTA-NOME.
           SET PLANCTA-PASSIVO         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPVIAGEM'           TO PLANCTA-CONTA.
           MOVE 'DESPESA DE VIAGENS E PASSAGENS' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPHOSPED'           TO PLANCTA-CONTA.
           MOVE 'DESPESA DE HOSPEDAGEM' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPREFEI'            TO PLANCTA-CONTA.
           MOVE 'DESPESA DE REFEICOES' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPLOCOM'            TO PLANCTA-CONTA.
           MOVE 'DESPESA DE LOCOMOCAO' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           MOVE 'DESPDIVERS'           TO PLANCTA-CONTA.
           MOVE 'DESPESAS DIVERSAS' TO PLANCTA-NOME.
           SET PLANCTA-DESPESA         TO TRUE.
           WRITE PLANCTA-REC.
           CLOSE PLANCTA-FILE.
           OPEN I-O PLANCTA-FILE.
      *================================================================*
