      * O CADERNO DE MENSALIDADES DEIXA DE EXISTIR
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - DESCONTOS DE MENSALIDADE: A GERACAO (FUNCAO G)
      *              APLICA OS DESCONTOS VIGENTES DO ALUNO NO DESCALU
      *              (BOLSA, IRMAO, FILHO DE FUNCIONARIO, MANTIDOS PELO
      *              PROGDESC), IMPRIME-OS NA GUIA E GRAVA O BRUTO E O
      *              DESCONTO NO MENSREC; O DE PONTUALIDADE E ABATIDO NA
      *              BAIXA (FUNCAO P) FEITA ATE O VENCIMENTO. CADA
      *              DESCONTO CONCEDIDO VAI PARA O DESCCONC, BASE DO
      *              RELATORIO DO MES POR TIPO E TURMA (FUNCAO D)
      * XX/XX/XXXX - A COBRANCA NOVA NASCE SEM REMESSA DE BOLETO
      *              (MENSREC-VALOR-REMETIDO), PARA A COBRANCA
      *              BANCARIA DO PROGCOB55/PROGCOB56
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT GUIAMENS-FILE         ASSIGN TO "GUIAMENS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GUIAMENS-STATUS.
           SELECT DESCALU-FILE          ASSIGN TO "DESCALU"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESCALU-CHAVE
               FILE STATUS            IS WRK-DESCALU-STATUS.
           SELECT DESCCONC-FILE         ASSIGN TO "DESCCONC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESCCONC-CHAVE
               FILE STATUS            IS WRK-DESCCONC-STATUS.
           SELECT ORDENA-FILE           ASSIGN TO "SORTWKDS".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNMAS-FILE.
           COPY 'FERIADOS.COB'.
       FD  GUIAMENS-FILE.
           COPY 'GUIAMENS.COB'.
       FD  DESCALU-FILE.
           COPY 'DESCALU.COB'.
       FD  DESCCONC-FILE.
           COPY 'DESCCONC.COB'.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-TIPO             PIC X(001).
           05  ORDENA-TURMA            PIC X(003).
           05  ORDENA-VALOR            PIC 9(007)V99.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-FUNCAO-GERAR                        VALUE 'G'.
           88  WRK-FUNCAO-BAIXAR                       VALUE 'P'.
           88  WRK-FUNCAO-INADIMPLENCIA                VALUE 'I'.
           88  WRK-FUNCAO-DESCONTOS                    VALUE 'D'.
      *
       01  WRK-ANOMES                  PIC 9(006)      VALUE ZEROS.
       01  WRK-ANOMES-DEC REDEFINES WRK-ANOMES.
       77  WRK-QTD-ALUNOS              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-GUIAS               PIC 9(005)      VALUE ZEROS.
      *
      *    DESCONTOS DO ALUNO (DESCALU) VIGENTES NO MES DA COBRANCA;
      *    O DE PONTUALIDADE E CALCULADO SOBRE O VALOR JA LIQUIDO E
      *    SO E ABATIDO NA BAIXA ATE O VENCIMENTO
      *
       77  WRK-DESCALU-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-DESCALU-OK                          VALUE '00'.
           88  WRK-DESCALU-FIM                         VALUE '10'.
       77  WRK-DESCCONC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DESCCONC-OK                         VALUE '00'.
           88  WRK-DESCCONC-FIM                        VALUE '10'.
           88  WRK-DESCCONC-INEXISTENTE                VALUE '35'.
       77  WRK-TEM-DESCALU             PIC X(001)      VALUE 'N'.
           88  WRK-DESCALU-ABERTO                      VALUE 'S'.
       01  WRK-DSC-TAB.
           05  WRK-DSC-ENTRY           OCCURS 9 TIMES.
               10  WRK-DSC-SEQ         PIC 9(002).
               10  WRK-DSC-TIPO        PIC X(001).
               10  WRK-DSC-VALOR       PIC 9(007)V99.
       77  WRK-DSC-COUNT               PIC 9(002)      VALUE ZEROS.
       77  WRK-DSC-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-DESC-CALC               PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VALOR-BRUTO             PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VALOR-DESCONTO          PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO           PIC 9(007)V99   VALUE ZEROS.
       77  WRK-DESC-PONTUAL            PIC 9(007)V99   VALUE ZEROS.
       77  WRK-TEM-PONTUAL             PIC X(001)      VALUE 'N'.
           88  WRK-PONTUAL-VIGENTE                     VALUE 'S'.
       77  WRK-PONT-FORMA              PIC X(001)      VALUE SPACES.
       77  WRK-PONT-PERCENTUAL         PIC 9(003)V99   VALUE ZEROS.
       77  WRK-PONT-VALOR              PIC 9(007)V99   VALUE ZEROS.
       77  WRK-TIPO-NOMEAR             PIC X(001)      VALUE SPACES.
       77  WRK-NOME-TIPO               PIC X(022)      VALUE SPACES.
       77  WRK-DATA-PAGTO              PIC 9(008)      VALUE ZEROS.
      *
      *    RELATORIO DE DESCONTOS CONCEDIDOS POR TIPO E TURMA
      *
       77  WRK-ORDENA-FIM              PIC X(001)      VALUE 'N'.
           88  WRK-FIM-ORDENADO                        VALUE 'S'.
       77  WRK-TIPO-ATUAL              PIC X(001)      VALUE SPACES.
       77  WRK-TURMA-ATUAL             PIC X(003)      VALUE SPACES.
       77  WRK-QTD-TURMA               PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-TURMA             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-TIPO                PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-TIPO              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QTD-DESCONTOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-DESCONTOS         PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-FATURADO          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-PCT-DESCONTOS           PIC 9(003)V99   VALUE ZEROS.
       77  WRK-PCT-ED                  PIC ZZ9,99      VALUE ZEROS.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (DIAS DE CADA MES E
      *    FERIADOS)
      *
                   PERFORM 0500-BAIXAR-PAGAMENTO
               WHEN WRK-FUNCAO-INADIMPLENCIA
                   PERFORM 0600-RELATORIO-INADIMPLENCIA
               WHEN WRK-FUNCAO-DESCONTOS
                   PERFORM 0700-RELATORIO-DESCONTOS
               WHEN OTHER
                   PERFORM 0200-GERAR-COBRANCA
           END-EVALUATE.
       0100-INICIALIZAR                SECTION.
      *================================================================*
           DISPLAY 'FUNCAO (G=GERAR COBRANCA DO MES  P=BAIXAR '
                   'PAGAMENTO  I=INADIMPLENCIA  D=DESCONTOS):'.
           ACCEPT WRK-FUNCAO.
           IF  NOT WRK-FUNCAO-BAIXAR
           AND NOT WRK-FUNCAO-INADIMPLENCIA
           AND NOT WRK-FUNCAO-DESCONTOS
               SET WRK-FUNCAO-GERAR    TO TRUE
           END-IF.

               CLOSE MENSREC-FILE
               OPEN I-O MENSREC-FILE
           END-IF.
           OPEN I-O DESCCONC-FILE.
           IF  WRK-DESCCONC-INEXISTENTE
               CLOSE DESCCONC-FILE
               OPEN OUTPUT DESCCONC-FILE
               CLOSE DESCCONC-FILE
               OPEN I-O DESCCONC-FILE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

           PERFORM 0240-CALCULAR-VENCIMENTO.

           OPEN INPUT DESCALU-FILE.
           IF  WRK-DESCALU-OK
               SET WRK-DESCALU-ABERTO   TO TRUE
           END-IF.
           OPEN INPUT ALUNMAS-FILE.
           IF  NOT WRK-ALUNMAS-ABERTO
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL - STATUS '

           CLOSE ALUNMAS-FILE.
           CLOSE GUIAMENS-FILE.
           IF  WRK-DESCALU-ABERTO
               CLOSE DESCALU-FILE
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*
       0220-COBRAR-1-ALUNO             SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-ALUNOS.
           PERFORM 0230-APLICAR-DESCONTOS.
           PERFORM 0260-GRAVAR-CONTROLE.
           PERFORM 0265-GRAVAR-DESCONTOS.
           PERFORM 0270-IMPRIMIR-GUIA.
           PERFORM 0210-LER-ALUNO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APLICA A MENSALIDADE DO ALUNO OS DESCONTOS VIGENTES NO MES
      *    (DESCALU): PERCENTUAIS SOBRE O VALOR BRUTO E FIXOS PELO
      *    VALOR, SEM PASSAR DO BRUTO; O DE PONTUALIDADE E CALCULADO
      *    SOBRE O LIQUIDO E FICA CONDICIONADO AO PAGAMENTO ATE O
      *    VENCIMENTO
      *================================================================*
       0230-APLICAR-DESCONTOS          SECTION.
      *================================================================*
           MOVE WRK-VALOR-MENSALIDADE  TO WRK-VALOR-BRUTO
                                           WRK-VALOR-LIQUIDO.
           MOVE ZEROS                  TO WRK-VALOR-DESCONTO
                                           WRK-DESC-PONTUAL
                                           WRK-DSC-COUNT.
           MOVE 'N'                    TO WRK-TEM-PONTUAL.
           IF  NOT WRK-DESCALU-ABERTO
               GO TO 0230-99-FIM
           END-IF.
           MOVE ALUNMAS-MATRICULA      TO DESCALU-MATRICULA.
           MOVE ZEROS                  TO DESCALU-SEQ.
           MOVE '00'                   TO WRK-DESCALU-STATUS.
           START DESCALU-FILE KEY NOT LESS DESCALU-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-DESCALU-STATUS
           END-START.
           PERFORM 0232-APLICAR-1-DESCONTO UNTIL WRK-DESCALU-FIM.

           COMPUTE WRK-VALOR-LIQUIDO = WRK-VALOR-BRUTO
                                     - WRK-VALOR-DESCONTO.
           IF  WRK-PONTUAL-VIGENTE
               IF  WRK-PONT-FORMA      EQUAL 'F'
                   MOVE WRK-PONT-VALOR  TO WRK-DESC-PONTUAL
               ELSE
                   COMPUTE WRK-DESC-PONTUAL ROUNDED =
                       WRK-VALOR-LIQUIDO * WRK-PONT-PERCENTUAL / 100
               END-IF
               IF  WRK-DESC-PONTUAL    GREATER WRK-VALOR-LIQUIDO
                   MOVE WRK-VALOR-LIQUIDO TO WRK-DESC-PONTUAL
               END-IF
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM DESCONTO DO ALUNO E, SE VIGENTE NO MES, CALCULA E
      *    GUARDA O VALOR; O PRIMEIRO DE PONTUALIDADE VIGENTE FICA
      *    PARA O CALCULO SOBRE O LIQUIDO
      *================================================================*
       0232-APLICAR-1-DESCONTO         SECTION.
      *================================================================*
           READ DESCALU-FILE NEXT
               AT END
                   SET WRK-DESCALU-FIM TO TRUE
                   GO TO 0232-99-FIM
           END-READ.
           IF  DESCALU-MATRICULA       NOT EQUAL ALUNMAS-MATRICULA
               SET WRK-DESCALU-FIM     TO TRUE
               GO TO 0232-99-FIM
           END-IF.
           IF  NOT DESCALU-ATIVO
           OR  DESCALU-VIGENCIA-INICIO GREATER WRK-ANOMES
               GO TO 0232-99-FIM
           END-IF.
           IF  DESCALU-VIGENCIA-FIM    NOT EQUAL ZEROS
           AND DESCALU-VIGENCIA-FIM    LESS WRK-ANOMES
               GO TO 0232-99-FIM
           END-IF.
           IF  DESCALU-PONTUALIDADE
               IF  NOT WRK-PONTUAL-VIGENTE
                   SET WRK-PONTUAL-VIGENTE TO TRUE
                   MOVE DESCALU-FORMA   TO WRK-PONT-FORMA
                   MOVE DESCALU-PERCENTUAL TO WRK-PONT-PERCENTUAL
                   MOVE DESCALU-VALOR   TO WRK-PONT-VALOR
               END-IF
               GO TO 0232-99-FIM
           END-IF.

           IF  DESCALU-VALOR-FIXO
               MOVE DESCALU-VALOR       TO WRK-DESC-CALC
           ELSE
               COMPUTE WRK-DESC-CALC ROUNDED =
                   WRK-VALOR-BRUTO * DESCALU-PERCENTUAL / 100
           END-IF.
           IF  WRK-VALOR-DESCONTO + WRK-DESC-CALC
                                       GREATER WRK-VALOR-BRUTO
               COMPUTE WRK-DESC-CALC = WRK-VALOR-BRUTO
                                     - WRK-VALOR-DESCONTO
           END-IF.
           IF  WRK-DESC-CALC           EQUAL ZEROS
               GO TO 0232-99-FIM
           END-IF.
           ADD WRK-DESC-CALC           TO WRK-VALOR-DESCONTO.
           ADD 1                       TO WRK-DSC-COUNT.
           MOVE DESCALU-SEQ            TO WRK-DSC-SEQ(WRK-DSC-COUNT).
           MOVE DESCALU-TIPO           TO WRK-DSC-TIPO(WRK-DSC-COUNT).
           MOVE WRK-DESC-CALC          TO WRK-DSC-VALOR(WRK-DSC-COUNT).
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O VENCIMENTO DO MES NO DIA-BASE, EMPURRADO PARA
      *    DIA UTIL (ZELLER + FERIADOS DO CALENDARIO)
           MOVE WRK-ANOMES             TO MENSREC-ANOMES.
           MOVE ALUNMAS-TURMA          TO MENSREC-TURMA.
           MOVE WRK-DATA-VENCTO        TO MENSREC-DATA-VENCTO.
           MOVE WRK-VALOR-LIQUIDO      TO MENSREC-VALOR.
           MOVE WRK-VALOR-BRUTO        TO MENSREC-VALOR-BRUTO.
           MOVE WRK-VALOR-DESCONTO     TO MENSREC-VALOR-DESCONTO.
           MOVE WRK-DESC-PONTUAL       TO MENSREC-DESC-PONTUAL.
           MOVE ZEROS                  TO MENSREC-DATA-PAGTO.
           SET MENSREC-ABERTA          TO TRUE.
           IF  WRK-MENSREC-OK
               REWRITE MENSREC-REC
           ELSE
               MOVE ZEROS               TO MENSREC-VALOR-REMETIDO
               MOVE ZEROS               TO MENSREC-VALOR-ENCARGOS
               WRITE MENSREC-REC
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRAVA OS DESCONTOS CONCEDIDOS DO ALUNO NO MES
      *    (DESCCONC), APAGANDO OS DE UMA GERACAO ANTERIOR DO MESMO
      *    MES
      *================================================================*
       0265-GRAVAR-DESCONTOS           SECTION.
      *================================================================*
           MOVE WRK-ANOMES             TO DESCCONC-ANOMES.
           MOVE ALUNMAS-MATRICULA      TO DESCCONC-MATRICULA.
           MOVE ZEROS                  TO DESCCONC-SEQ.
           MOVE '00'                   TO WRK-DESCCONC-STATUS.
           START DESCCONC-FILE KEY NOT LESS DESCCONC-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-DESCCONC-STATUS
           END-START.
           PERFORM 0266-APAGAR-1-DESCONTO UNTIL WRK-DESCCONC-FIM.
           PERFORM 0267-GRAVAR-1-DESCONTO
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX GREATER WRK-DSC-COUNT.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

       0266-APAGAR-1-DESCONTO          SECTION.
      *================================================================*
           READ DESCCONC-FILE NEXT
               AT END
                   SET WRK-DESCCONC-FIM TO TRUE
                   GO TO 0266-99-FIM
           END-READ.
           IF  DESCCONC-ANOMES         NOT EQUAL WRK-ANOMES
           OR  DESCCONC-MATRICULA      NOT EQUAL ALUNMAS-MATRICULA
               SET WRK-DESCCONC-FIM    TO TRUE
               GO TO 0266-99-FIM
           END-IF.
           DELETE DESCCONC-FILE.
      *================================================================*
       0266-99-FIM.                    EXIT.
      *================================================================*

       0267-GRAVAR-1-DESCONTO          SECTION.
      *================================================================*
           MOVE WRK-ANOMES             TO DESCCONC-ANOMES.
           MOVE ALUNMAS-MATRICULA      TO DESCCONC-MATRICULA.
           MOVE WRK-DSC-SEQ(WRK-DSC-IDX) TO DESCCONC-SEQ.
           MOVE WRK-DSC-TIPO(WRK-DSC-IDX) TO DESCCONC-TIPO.
           MOVE ALUNMAS-TURMA          TO DESCCONC-TURMA.
           MOVE WRK-DSC-VALOR(WRK-DSC-IDX) TO DESCCONC-VALOR.
           WRITE DESCCONC-REC.
      *================================================================*
       0267-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A GUIA DE MENSALIDADE DO ALUNO
      *================================================================*
       0270-IMPRIMIR-GUIA              SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-GUIAS.
           MOVE WRK-VALOR-LIQUIDO      TO WRK-VALOR-ED.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING 'GUIA MATRICULA '    DELIMITED BY SIZE
                  ALUNMAS-MATRICULA    DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           IF  WRK-DSC-COUNT           GREATER ZEROS
               MOVE WRK-VALOR-BRUTO     TO WRK-VALOR-ED
               MOVE SPACES              TO GUIAMENS-REC
               STRING '  MENSALIDADE BRUTA=' DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO GUIAMENS-REC
               END-STRING
               WRITE GUIAMENS-REC
               PERFORM 0275-IMPRIMIR-1-DESCONTO
                   VARYING WRK-DSC-IDX FROM 1 BY 1
                   UNTIL WRK-DSC-IDX GREATER WRK-DSC-COUNT
           END-IF.
           IF  WRK-DESC-PONTUAL        GREATER ZEROS
               COMPUTE WRK-DESC-CALC = WRK-VALOR-LIQUIDO
                                     - WRK-DESC-PONTUAL
               MOVE WRK-DESC-CALC       TO WRK-VALOR-ED
               MOVE SPACES              TO GUIAMENS-REC
               STRING '  PAGANDO ATE O VENCIMENTO (DESCONTO DE '
                                        DELIMITED BY SIZE
                      'PONTUALIDADE): VALOR=' DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO GUIAMENS-REC
               END-STRING
               WRITE GUIAMENS-REC
           END-IF.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME NA GUIA UM DESCONTO APLICADO
      *================================================================*
       0275-IMPRIMIR-1-DESCONTO        SECTION.
      *================================================================*
           MOVE WRK-DSC-TIPO(WRK-DSC-IDX) TO WRK-TIPO-NOMEAR.
           PERFORM 0280-NOMEAR-TIPO.
           MOVE WRK-DSC-VALOR(WRK-DSC-IDX) TO WRK-VALOR-ED.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING '  (-) DESCONTO '    DELIMITED BY SIZE
                  WRK-NOME-TIPO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    NOME POR EXTENSO DO TIPO DE DESCONTO (WRK-TIPO-NOMEAR)
      *================================================================*
       0280-NOMEAR-TIPO                SECTION.
      *================================================================*
           EVALUATE WRK-TIPO-NOMEAR
               WHEN 'B'
                   MOVE 'BOLSA DE ESTUDO'  TO WRK-NOME-TIPO
               WHEN 'I'
                   MOVE 'IRMAO'            TO WRK-NOME-TIPO
               WHEN 'F'
                   MOVE 'FILHO DE FUNCIONARIO' TO WRK-NOME-TIPO
               WHEN 'P'
                   MOVE 'PONTUALIDADE'     TO WRK-NOME-TIPO
               WHEN OTHER
                   MOVE 'OUTROS'           TO WRK-NOME-TIPO
           END-EVALUATE.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA O PAGAMENTO DE UM ALUNO/MES DO CONTROLE
      *================================================================*
           ACCEPT WRK-MATRICULA.
           DISPLAY 'MES (AAAAMM):'.
           ACCEPT WRK-ANOMES.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ZEROS = HOJE):'.
           ACCEPT WRK-DATA-PAGTO.
           IF  WRK-DATA-PAGTO          EQUAL ZEROS
               ACCEPT WRK-DATA-PAGTO    FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-MATRICULA          TO MENSREC-MATRICULA.
           MOVE WRK-ANOMES             TO MENSREC-ANOMES.
           READ MENSREC-FILE.
                   DISPLAY 'MENSALIDADE JA ESTAVA BAIXADA'
               WHEN OTHER
                   SET MENSREC-PAGA     TO TRUE
                   MOVE WRK-DATA-PAGTO  TO MENSREC-DATA-PAGTO
                   IF  MENSREC-DESC-PONTUAL GREATER ZEROS
                   AND WRK-DATA-PAGTO   NOT GREATER MENSREC-DATA-VENCTO
                       PERFORM 0510-CONCEDER-PONTUALIDADE
                   END-IF
                   REWRITE MENSREC-REC
                   MOVE MENSREC-VALOR   TO WRK-VALOR-ED
                   DISPLAY 'MENSALIDADE BAIXADA COMO PAGA - VALOR '
                           WRK-VALOR-ED
           END-EVALUATE.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PAGAMENTO ATE O VENCIMENTO: ABATE O DESCONTO DE
      *    PONTUALIDADE DO VALOR COBRADO E REGISTRA A CONCESSAO
      *================================================================*
       0510-CONCEDER-PONTUALIDADE      SECTION.
      *================================================================*
           SUBTRACT MENSREC-DESC-PONTUAL FROM MENSREC-VALOR.
           ADD MENSREC-DESC-PONTUAL    TO MENSREC-VALOR-DESCONTO.
           MOVE MENSREC-ANOMES         TO DESCCONC-ANOMES.
           MOVE MENSREC-MATRICULA      TO DESCCONC-MATRICULA.
           MOVE 99                     TO DESCCONC-SEQ.
           READ DESCCONC-FILE.
           MOVE 'P'                    TO DESCCONC-TIPO.
           MOVE MENSREC-TURMA          TO DESCCONC-TURMA.
           MOVE MENSREC-DESC-PONTUAL   TO DESCCONC-VALOR.
           IF  WRK-DESCCONC-OK
               REWRITE DESCCONC-REC
           ELSE
               WRITE DESCCONC-REC
           END-IF.
           DISPLAY 'PAGO ATE O VENCIMENTO - DESCONTO DE PONTUALIDADE '
                   'CONCEDIDO'.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EMITE O RELATORIO DE INADIMPLENCIA: MESES EM ABERTO POR
      *    ALUNO, COM A TURMA DE CADA UM
       0630-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EMITE O RELATORIO DE DESCONTOS CONCEDIDOS NO MES POR TIPO
      *    E TURMA, COM O PESO SOBRE O FATURAMENTO BRUTO, PARA O
      *    CONSELHO ACOMPANHAR O CUSTO DA POLITICA DE DESCONTOS
      *================================================================*
       0700-RELATORIO-DESCONTOS        SECTION.
      *================================================================*
           DISPLAY 'MES DO RELATORIO (AAAAMM):'.
           ACCEPT WRK-ANOMES.
           OPEN OUTPUT GUIAMENS-FILE.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING 'DESCONTOS CONCEDIDOS NAS MENSALIDADES - MES '
                                       DELIMITED BY SIZE
                  WRK-ANOMES           DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           SORT ORDENA-FILE
               ON ASCENDING KEY ORDENA-TIPO
                                ORDENA-TURMA
               INPUT PROCEDURE IS 0710-SELECIONAR-DESCONTOS
               OUTPUT PROCEDURE IS 0730-EMITIR-DESCONTOS.
           PERFORM 0760-SOMAR-FATURAMENTO.

           MOVE SPACES                 TO GUIAMENS-REC.
           WRITE GUIAMENS-REC.
           MOVE WRK-VALOR-DESCONTOS    TO WRK-INA-VALOR-ED.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING 'TOTAL DE DESCONTOS=' DELIMITED BY SIZE
                  WRK-QTD-DESCONTOS    DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-INA-VALOR-ED     DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           MOVE ZEROS                  TO WRK-PCT-DESCONTOS.
           IF  WRK-VALOR-FATURADO      GREATER ZEROS
               COMPUTE WRK-PCT-DESCONTOS ROUNDED =
                   WRK-VALOR-DESCONTOS * 100 / WRK-VALOR-FATURADO
           END-IF.
           MOVE WRK-PCT-DESCONTOS      TO WRK-PCT-ED.
           MOVE WRK-VALOR-FATURADO     TO WRK-INA-VALOR-ED.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING 'FATURAMENTO BRUTO DO MES=' DELIMITED BY SIZE
                  WRK-INA-VALOR-ED     DELIMITED BY SIZE
                  ' DESCONTOS SOBRE O BRUTO=' DELIMITED BY SIZE
                  WRK-PCT-ED           DELIMITED BY SIZE
                  'PC'                 DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           CLOSE GUIAMENS-FILE.
           DISPLAY 'RELATORIO DE DESCONTOS GRAVADO EM GUIAMENS'.
      *================================================================*
       0700-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LIBERA PARA A CLASSIFICACAO OS DESCONTOS CONCEDIDOS NO MES
      *================================================================*
       0710-SELECIONAR-DESCONTOS       SECTION.
      *================================================================*
           MOVE WRK-ANOMES             TO DESCCONC-ANOMES.
           MOVE ZEROS                  TO DESCCONC-MATRICULA
                                           DESCCONC-SEQ.
           MOVE '00'                   TO WRK-DESCCONC-STATUS.
           START DESCCONC-FILE KEY NOT LESS DESCCONC-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-DESCCONC-STATUS
           END-START.
           PERFORM 0715-SELECIONAR-1-DESCONTO UNTIL WRK-DESCCONC-FIM.
      *================================================================*
       0710-99-FIM.                    EXIT.
      *================================================================*

       0715-SELECIONAR-1-DESCONTO      SECTION.
      *================================================================*
           READ DESCCONC-FILE NEXT
               AT END
                   SET WRK-DESCCONC-FIM TO TRUE
                   GO TO 0715-99-FIM
           END-READ.
           IF  DESCCONC-ANOMES         NOT EQUAL WRK-ANOMES
               SET WRK-DESCCONC-FIM    TO TRUE
               GO TO 0715-99-FIM
           END-IF.
           MOVE DESCCONC-TIPO          TO ORDENA-TIPO.
           MOVE DESCCONC-TURMA         TO ORDENA-TURMA.
           MOVE DESCCONC-VALOR         TO ORDENA-VALOR.
           RELEASE ORDENA-REC.
      *================================================================*
       0715-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TOTALIZA OS DESCONTOS CLASSIFICADOS POR TURMA DENTRO DO
      *    TIPO, COM SUBTOTAL POR TIPO
      *================================================================*
       0730-EMITIR-DESCONTOS           SECTION.
      *================================================================*
           PERFORM 0732-RETORNAR-DESCONTO.
           PERFORM 0735-PROCESSAR-1-TIPO UNTIL WRK-FIM-ORDENADO.
      *================================================================*
       0730-99-FIM.                    EXIT.
      *================================================================*

       0732-RETORNAR-DESCONTO          SECTION.
      *================================================================*
           RETURN ORDENA-FILE
               AT END
                   SET WRK-FIM-ORDENADO TO TRUE
           END-RETURN.
      *================================================================*
       0732-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME AS TURMAS DE UM TIPO DE DESCONTO E O SUBTOTAL
      *================================================================*
       0735-PROCESSAR-1-TIPO           SECTION.
      *================================================================*
           MOVE ORDENA-TIPO            TO WRK-TIPO-ATUAL.
           MOVE ZEROS                  TO WRK-QTD-TIPO
                                           WRK-VALOR-TIPO.
           MOVE WRK-TIPO-ATUAL         TO WRK-TIPO-NOMEAR.
           PERFORM 0280-NOMEAR-TIPO.
           MOVE SPACES                 TO GUIAMENS-REC.
           WRITE GUIAMENS-REC.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING 'TIPO '              DELIMITED BY SIZE
                  WRK-TIPO-ATUAL       DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WRK-NOME-TIPO        DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           PERFORM 0740-PROCESSAR-1-TURMA
               UNTIL WRK-FIM-ORDENADO
               OR ORDENA-TIPO NOT EQUAL WRK-TIPO-ATUAL.
           MOVE WRK-VALOR-TIPO         TO WRK-INA-VALOR-ED.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING '  SUBTOTAL DO TIPO: DESCONTOS=' DELIMITED BY SIZE
                  WRK-QTD-TIPO         DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-INA-VALOR-ED     DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           ADD WRK-QTD-TIPO            TO WRK-QTD-DESCONTOS.
           ADD WRK-VALOR-TIPO          TO WRK-VALOR-DESCONTOS.
      *================================================================*
       0735-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TOTALIZA E IMPRIME UMA TURMA DENTRO DO TIPO
      *================================================================*
       0740-PROCESSAR-1-TURMA          SECTION.
      *================================================================*
           MOVE ORDENA-TURMA           TO WRK-TURMA-ATUAL.
           MOVE ZEROS                  TO WRK-QTD-TURMA
                                           WRK-VALOR-TURMA.
           PERFORM 0745-ACUMULAR-1-DESCONTO
               UNTIL WRK-FIM-ORDENADO
               OR ORDENA-TIPO NOT EQUAL WRK-TIPO-ATUAL
               OR ORDENA-TURMA NOT EQUAL WRK-TURMA-ATUAL.
           MOVE WRK-VALOR-TURMA        TO WRK-INA-VALOR-ED.
           MOVE SPACES                 TO GUIAMENS-REC.
           STRING '  TURMA '           DELIMITED BY SIZE
                  WRK-TURMA-ATUAL      DELIMITED BY SIZE
                  ' DESCONTOS='        DELIMITED BY SIZE
                  WRK-QTD-TURMA        DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-INA-VALOR-ED     DELIMITED BY SIZE
                  INTO GUIAMENS-REC
           END-STRING.
           WRITE GUIAMENS-REC.
           ADD WRK-QTD-TURMA           TO WRK-QTD-TIPO.
           ADD WRK-VALOR-TURMA         TO WRK-VALOR-TIPO.
      *================================================================*
       0740-99-FIM.                    EXIT.
      *================================================================*

       0745-ACUMULAR-1-DESCONTO        SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-TURMA.
           ADD ORDENA-VALOR            TO WRK-VALOR-TURMA.
           PERFORM 0732-RETORNAR-DESCONTO.
      *================================================================*
       0745-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O VALOR BRUTO DAS COBRANCAS DO MES NO MENSREC
      *================================================================*
       0760-SOMAR-FATURAMENTO          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-VALOR-FATURADO
                                           MENSREC-MATRICULA
                                           MENSREC-ANOMES.
           MOVE '00'                   TO WRK-MENSREC-STATUS.
           START MENSREC-FILE KEY NOT LESS MENSREC-CHAVE
               INVALID KEY
                   SET WRK-MENSREC-FIM  TO TRUE
           END-START.
           PERFORM 0765-SOMAR-1-COBRANCA UNTIL WRK-MENSREC-FIM.
      *================================================================*
       0760-99-FIM.                    EXIT.
      *================================================================*

       0765-SOMAR-1-COBRANCA           SECTION.
      *================================================================*
           READ MENSREC-FILE NEXT RECORD
               AT END
                   SET WRK-MENSREC-FIM TO TRUE
                   GO TO 0765-99-FIM
           END-READ.
           IF  MENSREC-ANOMES          EQUAL WRK-ANOMES
               IF  MENSREC-VALOR-BRUTO EQUAL ZEROS
                   ADD MENSREC-VALOR    TO WRK-VALOR-FATURADO
               ELSE
                   ADD MENSREC-VALOR-BRUTO TO WRK-VALOR-FATURADO
               END-IF
           END-IF.
      *================================================================*
       0765-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA COM O RESUMO DA COBRANCA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE MENSREC-FILE.
           CLOSE DESCCONC-FILE.
           IF  WRK-FUNCAO-GERAR
               DISPLAY 'COBRANCA GERADA: ' WRK-QTD-ALUNOS
                       ' ALUNOS, ' WRK-QTD-GUIAS
