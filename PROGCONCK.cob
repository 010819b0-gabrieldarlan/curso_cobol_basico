       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONCK.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CONCILIACAO DAS LIQUIDACOES DE CARTAO. LE O ARQUIVO
      * DE LIQUIDACAO DA ADQUIRENTE (ADQLIQ) E CASA CADA REGISTRO COM
      * O RECEBIVEL DA VENDA (CARTREC, GERADO NA BAIXA DO PROGCOB23)
      * PELA ADQUIRENTE + NSU:
      * - LIQUIDACAO (L): O RECEBIVEL FICA LIQUIDADO COM A TAXA
      *   COBRADA (BRUTO MENOS LIQUIDO CREDITADO); TAXA DIFERENTE DA
      *   CONTRATADA (ADQTAB) EM MAIS DE UM CENTAVO FICA DIVERGENTE E
      *   SAI NO RELATORIO;
      * - CHARGEBACK (E): O RECEBIVEL E ESTORNADO E O TITULO DO
      *   CLIENTE VOLTA A FICAR EM ABERTO NO CONTAREC PARA COBRANCA;
      * - REGISTRO SEM VENDA, LIQUIDACAO REPETIDA OU CHARGEBACK
      *   REPETIDO SAO EXCECOES.
      * AO FIM, OS RECEBIVEIS EM ABERTO COM DATA PREVISTA VENCIDA
      * SAEM COMO LIQUIDACAO NAO RECEBIDA. O MOVIMENTO E LANCADO NO
      * GLPOST: BANCOCAIXA PELO CREDITADO, DESPTXCART (DESPESA) PELA
      * TAXA, ADQRECEB PELO BRUTO BAIXADO E CONTASREC PELO
      * CHARGEBACK. RELATORIO EM CARTREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO CARTREL (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ADQLIQ-FILE           ASSIGN TO "ADQLIQ"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ADQLIQ-STATUS.
           SELECT CARTREC-FILE          ASSIGN TO "CARTREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CARTREC-CHAVE
               FILE STATUS            IS WRK-CARTREC-STATUS.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT CARTREL-FILE          ASSIGN TO "CARTREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CARTREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADQLIQ-FILE.
           COPY 'ADQLIQ.COB'.
       FD  CARTREC-FILE.
           COPY 'CARTREC.COB'.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  CARTREL-FILE.
           COPY 'CARTREL.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
      *
      *    USUARIO QUE PEDIU O RELATORIO, PARA A REGRA DE MASCARAMENTO
      *    DE CPF E CONTA BANCARIA
      *
       77  WRK-USUARIO-SOLIC           PIC X(020)      VALUE SPACES.
       77  WRK-SENHA-SOLIC             PIC X(010)      VALUE SPACES.
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-ADQLIQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ADQLIQ-OK                           VALUE '00'.
           88  WRK-ADQLIQ-FIM                          VALUE '10'.
       77  WRK-CARTREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CARTREC-OK                          VALUE '00'.
           88  WRK-CARTREC-FIM                         VALUE '10'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-CARTREL-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    TAXA COBRADA CONTRA A CONTRATADA; TOLERANCIA DE UM
      *    CENTAVO PARA ARREDONDAMENTO DA ADQUIRENTE
      *
       77  WRK-TAXA-COBRADA            PIC S9(009)V99  VALUE ZEROS.
       77  WRK-DIFERENCA-TAXA          PIC S9(009)V99  VALUE ZEROS.
       77  WRK-TOLERANCIA-TAXA         PIC 9(001)V99   VALUE 0,01.
       77  WRK-TAXA-EFETIVA            PIC 9(001)V9(004) VALUE ZEROS.
       77  WRK-TAXA-PCT-ED             PIC Z9,99       VALUE ZEROS.
       77  WRK-CONTRATO-PCT-ED         PIC Z9,99       VALUE ZEROS.
       77  WRK-DEBITADO-CB             PIC S9(009)V99  VALUE ZEROS.
      *
      *    SALDO DO MOVIMENTO POR CONTA (DEBITO POSITIVO, CREDITO
      *    NEGATIVO), LANCADO NO GLPOST AO FIM
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'VEND'.
       77  WRK-CONTA-BANCO             PIC X(010)      VALUE
                                                'BANCOCAIXA'.
       77  WRK-CONTA-TAXA              PIC X(010)      VALUE
                                                'DESPTXCART'.
       77  WRK-CONTA-ADQUIRENTE        PIC X(010)     VALUE 'ADQRECEB'.
       77  WRK-CONTA-RECEBER           PIC X(010)     VALUE 'CONTASREC'.
       77  WRK-MOV-BANCO               PIC S9(011)V99  VALUE ZEROS.
       77  WRK-MOV-TAXA                PIC S9(011)V99  VALUE ZEROS.
       77  WRK-MOV-ADQUIRENTE          PIC S9(011)V99  VALUE ZEROS.
       77  WRK-MOV-RECEBER             PIC S9(011)V99  VALUE ZEROS.
       77  WRK-GL-CONTA                PIC X(010)      VALUE SPACES.
       77  WRK-GL-SALDO                PIC S9(011)V99  VALUE ZEROS.
      *
       77  WRK-QTD-LIDOS               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-LIQUIDADOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-CHARGEBACKS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EXCECOES            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-NAO-RECEBIDOS       PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-CREDITADO         PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOTAL-TAXAS             PIC S9(011)V99  VALUE ZEROS.
       77  WRK-TOTAL-CHARGEBACK        PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOTAL-NAO-RECEBIDO      PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-ED                 PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PREVISTA-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIFERENCA-ED            PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                PIC $ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-TOTAL-S-ED              PIC -ZZ.ZZZ.ZZZ.ZZ9,99
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
      *    ABRE O ARQUIVO DA ADQUIRENTE, OS RECEBIVEIS E O RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN INPUT ADQLIQ-FILE.
           OPEN I-O CARTREC-FILE.
           OPEN I-O CONTAREC-FILE.
           OPEN OUTPUT CARTREL-FILE.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'CONCILIACAO DAS LIQUIDACOES DE CARTAO EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.
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
      *    CONCILIA O ARQUIVO DA ADQUIRENTE E APONTA AS LIQUIDACOES
      *    NAO RECEBIDAS
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-CARTREC-OK
               DISPLAY 'SEM RECEBIVEIS DE CARTAO (CARTREC) - NADA A '
                       'CONCILIAR'
               GO TO 0200-99-FIM
           END-IF.
           IF  WRK-ADQLIQ-OK
               PERFORM 0210-LER-LIQUIDACAO
               PERFORM 0220-CONCILIAR-1-REGISTRO UNTIL WRK-ADQLIQ-FIM
           ELSE
               DISPLAY 'ARQUIVO DA ADQUIRENTE (ADQLIQ) AUSENTE - SO '
                       'AS PENDENCIAS SERAO APURADAS'
           END-IF.
           PERFORM 0260-APURAR-NAO-RECEBIDOS.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM REGISTRO DO ARQUIVO DA ADQUIRENTE
      *================================================================*
       0210-LER-LIQUIDACAO             SECTION.
      *================================================================*
           READ ADQLIQ-FILE
               AT END
                   SET WRK-ADQLIQ-FIM   TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CASA UM REGISTRO DA ADQUIRENTE COM O RECEBIVEL DA VENDA E
      *    O TRATA PELO TIPO
      *================================================================*
       0220-CONCILIAR-1-REGISTRO       SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           MOVE ADQLIQ-ADQUIRENTE      TO CARTREC-ADQUIRENTE.
           MOVE ADQLIQ-NSU             TO CARTREC-NSU.
           READ CARTREC-FILE.
           EVALUATE TRUE
               WHEN NOT WRK-CARTREC-OK
                   ADD 1                TO WRK-QTD-EXCECOES
                   PERFORM 0250-GRAVAR-EXCECAO-SEM-VENDA
               WHEN ADQLIQ-LIQUIDACAO
                   PERFORM 0230-LIQUIDAR-RECEBIVEL
               WHEN ADQLIQ-CHARGEBACK
                   PERFORM 0240-ESTORNAR-RECEBIVEL
               WHEN OTHER
                   ADD 1                TO WRK-QTD-EXCECOES
                   MOVE SPACES          TO CARTREL-REC
                   STRING 'NSU '        DELIMITED BY SIZE
                          ADQLIQ-NSU    DELIMITED BY SIZE
                          ' TIPO '      DELIMITED BY SIZE
                          ADQLIQ-TIPO   DELIMITED BY SIZE
                          ' DESCONHECIDO - IGNORADO'
                                        DELIMITED BY SIZE
                          INTO CARTREL-REC
                   END-STRING
                   WRITE CARTREL-REC
           END-EVALUATE.
           PERFORM 0210-LER-LIQUIDACAO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LIQUIDA O RECEBIVEL E CONFRONTA A TAXA COBRADA COM A
      *    CONTRATADA
      *================================================================*
       0230-LIQUIDAR-RECEBIVEL         SECTION.
      *================================================================*
           IF  NOT CARTREC-ABERTO
               ADD 1                    TO WRK-QTD-EXCECOES
               MOVE SPACES              TO CARTREL-REC
               STRING 'NSU '            DELIMITED BY SIZE
                      ADQLIQ-NSU        DELIMITED BY SIZE
                      ' ADQUIRENTE '    DELIMITED BY SIZE
                      ADQLIQ-ADQUIRENTE DELIMITED BY SIZE
                      ' LIQUIDACAO REPETIDA OU APOS ESTORNO - CONFERIR'
                                        DELIMITED BY SIZE
                      INTO CARTREL-REC
               END-STRING
               WRITE CARTREL-REC
               GO TO 0230-99-FIM
           END-IF.

           COMPUTE WRK-TAXA-COBRADA =
                   CARTREC-VALOR-BRUTO - ADQLIQ-VALOR-LIQUIDO.
           COMPUTE WRK-DIFERENCA-TAXA =
                   WRK-TAXA-COBRADA - CARTREC-VALOR-TAXA-PREV.
           MOVE ADQLIQ-DATA-CREDITO    TO CARTREC-DATA-LIQUIDACAO.
           MOVE WRK-TAXA-COBRADA       TO CARTREC-VALOR-TAXA-COBRADA.
           MOVE ADQLIQ-VALOR-LIQUIDO   TO CARTREC-VALOR-CREDITADO.
           IF  WRK-DIFERENCA-TAXA      GREATER WRK-TOLERANCIA-TAXA
           OR  WRK-DIFERENCA-TAXA      LESS ZEROS
               AND (ZEROS - WRK-DIFERENCA-TAXA)
                                       GREATER WRK-TOLERANCIA-TAXA
               SET CARTREC-DIVERGENTE   TO TRUE
               ADD 1                    TO WRK-QTD-DIVERGENTES
               PERFORM 0235-GRAVAR-DIVERGENCIA-TAXA
           ELSE
               SET CARTREC-LIQUIDADO    TO TRUE
           END-IF.
           REWRITE CARTREC-REC.
           ADD 1                       TO WRK-QTD-LIQUIDADOS.
           ADD ADQLIQ-VALOR-LIQUIDO    TO WRK-TOTAL-CREDITADO.
           ADD WRK-TAXA-COBRADA        TO WRK-TOTAL-TAXAS.

           ADD ADQLIQ-VALOR-LIQUIDO    TO WRK-MOV-BANCO.
           ADD WRK-TAXA-COBRADA        TO WRK-MOV-TAXA.
           SUBTRACT CARTREC-VALOR-BRUTO FROM WRK-MOV-ADQUIRENTE.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE TAXA COBRADA DIFERENTE DA CONTRATADA, COM
      *    AS DUAS TAXAS EM PERCENTUAL
      *================================================================*
       0235-GRAVAR-DIVERGENCIA-TAXA    SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-TAXA-EFETIVA.
           IF  CARTREC-VALOR-BRUTO     GREATER ZEROS
           AND WRK-TAXA-COBRADA        GREATER ZEROS
               COMPUTE WRK-TAXA-EFETIVA ROUNDED =
                       WRK-TAXA-COBRADA / CARTREC-VALOR-BRUTO
           END-IF.
           COMPUTE WRK-TAXA-PCT-ED = WRK-TAXA-EFETIVA * 100.
           COMPUTE WRK-CONTRATO-PCT-ED =
                   CARTREC-TAXA-CONTRATADA * 100.
           MOVE WRK-TAXA-COBRADA       TO WRK-TAXA-ED.
           MOVE CARTREC-VALOR-TAXA-PREV TO WRK-PREVISTA-ED.
           MOVE WRK-DIFERENCA-TAXA     TO WRK-DIFERENCA-ED.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'TAXA DIVERGENTE NSU ' DELIMITED BY SIZE
                  CARTREC-NSU          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CARTREC-ADQUIRENTE   DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  CARTREC-PEDIDO       DELIMITED BY SIZE
                  ' COBRADA='          DELIMITED BY SIZE
                  WRK-TAXA-ED          DELIMITED BY SIZE
                  ' ('                 DELIMITED BY SIZE
                  WRK-TAXA-PCT-ED      DELIMITED BY SIZE
                  '%) CONTRATADA='     DELIMITED BY SIZE
                  WRK-PREVISTA-ED      DELIMITED BY SIZE
                  ' ('                 DELIMITED BY SIZE
                  WRK-CONTRATO-PCT-ED  DELIMITED BY SIZE
                  '%) DIF='            DELIMITED BY SIZE
                  WRK-DIFERENCA-ED     DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ESTORNA O RECEBIVEL PELO CHARGEBACK E REABRE O TITULO DO
      *    CLIENTE PARA COBRANCA
      *================================================================*
       0240-ESTORNAR-RECEBIVEL         SECTION.
      *================================================================*
           IF  CARTREC-ESTORNADO
               ADD 1                    TO WRK-QTD-EXCECOES
               MOVE SPACES              TO CARTREL-REC
               STRING 'NSU '            DELIMITED BY SIZE
                      ADQLIQ-NSU        DELIMITED BY SIZE
                      ' ADQUIRENTE '    DELIMITED BY SIZE
                      ADQLIQ-ADQUIRENTE DELIMITED BY SIZE
                      ' CHARGEBACK REPETIDO - CONFERIR'
                                        DELIMITED BY SIZE
                      INTO CARTREL-REC
               END-STRING
               WRITE CARTREL-REC
               GO TO 0240-99-FIM
           END-IF.
      *
      *    RECEBIVEL AINDA NAO LIQUIDADO SAI DO ADQRECEB; JA LIQUIDADO,
      *    A ADQUIRENTE DEBITA O VALOR NA CONTA E A DIFERENCA PARA O
      *    BRUTO VOLTA DA DESPESA DE TAXA
      *
           ADD CARTREC-VALOR-BRUTO     TO WRK-MOV-RECEBER.
           IF  CARTREC-ABERTO
               SUBTRACT CARTREC-VALOR-BRUTO FROM WRK-MOV-ADQUIRENTE
           ELSE
               MOVE ADQLIQ-VALOR-LIQUIDO TO WRK-DEBITADO-CB
               SUBTRACT WRK-DEBITADO-CB FROM WRK-MOV-BANCO
               COMPUTE WRK-MOV-TAXA = WRK-MOV-TAXA -
                       (CARTREC-VALOR-BRUTO - WRK-DEBITADO-CB)
           END-IF.
           SET CARTREC-ESTORNADO       TO TRUE.
           MOVE ADQLIQ-DATA-CREDITO    TO CARTREC-DATA-LIQUIDACAO.
           REWRITE CARTREC-REC.
           ADD 1                       TO WRK-QTD-CHARGEBACKS.
           ADD CARTREC-VALOR-BRUTO     TO WRK-TOTAL-CHARGEBACK.

           MOVE CARTREC-PEDIDO         TO CONTAREC-PEDIDO.
           MOVE CARTREC-PARCELA        TO CONTAREC-PARCELA.
           READ CONTAREC-FILE.
           IF  WRK-CONTAREC-OK
               IF  CONTAREC-VALOR-PAGO GREATER CARTREC-VALOR-BRUTO
                   SUBTRACT CARTREC-VALOR-BRUTO
                                        FROM CONTAREC-VALOR-PAGO
               ELSE
                   MOVE ZEROS           TO CONTAREC-VALOR-PAGO
               END-IF
               SET CONTAREC-ABERTO      TO TRUE
               MOVE ZEROS               TO CONTAREC-VALOR-REMETIDO
               REWRITE CONTAREC-REC
           END-IF.

           MOVE CARTREC-VALOR-BRUTO    TO WRK-VALOR-ED.
           MOVE CARTREC-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'CHARGEBACK NSU '    DELIMITED BY SIZE
                  CARTREC-NSU          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CARTREC-ADQUIRENTE   DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  CARTREC-PEDIDO       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CARTREC-PARCELA      DELIMITED BY SIZE
                  ' CLIENTE '          DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' - TITULO REABERTO PARA COBRANCA'
                                       DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A EXCECAO DE REGISTRO DA ADQUIRENTE SEM VENDA
      *    CORRESPONDENTE NO CARTREC
      *================================================================*
       0250-GRAVAR-EXCECAO-SEM-VENDA   SECTION.
      *================================================================*
           MOVE ADQLIQ-VALOR-BRUTO     TO WRK-VALOR-ED.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'NSU '               DELIMITED BY SIZE
                  ADQLIQ-NSU           DELIMITED BY SIZE
                  ' ADQUIRENTE '       DELIMITED BY SIZE
                  ADQLIQ-ADQUIRENTE    DELIMITED BY SIZE
                  ' VENDA '            DELIMITED BY SIZE
                  ADQLIQ-DATA-VENDA    DELIMITED BY SIZE
                  ' BRUTO='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' SEM VENDA NOS RECEBIVEIS - CONFERIR'
                                       DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS RECEBIVEIS E APONTA OS EM ABERTO COM A DATA
      *    PREVISTA DE LIQUIDACAO JA VENCIDA
      *================================================================*
       0260-APURAR-NAO-RECEBIDOS       SECTION.
      *================================================================*
           MOVE SPACES                 TO CARTREL-REC.
           WRITE CARTREL-REC.
           MOVE 'LIQUIDACOES NAO RECEBIDAS (DATA PREVISTA VENCIDA)'
                                        TO CARTREL-REC.
           WRITE CARTREL-REC.
           MOVE LOW-VALUES             TO CARTREC-CHAVE.
           START CARTREC-FILE KEY NOT LESS CARTREC-CHAVE
               INVALID KEY
                   SET WRK-CARTREC-FIM  TO TRUE
           END-START.
           PERFORM 0265-APURAR-1-RECEBIVEL UNTIL WRK-CARTREC-FIM.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APONTA UM RECEBIVEL EM ABERTO JA VENCIDO
      *================================================================*
       0265-APURAR-1-RECEBIVEL         SECTION.
      *================================================================*
           READ CARTREC-FILE NEXT RECORD
               AT END
                   SET WRK-CARTREC-FIM  TO TRUE
                   GO TO 0265-99-FIM
           END-READ.
           IF  NOT CARTREC-ABERTO
           OR  CARTREC-DATA-PREVISTA   NOT LESS WRK-DATA-SYS
               GO TO 0265-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-NAO-RECEBIDOS.
           ADD CARTREC-VALOR-LIQUIDO-PREV TO WRK-TOTAL-NAO-RECEBIDO.
           MOVE CARTREC-VALOR-LIQUIDO-PREV TO WRK-VALOR-ED.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'NSU '               DELIMITED BY SIZE
                  CARTREC-NSU          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CARTREC-ADQUIRENTE   DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  CARTREC-PEDIDO       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CARTREC-PARCELA      DELIMITED BY SIZE
                  ' VENDA '            DELIMITED BY SIZE
                  CARTREC-DATA-VENDA   DELIMITED BY SIZE
                  ' PREVISTA '         DELIMITED BY SIZE
                  CARTREC-DATA-PREVISTA DELIMITED BY SIZE
                  ' LIQUIDO='          DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' NAO RECEBIDA'      DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA NO EXTRATO CONTABIL O SALDO DO MOVIMENTO DE CADA
      *    CONTA: DEBITO QUANDO POSITIVO, CREDITO QUANDO NEGATIVO
      *================================================================*
       0280-LANCAR-GLPOST              SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-CONTA-BANCO        TO WRK-GL-CONTA.
           MOVE WRK-MOV-BANCO          TO WRK-GL-SALDO.
           PERFORM 0285-LANCAR-1-CONTA.
           MOVE WRK-CONTA-TAXA         TO WRK-GL-CONTA.
           MOVE WRK-MOV-TAXA           TO WRK-GL-SALDO.
           PERFORM 0285-LANCAR-1-CONTA.
           MOVE WRK-CONTA-ADQUIRENTE   TO WRK-GL-CONTA.
           MOVE WRK-MOV-ADQUIRENTE     TO WRK-GL-SALDO.
           PERFORM 0285-LANCAR-1-CONTA.
           MOVE WRK-CONTA-RECEBER      TO WRK-GL-CONTA.
           MOVE WRK-MOV-RECEBER        TO WRK-GL-SALDO.
           PERFORM 0285-LANCAR-1-CONTA.
           CLOSE GLPOST-FILE.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE GL DE UMA CONTA COM MOVIMENTO
      *================================================================*
       0285-LANCAR-1-CONTA             SECTION.
      *================================================================*
           IF  WRK-GL-SALDO            EQUAL ZEROS
               GO TO 0285-99-FIM
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGCONCK'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE SPACES                 TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           MOVE WRK-GL-CONTA           TO GLPOST-CONTA.
           IF  WRK-GL-SALDO            GREATER ZEROS
               SET GLPOST-DEBITO        TO TRUE
               MOVE WRK-GL-SALDO        TO GLPOST-VALOR
           ELSE
               SET GLPOST-CREDITO       TO TRUE
               COMPUTE GLPOST-VALOR = ZEROS - WRK-GL-SALDO
           END-IF.
           WRITE GLPOST-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA O MOVIMENTO, GRAVA OS TOTAIS E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  WRK-QTD-LIQUIDADOS      GREATER ZEROS
           OR  WRK-QTD-CHARGEBACKS     GREATER ZEROS
               PERFORM 0280-LANCAR-GLPOST
           END-IF.

           MOVE SPACES                 TO CARTREL-REC.
           WRITE CARTREL-REC.
           MOVE WRK-TOTAL-CREDITADO    TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-TAXAS        TO WRK-TOTAL-S-ED.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'LIDOS='             DELIMITED BY SIZE
                  WRK-QTD-LIDOS        DELIMITED BY SIZE
                  ' LIQUIDADOS='       DELIMITED BY SIZE
                  WRK-QTD-LIQUIDADOS   DELIMITED BY SIZE
                  ' CREDITADO='        DELIMITED BY SIZE
                  WRK-TOTAL-ED         DELIMITED BY SIZE
                  ' TAXAS='            DELIMITED BY SIZE
                  WRK-TOTAL-S-ED       DELIMITED BY SIZE
                  ' TAXA DIVERGENTE='  DELIMITED BY SIZE
                  WRK-QTD-DIVERGENTES  DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.
           MOVE WRK-TOTAL-CHARGEBACK   TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-NAO-RECEBIDO TO WRK-TOTAL-S-ED.
           MOVE SPACES                 TO CARTREL-REC.
           STRING 'CHARGEBACKS='       DELIMITED BY SIZE
                  WRK-QTD-CHARGEBACKS  DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-TOTAL-ED         DELIMITED BY SIZE
                  ' NAO RECEBIDAS='    DELIMITED BY SIZE
                  WRK-QTD-NAO-RECEBIDOS DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-TOTAL-S-ED       DELIMITED BY SIZE
                  ' EXCECOES='         DELIMITED BY SIZE
                  WRK-QTD-EXCECOES     DELIMITED BY SIZE
                  INTO CARTREL-REC
           END-STRING.
           WRITE CARTREL-REC.

           CLOSE ADQLIQ-FILE.
           CLOSE CARTREC-FILE.
           CLOSE CONTAREC-FILE.
           CLOSE CARTREL-FILE.
           DISPLAY 'CONCILIACAO DE CARTAO GRAVADA EM CARTREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IDENTIFICA O USUARIO QUE PEDIU O RELATORIO; SO UM NIVEL
      *    AUTORIZADO NO USERMAS RECEBE O CPF INTEIRO - SEM LOGIN
      *    VALIDO O RELATORIO SAI MASCARADO
      *================================================================*
       0960-IDENTIFICAR-SOLICITANTE    SECTION.
      *================================================================*
           SET MASC-MASCARAR           TO TRUE.
           DISPLAY 'USUARIO SOLICITANTE:'.
           ACCEPT WRK-USUARIO-SOLIC.
           DISPLAY 'SENHA:'.
           ACCEPT WRK-SENHA-SOLIC      WITH NO ECHO.
           OPEN INPUT USERMAS-FILE.
           IF  NOT WRK-USERMAS-OK
               GO TO 0960-99-FIM
           END-IF.
           MOVE WRK-USUARIO-SOLIC      TO USERMAS-USUARIO.
           READ USERMAS-FILE.
           IF  WRK-USERMAS-OK AND USERMAS-ATIVO
               AND WRK-SENHA-SOLIC     EQUAL USERMAS-SENHA
               MOVE USERMAS-NIVEL       TO MASC-NIVEL
               IF  MASC-NIVEL-INTEGRAL
                   SET MASC-INTEGRAL    TO TRUE
               END-IF
           END-IF.
           CLOSE USERMAS-FILE.
      *================================================================*
       0960-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA O CPF EM MASC-CPF, DEIXANDO SO OS DIGITOS DO MEIO,
      *    QUANDO O SOLICITANTE NAO PODE VER O DADO INTEIRO
      *================================================================*
       0965-MASCARAR-CPF               SECTION.
      *================================================================*
           IF  MASC-MASCARAR
           AND MASC-CPF                NOT EQUAL SPACES
               MOVE '***'               TO MASC-CPF-INICIO
               MOVE '**'                TO MASC-CPF-DV
           END-IF.
      *================================================================*
       0965-99-FIM.                    EXIT.
      *================================================================*
