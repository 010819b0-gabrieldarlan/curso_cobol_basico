       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONBC.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CONCILIACAO BANCARIA AUTOMATICA. CARREGA OS
      * MOVIMENTOS DO SISTEMA NO BANCO (MOVBANCO: SALARIOS DO
      * PROGCOB81, COBRANCA DO PROGCOB56, FRETES DO PROGCOB77 E
      * DEPOSITO DO CAIXA DO PROGCOB60) NO LADO DO LIVRO (CONCLIVR)
      * E O EXTRATO DIARIO DO BANCO (EXTBANCO) NO LADO DO BANCO
      * (CONCBANC), E CASA CADA LANCAMENTO DO EXTRATO COM UM
      * MOVIMENTO PENDENTE DE MESMO SENTIDO E VALOR: PRIMEIRO PELO
      * DOCUMENTO = REFERENCIA, SENAO PELA DATA DENTRO DA
      * TOLERANCIA. OS DOIS LADOS CASADOS FICAM CONCILIADOS; OS NAO
      * CASADOS FICAM PENDENTES E SAO TENTADOS DE NOVO NAS PROXIMAS
      * EXECUCOES ATE COMPENSAREM. O RELATORIO (BANCREL) TRAZ O
      * SALDO DO LIVRO, O SALDO DO BANCO, OS PENDENTES DE CADA LADO
      * COM A IDADE EM DIAS (30/360) E A PROVA DA CONCILIACAO.
      * O SALDO DO LIVRO E O DO BANCO FICAM NO CONTROLE SALBANCO; NA
      * PRIMEIRA EXECUCAO O LIVRO PARTE DO SALDO INICIAL DO EXTRATO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MOVBANCO-FILE         ASSIGN TO "MOVBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVBANCO-STATUS.
           SELECT EXTBANCO-FILE         ASSIGN TO "EXTBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-EXTBANCO-STATUS.
           SELECT CONCLIVR-FILE         ASSIGN TO "CONCLIVR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONCLIVR-CHAVE
               FILE STATUS            IS WRK-CONCLIVR-STATUS.
           SELECT CONCBANC-FILE         ASSIGN TO "CONCBANC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONCBANC-CHAVE
               FILE STATUS            IS WRK-CONCBANC-STATUS.
           SELECT SALBANCO-FILE         ASSIGN TO "SALBANCO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SALBANCO-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT BANCREL-FILE          ASSIGN TO "BANCREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BANCREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVBANCO-FILE.
           COPY 'MOVBANCO.COB'.
       FD  EXTBANCO-FILE.
           COPY 'EXTBANCO.COB'.
       FD  CONCLIVR-FILE.
           COPY 'CONCLIVR.COB'.
       FD  CONCBANC-FILE.
           COPY 'CONCBANC.COB'.
       FD  SALBANCO-FILE.
           COPY 'SALBANCO.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  BANCREL-FILE.
           COPY 'BANCREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-MOVBANCO-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-MOVBANCO-OK                         VALUE '00'.
           88  WRK-MOVBANCO-FIM                        VALUE '10'.
       77  WRK-EXTBANCO-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-EXTBANCO-OK                         VALUE '00'.
           88  WRK-EXTBANCO-FIM                        VALUE '10'.
       77  WRK-CONCLIVR-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONCLIVR-OK                         VALUE '00'.
           88  WRK-CONCLIVR-FIM                        VALUE '10'.
           88  WRK-CONCLIVR-INEXISTENTE                VALUE '35'.
       77  WRK-CONCBANC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONCBANC-OK                         VALUE '00'.
           88  WRK-CONCBANC-FIM                        VALUE '10'.
           88  WRK-CONCBANC-INEXISTENTE                VALUE '35'.
       77  WRK-SALBANCO-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SALBANCO-OK                         VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-BANCREL-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PRIMEIRA-EXECUCAO       PIC X(001)      VALUE 'S'.
           88  WRK-SEM-CONTROLE                        VALUE 'S'.
       77  WRK-EXTRATO-LIDO            PIC X(001)      VALUE 'N'.
           88  WRK-EXTRATO-CARREGADO                   VALUE 'S'.
       77  WRK-EXTRATO-REPETIDO        PIC X(001)      VALUE 'N'.
           88  WRK-IGNORAR-EXTRATO                     VALUE 'S'.
       77  WRK-TRAILER-LIDO            PIC X(001)      VALUE 'N'.
           88  WRK-TRAILER-PRESENTE                    VALUE 'S'.
      *
      *    SALDOS (POSITIVO = CREDOR) E SEQUENCIA DOS DOIS LADOS
      *
       77  WRK-SALDO-LIVRO             PIC S9(013)V99  VALUE ZEROS.
       77  WRK-SALDO-BANCO             PIC S9(013)V99  VALUE ZEROS.
       77  WRK-SALDO-INICIAL           PIC S9(013)V99  VALUE ZEROS.
       77  WRK-SALDO-CALCULADO         PIC S9(013)V99  VALUE ZEROS.
       77  WRK-SALDO-FINAL             PIC S9(013)V99  VALUE ZEROS.
       77  WRK-SALDO-AJUSTADO          PIC S9(013)V99  VALUE ZEROS.
       77  WRK-DIFERENCA               PIC S9(013)V99  VALUE ZEROS.
       77  WRK-MOV-LIVRO               PIC S9(013)V99  VALUE ZEROS.
       77  WRK-DATA-EXTRATO            PIC 9(008)      VALUE ZEROS.
       77  WRK-CONTA-EXTRATO           PIC X(010)      VALUE SPACES.
       77  WRK-SEQ                     PIC 9(008)      VALUE ZEROS.
       77  WRK-SEQ-INICIAL             PIC 9(008)      VALUE ZEROS.
      *
      *    CASAMENTO: MESMO SENTIDO E VALOR; DOCUMENTO IGUAL A
      *    REFERENCIA CASA NA HORA, SENAO O PRIMEIRO PENDENTE COM A
      *    DATA ATE WRK-TOLERANCIA-DIAS DE DISTANCIA
      *
       77  WRK-TOLERANCIA-DIAS         PIC 9(002)      VALUE 03.
       77  WRK-BUSCA-TIPO              PIC X(001)      VALUE SPACES.
       77  WRK-BUSCA-VALOR             PIC 9(013)V99   VALUE ZEROS.
       77  WRK-BUSCA-DATA              PIC 9(008)      VALUE ZEROS.
       77  WRK-BUSCA-DOCUMENTO         PIC X(020)      VALUE SPACES.
       77  WRK-BUSCA-SEQ-BANCO         PIC 9(008)      VALUE ZEROS.
       77  WRK-ACHOU-SEQ               PIC 9(008)      VALUE ZEROS.
       77  WRK-BUSCA-SITUACAO          PIC X(001)      VALUE 'N'.
           88  WRK-BUSCA-ENCERRADA                     VALUE 'S'.
       01  WRK-DATA-ITEM               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-ITEM-DEC REDEFINES WRK-DATA-ITEM.
           05  WRK-ITEM-ANO            PIC 9(004).
           05  WRK-ITEM-MES            PIC 9(002).
           05  WRK-ITEM-DIA            PIC 9(002).
       01  WRK-DATA-REF                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-REF-DEC REDEFINES WRK-DATA-REF.
           05  WRK-REF-ANO             PIC 9(004).
           05  WRK-REF-MES             PIC 9(002).
           05  WRK-REF-DIA             PIC 9(002).
       77  WRK-DIAS                    PIC S9(005)     VALUE ZEROS.
      *
       77  WRK-QTD-MOVIMENTOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-CONCILIADOS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-PEND-LIVRO          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-PEND-BANCO          PIC 9(005)      VALUE ZEROS.
       77  WRK-LIVRO-PEND-CREDITO      PIC 9(013)V99   VALUE ZEROS.
       77  WRK-LIVRO-PEND-DEBITO       PIC 9(013)V99   VALUE ZEROS.
       77  WRK-BANCO-PEND-CREDITO      PIC 9(013)V99   VALUE ZEROS.
       77  WRK-BANCO-PEND-DEBITO       PIC 9(013)V99   VALUE ZEROS.
      *
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-SALDO-ED                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-SALDO2-ED               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-DIAS-ED                 PIC ZZZZ9       VALUE ZEROS.
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
      *    LE O CONTROLE DA CONCILIACAO E ABRE OS DOIS LADOS E O
      *    RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN INPUT SALBANCO-FILE.
           IF  WRK-SALBANCO-OK
               READ SALBANCO-FILE
                   NOT AT END
                       MOVE 'N'         TO WRK-PRIMEIRA-EXECUCAO
                       MOVE SALBANCO-SALDO-LIVRO TO WRK-SALDO-LIVRO
                       MOVE SALBANCO-SALDO-BANCO TO WRK-SALDO-BANCO
                       MOVE SALBANCO-DATA-EXTRATO
                                        TO WRK-DATA-EXTRATO
                       MOVE SALBANCO-ULT-SEQ TO WRK-SEQ
               END-READ
               CLOSE SALBANCO-FILE
           END-IF.
           MOVE WRK-SEQ                TO WRK-SEQ-INICIAL.

           OPEN I-O CONCLIVR-FILE.
           IF  WRK-CONCLIVR-INEXISTENTE
               CLOSE CONCLIVR-FILE
               OPEN OUTPUT CONCLIVR-FILE
               CLOSE CONCLIVR-FILE
               OPEN I-O CONCLIVR-FILE
           END-IF.
           OPEN I-O CONCBANC-FILE.
           IF  WRK-CONCBANC-INEXISTENTE
               CLOSE CONCBANC-FILE
               OPEN OUTPUT CONCBANC-FILE
               CLOSE CONCBANC-FILE
               OPEN I-O CONCBANC-FILE
           END-IF.
           OPEN OUTPUT BANCREL-FILE.
           MOVE SPACES                 TO BANCREL-REC.
           STRING 'CONCILIACAO BANCARIA EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
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
      *    CARREGA OS MOVIMENTOS DO SISTEMA, CASA O EXTRATO, TENTA DE
      *    NOVO OS PENDENTES DO BANCO E EMITE OS PENDENTES
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-CARREGAR-MOVIMENTOS.
           PERFORM 0230-CARREGAR-EXTRATO.
           IF  WRK-SEM-CONTROLE
               ADD WRK-SALDO-INICIAL   TO WRK-SALDO-LIVRO
           END-IF.
           ADD WRK-MOV-LIVRO           TO WRK-SALDO-LIVRO.
           PERFORM 0260-RETENTAR-PENDENTES-BANCO.
           PERFORM 0270-EMITIR-SALDOS.
           PERFORM 0280-EMITIR-PENDENTES-LIVRO.
           PERFORM 0290-EMITIR-PENDENTES-BANCO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA O MOVBANCO NO LADO DO LIVRO E O ESVAZIA, PARA O
      *    MESMO MOVIMENTO NAO ENTRAR DUAS VEZES
      *================================================================*
       0210-CARREGAR-MOVIMENTOS        SECTION.
      *================================================================*
           OPEN INPUT MOVBANCO-FILE.
           IF  NOT WRK-MOVBANCO-OK
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-LER-MOVIMENTO.
           PERFORM 0220-CARREGAR-1-MOVIMENTO UNTIL WRK-MOVBANCO-FIM.
           CLOSE MOVBANCO-FILE.
           OPEN OUTPUT MOVBANCO-FILE.
           CLOSE MOVBANCO-FILE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM MOVIMENTO DO SISTEMA
      *================================================================*
       0215-LER-MOVIMENTO              SECTION.
      *================================================================*
           READ MOVBANCO-FILE
               AT END
                   SET WRK-MOVBANCO-FIM TO TRUE
           END-READ.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM MOVIMENTO PENDENTE NO LADO DO LIVRO E O SOMA NO
      *    SALDO DO LIVRO
      *================================================================*
       0220-CARREGAR-1-MOVIMENTO       SECTION.
      *================================================================*
           ADD 1                       TO WRK-SEQ.
           ADD 1                       TO WRK-QTD-MOVIMENTOS.
           MOVE SPACES                 TO CONCLIVR-REC.
           MOVE MOVBANCO-TIPO          TO CONCLIVR-TIPO.
           MOVE MOVBANCO-VALOR         TO CONCLIVR-VALOR.
           MOVE WRK-SEQ                TO CONCLIVR-SEQ.
           MOVE MOVBANCO-ORIGEM        TO CONCLIVR-ORIGEM.
           MOVE MOVBANCO-DATA          TO CONCLIVR-DATA.
           MOVE MOVBANCO-REFERENCIA    TO CONCLIVR-REFERENCIA.
           MOVE MOVBANCO-PROGRAMA      TO CONCLIVR-PROGRAMA.
           SET CONCLIVR-PENDENTE       TO TRUE.
           MOVE ZEROS                  TO CONCLIVR-DATA-CONCILIACAO
                                          CONCLIVR-SEQ-BANCO.
           WRITE CONCLIVR-REC.
           IF  MOVBANCO-CREDITO
               ADD MOVBANCO-VALOR       TO WRK-MOV-LIVRO
           ELSE
               SUBTRACT MOVBANCO-VALOR  FROM WRK-MOV-LIVRO
           END-IF.
           PERFORM 0215-LER-MOVIMENTO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA O EXTRATO DO DIA NO LADO DO BANCO, CASANDO CADA
      *    LANCAMENTO COM O LIVRO; EXTRATO DE DATA JA CARREGADA E
      *    IGNORADO
      *================================================================*
       0230-CARREGAR-EXTRATO           SECTION.
      *================================================================*
           OPEN INPUT EXTBANCO-FILE.
           IF  NOT WRK-EXTBANCO-OK
               MOVE 'SEM EXTRATO NESTA EXECUCAO - VALE O ULTIMO SALDO'
                                        TO BANCREL-REC
               WRITE BANCREL-REC
               GO TO 0230-99-FIM
           END-IF.
           PERFORM 0235-LER-EXTRATO.
           PERFORM 0240-TRATAR-1-REGISTRO
               UNTIL WRK-EXTBANCO-FIM
               OR    WRK-IGNORAR-EXTRATO.
           CLOSE EXTBANCO-FILE.
           IF  WRK-EXTRATO-CARREGADO
               PERFORM 0255-CONFERIR-SALDO-EXTRATO
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM REGISTRO DO EXTRATO
      *================================================================*
       0235-LER-EXTRATO                SECTION.
      *================================================================*
           READ EXTBANCO-FILE
               AT END
                   SET WRK-EXTBANCO-FIM TO TRUE
           END-READ.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRATA UM REGISTRO DO EXTRATO PELO TIPO
      *================================================================*
       0240-TRATAR-1-REGISTRO          SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN EXTBANCO-HEADER
                   PERFORM 0245-TRATAR-HEADER
               WHEN EXTBANCO-DETALHE
                   PERFORM 0250-CASAR-1-LANCAMENTO
               WHEN EXTBANCO-TRAILER
                   SET WRK-TRAILER-PRESENTE TO TRUE
                   MOVE EXTBANCO-T-SALDO TO WRK-SALDO-FINAL
                   IF  EXTBANCO-T-SINAL EQUAL '-'
                       COMPUTE WRK-SALDO-FINAL =
                               ZEROS - WRK-SALDO-FINAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0235-LER-EXTRATO.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A DATA, A CONTA E O SALDO INICIAL DO EXTRATO E
      *    RECUSA O EXTRATO DE DATA JA CARREGADA
      *================================================================*
       0245-TRATAR-HEADER              SECTION.
      *================================================================*
           IF  NOT WRK-SEM-CONTROLE
           AND EXTBANCO-H-DATA         NOT GREATER WRK-DATA-EXTRATO
               SET WRK-IGNORAR-EXTRATO  TO TRUE
               MOVE SPACES              TO BANCREL-REC
               STRING 'EXTRATO DE '     DELIMITED BY SIZE
                      EXTBANCO-H-DATA   DELIMITED BY SIZE
                      ' JA CARREGADO (ULTIMO EXTRATO '
                                        DELIMITED BY SIZE
                      WRK-DATA-EXTRATO  DELIMITED BY SIZE
                      ') - IGNORADO'    DELIMITED BY SIZE
                      INTO BANCREL-REC
               END-STRING
               WRITE BANCREL-REC
               GO TO 0245-99-FIM
           END-IF.
           SET WRK-EXTRATO-CARREGADO   TO TRUE.
           MOVE EXTBANCO-H-DATA        TO WRK-DATA-EXTRATO.
           MOVE EXTBANCO-H-CONTA       TO WRK-CONTA-EXTRATO.
           MOVE EXTBANCO-H-SALDO       TO WRK-SALDO-INICIAL.
           IF  EXTBANCO-H-SINAL        EQUAL '-'
               COMPUTE WRK-SALDO-INICIAL = ZEROS - WRK-SALDO-INICIAL
           END-IF.
           MOVE WRK-SALDO-INICIAL      TO WRK-SALDO-CALCULADO.
           IF  NOT WRK-SEM-CONTROLE
           AND WRK-SALDO-INICIAL       NOT EQUAL WRK-SALDO-BANCO
               MOVE WRK-SALDO-INICIAL   TO WRK-SALDO-ED
               MOVE WRK-SALDO-BANCO     TO WRK-SALDO2-ED
               MOVE SPACES              TO BANCREL-REC
               STRING 'SALDO INICIAL DO EXTRATO='
                                        DELIMITED BY SIZE
                      WRK-SALDO-ED      DELIMITED BY SIZE
                      ' DIFERE DO SALDO FINAL ANTERIOR='
                                        DELIMITED BY SIZE
                      WRK-SALDO2-ED     DELIMITED BY SIZE
                      ' - FALTA EXTRATO?' DELIMITED BY SIZE
                      INTO BANCREL-REC
               END-STRING
               WRITE BANCREL-REC
           END-IF.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM LANCAMENTO DO EXTRATO NO LADO DO BANCO, JA
      *    CONCILIADO SE CASAR COM UM MOVIMENTO PENDENTE DO LIVRO
      *================================================================*
       0250-CASAR-1-LANCAMENTO         SECTION.
      *================================================================*
           IF  NOT WRK-EXTRATO-CARREGADO
               GO TO 0250-99-FIM
           END-IF.
           ADD 1                       TO WRK-SEQ.
           ADD 1                       TO WRK-QTD-LANCAMENTOS.
           IF  EXTBANCO-D-CREDITO
               ADD EXTBANCO-D-VALOR     TO WRK-SALDO-CALCULADO
           ELSE
               SUBTRACT EXTBANCO-D-VALOR FROM WRK-SALDO-CALCULADO
           END-IF.
           MOVE SPACES                 TO CONCBANC-REC.
           MOVE EXTBANCO-D-TIPO        TO CONCBANC-TIPO.
           MOVE EXTBANCO-D-VALOR       TO CONCBANC-VALOR.
           MOVE WRK-SEQ                TO CONCBANC-SEQ.
           MOVE EXTBANCO-D-DATA        TO CONCBANC-DATA.
           MOVE EXTBANCO-D-DOCUMENTO   TO CONCBANC-DOCUMENTO.
           MOVE EXTBANCO-D-HISTORICO   TO CONCBANC-HISTORICO.
           SET CONCBANC-PENDENTE       TO TRUE.
           MOVE ZEROS                  TO CONCBANC-DATA-CONCILIACAO
                                          CONCBANC-SEQ-LIVRO.
           PERFORM 0400-PROCURAR-NO-LIVRO.
           IF  WRK-ACHOU-SEQ           GREATER ZEROS
               SET CONCBANC-CONCILIADO  TO TRUE
               MOVE WRK-DATA-SYS        TO CONCBANC-DATA-CONCILIACAO
               MOVE WRK-ACHOU-SEQ       TO CONCBANC-SEQ-LIVRO
           END-IF.
           WRITE CONCBANC-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE O SALDO FINAL DO TRAILER CONTRA O SALDO INICIAL
      *    MAIS OS LANCAMENTOS E ATUALIZA O SALDO DO BANCO
      *================================================================*
       0255-CONFERIR-SALDO-EXTRATO     SECTION.
      *================================================================*
           IF  NOT WRK-TRAILER-PRESENTE
               MOVE 'EXTRATO SEM TRAILER - SALDO CALCULADO PELOS ITENS'
                                        TO BANCREL-REC
               WRITE BANCREL-REC
               MOVE WRK-SALDO-CALCULADO TO WRK-SALDO-BANCO
               GO TO 0255-99-FIM
           END-IF.
           MOVE WRK-SALDO-FINAL        TO WRK-SALDO-BANCO.
           IF  WRK-SALDO-CALCULADO     NOT EQUAL WRK-SALDO-FINAL
               MOVE WRK-SALDO-FINAL     TO WRK-SALDO-ED
               MOVE WRK-SALDO-CALCULADO TO WRK-SALDO2-ED
               MOVE SPACES              TO BANCREL-REC
               STRING 'EXTRATO DIVERGENTE: SALDO FINAL='
                                        DELIMITED BY SIZE
                      WRK-SALDO-ED      DELIMITED BY SIZE
                      ' INICIAL+LANCAMENTOS='
                                        DELIMITED BY SIZE
                      WRK-SALDO2-ED     DELIMITED BY SIZE
                      ' - CONFERIR COM O BANCO'
                                        DELIMITED BY SIZE
                      INTO BANCREL-REC
               END-STRING
               WRITE BANCREL-REC
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TENTA DE NOVO OS PENDENTES DO BANCO DE EXTRATOS ANTERIORES
      *    CONTRA O LIVRO, JA COM OS MOVIMENTOS DESTA EXECUCAO
      *================================================================*
       0260-RETENTAR-PENDENTES-BANCO   SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO CONCBANC-CHAVE.
           START CONCBANC-FILE KEY NOT LESS CONCBANC-CHAVE
               INVALID KEY
                   SET WRK-CONCBANC-FIM TO TRUE
           END-START.
           PERFORM 0265-RETENTAR-1-PENDENTE UNTIL WRK-CONCBANC-FIM.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TENTA CASAR UM PENDENTE ANTIGO DO BANCO
      *================================================================*
       0265-RETENTAR-1-PENDENTE        SECTION.
      *================================================================*
           READ CONCBANC-FILE NEXT RECORD
               AT END
                   SET WRK-CONCBANC-FIM TO TRUE
                   GO TO 0265-99-FIM
           END-READ.
           IF  NOT CONCBANC-PENDENTE
           OR  CONCBANC-SEQ            GREATER WRK-SEQ-INICIAL
               GO TO 0265-99-FIM
           END-IF.
           PERFORM 0400-PROCURAR-NO-LIVRO.
           IF  WRK-ACHOU-SEQ           GREATER ZEROS
               SET CONCBANC-CONCILIADO  TO TRUE
               MOVE WRK-DATA-SYS        TO CONCBANC-DATA-CONCILIACAO
               MOVE WRK-ACHOU-SEQ       TO CONCBANC-SEQ-LIVRO
               REWRITE CONCBANC-REC
           END-IF.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O SALDO DO LIVRO, O SALDO DO BANCO E O MOVIMENTO DA
      *    EXECUCAO
      *================================================================*
       0270-EMITIR-SALDOS              SECTION.
      *================================================================*
           MOVE SPACES                 TO BANCREL-REC.
           WRITE BANCREL-REC.
           MOVE WRK-SALDO-LIVRO        TO WRK-SALDO-ED.
           MOVE SPACES                 TO BANCREL-REC.
           STRING 'SALDO DO LIVRO................: '
                                       DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
           MOVE WRK-SALDO-BANCO        TO WRK-SALDO-ED.
           MOVE SPACES                 TO BANCREL-REC.
           STRING 'SALDO DO BANCO................: '
                                       DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  ' (EXTRATO DE '      DELIMITED BY SIZE
                  WRK-DATA-EXTRATO     DELIMITED BY SIZE
                  ' CONTA '            DELIMITED BY SIZE
                  WRK-CONTA-EXTRATO    DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
           MOVE SPACES                 TO BANCREL-REC.
           STRING 'MOVIMENTOS DO SISTEMA='
                                       DELIMITED BY SIZE
                  WRK-QTD-MOVIMENTOS   DELIMITED BY SIZE
                  ' LANCAMENTOS DO EXTRATO='
                                       DELIMITED BY SIZE
                  WRK-QTD-LANCAMENTOS  DELIMITED BY SIZE
                  ' CONCILIADOS NESTA EXECUCAO='
                                       DELIMITED BY SIZE
                  WRK-QTD-CONCILIADOS  DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS MOVIMENTOS DO LIVRO AINDA NAO PASSADOS NO BANCO,
      *    COM A IDADE EM DIAS
      *================================================================*
       0280-EMITIR-PENDENTES-LIVRO     SECTION.
      *================================================================*
           MOVE SPACES                 TO BANCREL-REC.
           WRITE BANCREL-REC.
           MOVE 'PENDENTES DO LIVRO (NAO PASSARAM NO BANCO)'
                                        TO BANCREL-REC.
           WRITE BANCREL-REC.
           MOVE LOW-VALUES             TO CONCLIVR-CHAVE.
           MOVE '00'                   TO WRK-CONCLIVR-STATUS.
           START CONCLIVR-FILE KEY NOT LESS CONCLIVR-CHAVE
               INVALID KEY
                   SET WRK-CONCLIVR-FIM TO TRUE
           END-START.
           PERFORM 0285-EMITIR-1-PENDENTE-LIVRO
               UNTIL WRK-CONCLIVR-FIM.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM MOVIMENTO PENDENTE DO LIVRO
      *================================================================*
       0285-EMITIR-1-PENDENTE-LIVRO    SECTION.
      *================================================================*
           READ CONCLIVR-FILE NEXT RECORD
               AT END
                   SET WRK-CONCLIVR-FIM TO TRUE
                   GO TO 0285-99-FIM
           END-READ.
           IF  NOT CONCLIVR-PENDENTE
               GO TO 0285-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-PEND-LIVRO.
           IF  CONCLIVR-CREDITO
               ADD CONCLIVR-VALOR       TO WRK-LIVRO-PEND-CREDITO
           ELSE
               ADD CONCLIVR-VALOR       TO WRK-LIVRO-PEND-DEBITO
           END-IF.
           MOVE CONCLIVR-DATA          TO WRK-DATA-ITEM.
           PERFORM 0450-CALCULAR-IDADE.
           MOVE CONCLIVR-VALOR         TO WRK-VALOR-ED.
           MOVE SPACES                 TO BANCREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  CONCLIVR-ORIGEM      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONCLIVR-DATA        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONCLIVR-TIPO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' REF '              DELIMITED BY SIZE
                  CONCLIVR-REFERENCIA  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONCLIVR-PROGRAMA    DELIMITED BY SIZE
                  ' IDADE='            DELIMITED BY SIZE
                  WRK-DIAS-ED          DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS LANCAMENTOS DO BANCO SEM MOVIMENTO NO SISTEMA,
      *    COM A IDADE EM DIAS
      *================================================================*
       0290-EMITIR-PENDENTES-BANCO     SECTION.
      *================================================================*
           MOVE SPACES                 TO BANCREL-REC.
           WRITE BANCREL-REC.
           MOVE 'PENDENTES DO BANCO (SEM MOVIMENTO NO SISTEMA)'
                                        TO BANCREL-REC.
           WRITE BANCREL-REC.
           MOVE LOW-VALUES             TO CONCBANC-CHAVE.
           MOVE '00'                   TO WRK-CONCBANC-STATUS.
           START CONCBANC-FILE KEY NOT LESS CONCBANC-CHAVE
               INVALID KEY
                   SET WRK-CONCBANC-FIM TO TRUE
           END-START.
           PERFORM 0295-EMITIR-1-PENDENTE-BANCO
               UNTIL WRK-CONCBANC-FIM.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM LANCAMENTO PENDENTE DO BANCO
      *================================================================*
       0295-EMITIR-1-PENDENTE-BANCO    SECTION.
      *================================================================*
           READ CONCBANC-FILE NEXT RECORD
               AT END
                   SET WRK-CONCBANC-FIM TO TRUE
                   GO TO 0295-99-FIM
           END-READ.
           IF  NOT CONCBANC-PENDENTE
               GO TO 0295-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-PEND-BANCO.
           IF  CONCBANC-CREDITO
               ADD CONCBANC-VALOR       TO WRK-BANCO-PEND-CREDITO
           ELSE
               ADD CONCBANC-VALOR       TO WRK-BANCO-PEND-DEBITO
           END-IF.
           MOVE CONCBANC-DATA          TO WRK-DATA-ITEM.
           PERFORM 0450-CALCULAR-IDADE.
           MOVE CONCBANC-VALOR         TO WRK-VALOR-ED.
           MOVE SPACES                 TO BANCREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  CONCBANC-DATA        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONCBANC-TIPO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' DOC '              DELIMITED BY SIZE
                  CONCBANC-DOCUMENTO   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CONCBANC-HISTORICO   DELIMITED BY SIZE
                  ' IDADE='            DELIMITED BY SIZE
                  WRK-DIAS-ED          DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
      *================================================================*
       0295-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCURA NO LIVRO O MOVIMENTO PENDENTE QUE CASA COM O
      *    LANCAMENTO DO BANCO EM CONCBANC-REC E O MARCA CONCILIADO;
      *    DEVOLVE A SEQUENCIA EM WRK-ACHOU-SEQ (ZEROS = NAO CASOU)
      *================================================================*
       0400-PROCURAR-NO-LIVRO          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-ACHOU-SEQ.
           MOVE 'N'                    TO WRK-BUSCA-SITUACAO.
           MOVE CONCBANC-TIPO          TO WRK-BUSCA-TIPO.
           MOVE CONCBANC-VALOR         TO WRK-BUSCA-VALOR.
           MOVE CONCBANC-DATA          TO WRK-BUSCA-DATA.
           MOVE CONCBANC-DOCUMENTO     TO WRK-BUSCA-DOCUMENTO.
           MOVE CONCBANC-SEQ           TO WRK-BUSCA-SEQ-BANCO.
           MOVE WRK-BUSCA-TIPO         TO CONCLIVR-TIPO.
           MOVE WRK-BUSCA-VALOR        TO CONCLIVR-VALOR.
           MOVE ZEROS                  TO CONCLIVR-SEQ.
           START CONCLIVR-FILE KEY NOT LESS CONCLIVR-CHAVE
               INVALID KEY
                   SET WRK-BUSCA-ENCERRADA TO TRUE
           END-START.
           PERFORM 0410-EXAMINAR-1-CANDIDATO
               UNTIL WRK-BUSCA-ENCERRADA.
           IF  WRK-ACHOU-SEQ           EQUAL ZEROS
               GO TO 0400-99-FIM
           END-IF.
           MOVE WRK-BUSCA-TIPO         TO CONCLIVR-TIPO.
           MOVE WRK-BUSCA-VALOR        TO CONCLIVR-VALOR.
           MOVE WRK-ACHOU-SEQ          TO CONCLIVR-SEQ.
           READ CONCLIVR-FILE.
           SET CONCLIVR-CONCILIADO     TO TRUE.
           MOVE WRK-DATA-SYS           TO CONCLIVR-DATA-CONCILIACAO.
           MOVE WRK-BUSCA-SEQ-BANCO    TO CONCLIVR-SEQ-BANCO.
           REWRITE CONCLIVR-REC.
           ADD 1                       TO WRK-QTD-CONCILIADOS.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA UM MOVIMENTO DO LIVRO DE MESMO SENTIDO E VALOR
      *================================================================*
       0410-EXAMINAR-1-CANDIDATO       SECTION.
      *================================================================*
           READ CONCLIVR-FILE NEXT RECORD
               AT END
                   SET WRK-BUSCA-ENCERRADA TO TRUE
                   GO TO 0410-99-FIM
           END-READ.
           IF  CONCLIVR-TIPO           NOT EQUAL WRK-BUSCA-TIPO
           OR  CONCLIVR-VALOR          NOT EQUAL WRK-BUSCA-VALOR
               SET WRK-BUSCA-ENCERRADA  TO TRUE
               GO TO 0410-99-FIM
           END-IF.
           IF  NOT CONCLIVR-PENDENTE
               GO TO 0410-99-FIM
           END-IF.
           IF  WRK-BUSCA-DOCUMENTO     NOT EQUAL SPACES
           AND CONCLIVR-REFERENCIA     EQUAL WRK-BUSCA-DOCUMENTO
               MOVE CONCLIVR-SEQ        TO WRK-ACHOU-SEQ
               SET WRK-BUSCA-ENCERRADA  TO TRUE
               GO TO 0410-99-FIM
           END-IF.
           IF  WRK-ACHOU-SEQ           GREATER ZEROS
               GO TO 0410-99-FIM
           END-IF.
           MOVE CONCLIVR-DATA          TO WRK-DATA-ITEM.
           MOVE WRK-BUSCA-DATA         TO WRK-DATA-REF.
           COMPUTE WRK-DIAS =
                   ((WRK-REF-ANO - WRK-ITEM-ANO) * 360) +
                   ((WRK-REF-MES - WRK-ITEM-MES) * 30) +
                   (WRK-REF-DIA - WRK-ITEM-DIA).
           IF  WRK-DIAS                LESS ZEROS
               COMPUTE WRK-DIAS = ZEROS - WRK-DIAS
           END-IF.
           IF  WRK-DIAS                NOT GREATER WRK-TOLERANCIA-DIAS
               MOVE CONCLIVR-SEQ        TO WRK-ACHOU-SEQ
           END-IF.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IDADE EM DIAS (30/360) DE WRK-DATA-ITEM ATE A DATA DE
      *    PROCESSAMENTO, EDITADA EM WRK-DIAS-ED
      *================================================================*
       0450-CALCULAR-IDADE             SECTION.
      *================================================================*
           MOVE WRK-DATA-SYS           TO WRK-DATA-REF.
           COMPUTE WRK-DIAS =
                   ((WRK-REF-ANO - WRK-ITEM-ANO) * 360) +
                   ((WRK-REF-MES - WRK-ITEM-MES) * 30) +
                   (WRK-REF-DIA - WRK-ITEM-DIA).
           IF  WRK-DIAS                LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS
           END-IF.
           MOVE WRK-DIAS               TO WRK-DIAS-ED.
      *================================================================*
       0450-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROVA DA CONCILIACAO, REGRAVA O CONTROLE E ENCERRA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
      *
      *    SALDO DO BANCO + O QUE O LIVRO TEM E O BANCO AINDA NAO -
      *    O QUE O BANCO TEM E O LIVRO AINDA NAO = SALDO DO LIVRO
      *
           COMPUTE WRK-SALDO-AJUSTADO =
                   WRK-SALDO-BANCO
                   + WRK-LIVRO-PEND-CREDITO - WRK-LIVRO-PEND-DEBITO
                   - WRK-BANCO-PEND-CREDITO + WRK-BANCO-PEND-DEBITO.
           COMPUTE WRK-DIFERENCA =
                   WRK-SALDO-LIVRO - WRK-SALDO-AJUSTADO.
           MOVE SPACES                 TO BANCREL-REC.
           WRITE BANCREL-REC.
           MOVE WRK-SALDO-AJUSTADO     TO WRK-SALDO-ED.
           MOVE WRK-DIFERENCA          TO WRK-SALDO2-ED.
           MOVE SPACES                 TO BANCREL-REC.
           STRING 'SALDO DO BANCO AJUSTADO PELOS PENDENTES: '
                                       DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  ' DIFERENCA PARA O LIVRO: '
                                       DELIMITED BY SIZE
                  WRK-SALDO2-ED        DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.
           IF  WRK-DIFERENCA           EQUAL ZEROS
               MOVE 'CONCILIACAO FECHADA'
                                        TO BANCREL-REC
           ELSE
               MOVE 'CONCILIACAO COM DIFERENCA - CONFERIR'
                                        TO BANCREL-REC
           END-IF.
           WRITE BANCREL-REC.
           MOVE SPACES                 TO BANCREL-REC.
           STRING 'PENDENTES DO LIVRO='
                                       DELIMITED BY SIZE
                  WRK-QTD-PEND-LIVRO   DELIMITED BY SIZE
                  ' PENDENTES DO BANCO='
                                       DELIMITED BY SIZE
                  WRK-QTD-PEND-BANCO   DELIMITED BY SIZE
                  INTO BANCREL-REC
           END-STRING.
           WRITE BANCREL-REC.

           MOVE WRK-DATA-EXTRATO       TO SALBANCO-DATA-EXTRATO.
           MOVE WRK-SALDO-LIVRO        TO SALBANCO-SALDO-LIVRO.
           MOVE WRK-SALDO-BANCO        TO SALBANCO-SALDO-BANCO.
           MOVE WRK-SEQ                TO SALBANCO-ULT-SEQ.
           OPEN OUTPUT SALBANCO-FILE.
           WRITE SALBANCO-REC.
           CLOSE SALBANCO-FILE.

           CLOSE CONCLIVR-FILE.
           CLOSE CONCBANC-FILE.
           CLOSE BANCREL-FILE.
           DISPLAY 'CONCILIACAO BANCARIA GRAVADA EM BANCREL - '
                   'CONCILIADOS ' WRK-QTD-CONCILIADOS.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
