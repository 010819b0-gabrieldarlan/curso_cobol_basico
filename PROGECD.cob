       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGECD.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ESCRITURACAO CONTABIL DIGITAL DO EXERCICIO. MONTA,
      * A PARTIR DO PLANO DE CONTAS (PLANCTA, COM O TIPO A/P/R/D) E
      * DOS LANCAMENTOS DO GLPOST, O ARQUIVO EM LAYOUT FIXO POR
      * BLOCO E REGISTRO (ECDEXP): ABERTURA, PLANO DE CONTAS, SALDOS
      * INICIAL E FINAL DE CADA CONTA MES A MES E OS LANCAMENTOS DO
      * EXERCICIO COM AS SUAS PARTIDAS. O SALDO DE ABERTURA E O
      * ACUMULADO DO GLPOST ATE O FIM DO EXERCICIO ANTERIOR. CADA
      * LOTE DO GLPOST (LINHAS SEGUIDAS COM A MESMA DATA, PROGRAMA E
      * LOTE) VIRA UM LANCAMENTO E PRECISA FECHAR DEBITO COM
      * CREDITO; CONTA SEM CADASTRO NO PLANO OU LOTE FORA DE
      * BALANCEIO SAI NO RELATORIO DE EXCECOES (ECDEXC) E O ARQUIVO
      * NAO E GERADO (RETURN-CODE 16) - O CONTADOR DEIXA DE REMONTAR
      * O RAZAO INTEIRO EM OUTRA FERRAMENTA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - OS LANCAMENTOS DE ENCERRAMENTO DO EXERCICIO
      *              (PROGFECAN) SAEM COM O INDICADOR E NO I200
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
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT ECDEXP-FILE           ASSIGN TO "ECDEXP"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ECDEXP-STATUS.
           SELECT ECDEXC-FILE           ASSIGN TO "ECDEXC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ECDEXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  PLANCTA-FILE.
           COPY 'PLANCTA.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  ECDEXP-FILE.
           COPY 'ECDEXP.COB'.
       FD  ECDEXC-FILE.
           COPY 'ECDEXC.COB'.
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
           88  WRK-PLANCTA-FIM                         VALUE '10'.
           88  WRK-PLANCTA-INEXISTENTE                 VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-ECDEXP-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-ECDEXC-STATUS           PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-EXERCICIO               PIC 9(004)      VALUE ZEROS.
       77  WRK-DT-INI                  PIC 9(008)      VALUE ZEROS.
       77  WRK-DT-FIN                  PIC 9(008)      VALUE ZEROS.
       77  WRK-ANO-LANC                PIC 9(004)      VALUE ZEROS.
       77  WRK-MES-LANC                PIC 9(002)      VALUE ZEROS.
       77  WRK-DIA-LANC                PIC 9(002)      VALUE ZEROS.
       77  WRK-ANOMES-LANC             PIC 9(006)      VALUE ZEROS.
      *
      *    CONTAS DO PLANO, COM O SALDO DE ABERTURA E O MOVIMENTO DE
      *    CADA MES DO EXERCICIO (SALDOS COM SINAL: DEVEDOR POSITIVO)
      *
       01  WRK-CTA-TAB.
           05  WRK-CTA-ENTRY           OCCURS 100 TIMES
                                        INDEXED BY WRK-CTA-IDX.
               10  WRK-CTA-CONTA       PIC X(010).
               10  WRK-CTA-NOME        PIC X(030).
               10  WRK-CTA-TIPO        PIC X(001).
               10  WRK-CTA-ABERTURA    PIC S9(013)V99.
               10  WRK-CTA-MES         OCCURS 12 TIMES.
                   15  WRK-CTA-DEB     PIC 9(013)V99.
                   15  WRK-CTA-CRED    PIC 9(013)V99.
       77  WRK-CTA-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-CTA-ACHOU               PIC X(001)      VALUE 'N'.
           88  WRK-CTA-ENCONTRADA                      VALUE 'S'.
       77  WRK-MES                     PIC 9(002)      VALUE ZEROS.
      *
      *    LOTE CORRENTE DO GLPOST (LINHAS SEGUIDAS COM A MESMA DATA,
      *    PROGRAMA E LOTE) E SUAS PARTIDAS
      *
       77  WRK-LOTE-SITUACAO           PIC X(001)      VALUE 'N'.
           88  WRK-LOTE-ABERTO                         VALUE 'S'.
       77  WRK-LOTE-DATA               PIC 9(008)      VALUE ZEROS.
       77  WRK-LOTE-PROGRAMA           PIC X(009)      VALUE SPACES.
       77  WRK-LOTE-NUM                PIC 9(006)      VALUE ZEROS.
       77  WRK-LOTE-OPERADOR           PIC X(020)      VALUE SPACES.
       77  WRK-LOTE-DEBITOS            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-LOTE-CREDITOS           PIC 9(013)V99   VALUE ZEROS.
       77  WRK-LOTE-QTD                PIC 9(005)      VALUE ZEROS.
       01  WRK-PTD-TAB.
           05  WRK-PTD-ENTRY           OCCURS 300 TIMES.
               10  WRK-PTD-CONTA       PIC X(010).
               10  WRK-PTD-CENTRO      PIC X(004).
               10  WRK-PTD-TIPO        PIC X(001).
               10  WRK-PTD-VALOR       PIC 9(011)V99.
       77  WRK-PTD-IDX                 PIC 9(005)      VALUE ZEROS.
      *
      *    PASSO DA LEITURA DO GLPOST: 1 = CRITICA E SALDOS,
      *    2 = GRAVACAO DOS LANCAMENTOS
      *
       77  WRK-PASSO                   PIC 9(001)      VALUE 1.
           88  WRK-PASSO-CRITICA                       VALUE 1.
           88  WRK-PASSO-GRAVACAO                      VALUE 2.
      *
       77  WRK-QTD-EXCECOES            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS         PIC 9(007)      VALUE ZEROS.
       77  WRK-QTD-BLOCO               PIC 9(009)      VALUE ZEROS.
       77  WRK-QTD-ARQUIVO             PIC 9(009)      VALUE ZEROS.
       77  WRK-NUM-LANCTO              PIC 9(007)      VALUE ZEROS.
      *
       77  WRK-SALDO-INI               PIC S9(013)V99  VALUE ZEROS.
       77  WRK-SALDO-FIN               PIC S9(013)V99  VALUE ZEROS.
       77  WRK-DIFERENCA               PIC S9(013)V99  VALUE ZEROS.
       77  WRK-DIAS-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(004)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(002)      VALUE ZEROS.
       77  WRK-VALOR-ED                PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
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
      *    PEDE O EXERCICIO, ABRE OS ARQUIVOS E CARREGA O PLANO DE
      *    CONTAS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'ESCRITURACAO CONTABIL DIGITAL'.
           DISPLAY 'EXERCICIO (AAAA, ZEROS = ANO ANTERIOR):'.
           ACCEPT WRK-EXERCICIO.
           IF  WRK-EXERCICIO           EQUAL ZEROS
               DIVIDE WRK-DATA-SYS      BY 10000
                   GIVING WRK-EXERCICIO
               SUBTRACT 1              FROM WRK-EXERCICIO
           END-IF.
           COMPUTE WRK-DT-INI = (WRK-EXERCICIO * 10000) + 0101.
           COMPUTE WRK-DT-FIN = (WRK-EXERCICIO * 10000) + 1231.

           OPEN OUTPUT ECDEXC-FILE.
           MOVE SPACES                 TO ECDEXC-REC.
           STRING 'EXCECOES DA ESCRITURACAO CONTABIL DIGITAL - '
                                       DELIMITED BY SIZE
                  'EXERCICIO '         DELIMITED BY SIZE
                  WRK-EXERCICIO        DELIMITED BY SIZE
                  INTO ECDEXC-REC
           END-STRING.
           WRITE ECDEXC-REC.

           OPEN INPUT PLANCTA-FILE.
           IF  WRK-PLANCTA-INEXISTENTE
               MOVE 'PLANO DE CONTAS PLANCTA INEXISTENTE - RODAR O BALAN
      -            'CETE (PROGCOB31) PARA A CARGA INICIAL' TO ECDEXC-REC
               WRITE ECDEXC-REC
               ADD 1                    TO WRK-QTD-EXCECOES
               GO TO 0100-99-FIM
           END-IF.
           PERFORM 0110-CARREGAR-PLANO.
           CLOSE PLANCTA-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA AS CONTAS DO PLANO NA TABELA, NA ORDEM DA CHAVE
      *================================================================*
       0110-CARREGAR-PLANO             SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO PLANCTA-CONTA.
           START PLANCTA-FILE KEY NOT LESS PLANCTA-CONTA
               INVALID KEY
                   SET WRK-PLANCTA-FIM  TO TRUE
           END-START.
           PERFORM 0112-CARREGAR-1-CONTA UNTIL WRK-PLANCTA-FIM.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UMA CONTA DO PLANO COM OS SALDOS ZERADOS
      *================================================================*
       0112-CARREGAR-1-CONTA           SECTION.
      *================================================================*
           READ PLANCTA-FILE NEXT RECORD
               AT END
                   SET WRK-PLANCTA-FIM  TO TRUE
                   GO TO 0112-99-FIM
           END-READ.
           IF  WRK-CTA-COUNT           NOT LESS 100
               MOVE SPACES              TO ECDEXC-REC
               STRING 'LIMITE DE 100 CONTAS NO PLANO EXCEDIDO EM '
                                        DELIMITED BY SIZE
                      PLANCTA-CONTA     DELIMITED BY SIZE
                      INTO ECDEXC-REC
               END-STRING
               WRITE ECDEXC-REC
               ADD 1                    TO WRK-QTD-EXCECOES
               SET WRK-PLANCTA-FIM      TO TRUE
               GO TO 0112-99-FIM
           END-IF.
           ADD 1                       TO WRK-CTA-COUNT.
           SET WRK-CTA-IDX             TO WRK-CTA-COUNT.
           MOVE PLANCTA-CONTA          TO WRK-CTA-CONTA(WRK-CTA-IDX).
           MOVE PLANCTA-NOME           TO WRK-CTA-NOME(WRK-CTA-IDX).
           MOVE PLANCTA-TIPO           TO WRK-CTA-TIPO(WRK-CTA-IDX).
           MOVE ZEROS                  TO WRK-CTA-ABERTURA
                                           (WRK-CTA-IDX).
           PERFORM 0114-ZERAR-1-MES
               VARYING WRK-MES FROM 1 BY 1
               UNTIL WRK-MES           GREATER 12.
      *================================================================*
       0112-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ZERA O MOVIMENTO DE UM MES DA CONTA CORRENTE
      *================================================================*
       0114-ZERAR-1-MES                SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CTA-DEB(WRK-CTA-IDX
                                           WRK-MES).
           MOVE ZEROS                  TO WRK-CTA-CRED(WRK-CTA-IDX
                                           WRK-MES).
      *================================================================*
       0114-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PRIMEIRO PASSO NO GLPOST: CRITICA CONTAS E LOTES E
      *    ACUMULA OS SALDOS; SEM EXCECAO, SEGUNDO PASSO GRAVA O
      *    ARQUIVO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-QTD-EXCECOES        GREATER ZEROS
               GO TO 0200-99-FIM
           END-IF.
           OPEN INPUT GLPOST-FILE.
           IF  WRK-GLPOST-INEXISTENTE
               MOVE 'EXTRATO CONTABIL GLPOST INEXISTENTE'
                                        TO ECDEXC-REC
               WRITE ECDEXC-REC
               ADD 1                    TO WRK-QTD-EXCECOES
               GO TO 0200-99-FIM
           END-IF.
           SET WRK-PASSO-CRITICA       TO TRUE.
           PERFORM 0210-LER-LANCAMENTO.
           PERFORM 0220-TRATAR-1-LANCAMENTO UNTIL WRK-GLPOST-FIM.
           PERFORM 0240-FECHAR-LOTE.
           CLOSE GLPOST-FILE.

           IF  WRK-QTD-EXCECOES        GREATER ZEROS
               GO TO 0200-99-FIM
           END-IF.

           OPEN OUTPUT ECDEXP-FILE.
           PERFORM 0400-GRAVAR-BLOCO-0.
           MOVE ZEROS                  TO WRK-QTD-BLOCO.
           PERFORM 0410-GRAVAR-1-CONTA-PLANO
               VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX       GREATER WRK-CTA-COUNT.
           PERFORM 0420-GRAVAR-1-MES-SALDOS
               VARYING WRK-MES FROM 1 BY 1
               UNTIL WRK-MES           GREATER 12.

           OPEN INPUT GLPOST-FILE.
           SET WRK-PASSO-GRAVACAO      TO TRUE.
           MOVE 'N'                    TO WRK-LOTE-SITUACAO.
           PERFORM 0210-LER-LANCAMENTO.
           PERFORM 0220-TRATAR-1-LANCAMENTO UNTIL WRK-GLPOST-FIM.
           PERFORM 0240-FECHAR-LOTE.
           CLOSE GLPOST-FILE.
           PERFORM 0490-ENCERRAR-ARQUIVO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM LANCAMENTO DO EXTRATO CONTABIL
      *================================================================*
       0210-LER-LANCAMENTO             SECTION.
      *================================================================*
           READ GLPOST-FILE
               AT END
                   SET WRK-GLPOST-FIM  TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRATA UMA LINHA DO GLPOST ATE O FIM DO EXERCICIO: NO PASSO
      *    DE CRITICA VALIDA A CONTA E ACUMULA O SALDO (ABERTURA OU
      *    MES); AS LINHAS DO EXERCICIO FORMAM OS LOTES
      *================================================================*
       0220-TRATAR-1-LANCAMENTO        SECTION.
      *================================================================*
           IF  GLPOST-DATA             GREATER WRK-DT-FIN
               GO TO 0220-90-PROXIMO
           END-IF.
           IF  WRK-PASSO-CRITICA
               PERFORM 0230-ACUMULAR-SALDO
           END-IF.
           IF  GLPOST-DATA             LESS WRK-DT-INI
               GO TO 0220-90-PROXIMO
           END-IF.
           IF  WRK-LOTE-ABERTO
               IF  GLPOST-DATA         NOT EQUAL WRK-LOTE-DATA
               OR  GLPOST-PROGRAMA     NOT EQUAL WRK-LOTE-PROGRAMA
               OR  GLPOST-LOTE         NOT EQUAL WRK-LOTE-NUM
                   PERFORM 0240-FECHAR-LOTE
               END-IF
           END-IF.
           IF  NOT WRK-LOTE-ABERTO
               SET WRK-LOTE-ABERTO      TO TRUE
               MOVE GLPOST-DATA         TO WRK-LOTE-DATA
               MOVE GLPOST-PROGRAMA     TO WRK-LOTE-PROGRAMA
               MOVE GLPOST-LOTE         TO WRK-LOTE-NUM
               MOVE GLPOST-OPERADOR     TO WRK-LOTE-OPERADOR
               MOVE ZEROS               TO WRK-LOTE-DEBITOS
               MOVE ZEROS               TO WRK-LOTE-CREDITOS
               MOVE ZEROS               TO WRK-LOTE-QTD
           END-IF.
           ADD 1                       TO WRK-LOTE-QTD.
           IF  GLPOST-DEBITO
               ADD GLPOST-VALOR         TO WRK-LOTE-DEBITOS
           ELSE
               ADD GLPOST-VALOR         TO WRK-LOTE-CREDITOS
           END-IF.
           IF  WRK-LOTE-QTD            GREATER 300
               GO TO 0220-90-PROXIMO
           END-IF.
           MOVE GLPOST-CONTA           TO WRK-PTD-CONTA(WRK-LOTE-QTD).
           MOVE GLPOST-CENTRO-CUSTO    TO WRK-PTD-CENTRO(WRK-LOTE-QTD).
           MOVE GLPOST-TIPO            TO WRK-PTD-TIPO(WRK-LOTE-QTD).
           MOVE GLPOST-VALOR           TO WRK-PTD-VALOR(WRK-LOTE-QTD).
       0220-90-PROXIMO.
           PERFORM 0210-LER-LANCAMENTO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA A CONTA DA LINHA NO PLANO E SOMA O VALOR NO SALDO
      *    DE ABERTURA (ANTES DO EXERCICIO) OU NO MOVIMENTO DO MES
      *================================================================*
       0230-ACUMULAR-SALDO             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CTA-ACHOU.
           SET WRK-CTA-IDX             TO 1.
           SEARCH WRK-CTA-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-CTA-CONTA(WRK-CTA-IDX) EQUAL GLPOST-CONTA
                   SET WRK-CTA-ENCONTRADA TO TRUE
           END-SEARCH.
           IF  NOT WRK-CTA-ENCONTRADA
           OR  WRK-CTA-IDX             GREATER WRK-CTA-COUNT
               ADD 1                    TO WRK-QTD-EXCECOES
               MOVE GLPOST-VALOR        TO WRK-VALOR-ED
               MOVE SPACES              TO ECDEXC-REC
               STRING 'CONTA SEM CADASTRO NO PLANO: ' DELIMITED BY SIZE
                      GLPOST-CONTA      DELIMITED BY SIZE
                      ' DATA='          DELIMITED BY SIZE
                      GLPOST-DATA       DELIMITED BY SIZE
                      ' PROGRAMA='      DELIMITED BY SIZE
                      GLPOST-PROGRAMA   DELIMITED BY SIZE
                      ' LOTE='          DELIMITED BY SIZE
                      GLPOST-LOTE       DELIMITED BY SIZE
                      ' VALOR='         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO ECDEXC-REC
               END-STRING
               WRITE ECDEXC-REC
               GO TO 0230-99-FIM
           END-IF.

           IF  GLPOST-DATA             LESS WRK-DT-INI
               IF  GLPOST-DEBITO
                   ADD GLPOST-VALOR     TO WRK-CTA-ABERTURA
                                            (WRK-CTA-IDX)
               ELSE
                   SUBTRACT GLPOST-VALOR FROM WRK-CTA-ABERTURA
                                            (WRK-CTA-IDX)
               END-IF
               GO TO 0230-99-FIM
           END-IF.

           DIVIDE GLPOST-DATA          BY 100
               GIVING WRK-ANOMES-LANC.
           DIVIDE WRK-ANOMES-LANC      BY 100
               GIVING WRK-ANO-LANC
               REMAINDER WRK-MES-LANC.
           IF  GLPOST-DEBITO
               ADD GLPOST-VALOR         TO WRK-CTA-DEB(WRK-CTA-IDX
                                            WRK-MES-LANC)
           ELSE
               ADD GLPOST-VALOR         TO WRK-CTA-CRED(WRK-CTA-IDX
                                            WRK-MES-LANC)
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA O LOTE CORRENTE: NO PASSO DE CRITICA CONFERE O
      *    BALANCEIO E O LIMITE DE PARTIDAS; NO DE GRAVACAO GRAVA O
      *    LANCAMENTO E AS PARTIDAS
      *================================================================*
       0240-FECHAR-LOTE                SECTION.
      *================================================================*
           IF  NOT WRK-LOTE-ABERTO
               GO TO 0240-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-LOTE-SITUACAO.
           IF  WRK-PASSO-GRAVACAO
               PERFORM 0440-GRAVAR-LANCAMENTO
               GO TO 0240-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-LANCAMENTOS.
           IF  WRK-LOTE-DEBITOS        NOT EQUAL WRK-LOTE-CREDITOS
               ADD 1                    TO WRK-QTD-EXCECOES
               COMPUTE WRK-DIFERENCA = WRK-LOTE-DEBITOS -
                       WRK-LOTE-CREDITOS
               MOVE WRK-DIFERENCA       TO WRK-VALOR-ED
               MOVE SPACES              TO ECDEXC-REC
               STRING 'LOTE FORA DE BALANCEIO: DATA=' DELIMITED BY SIZE
                      WRK-LOTE-DATA     DELIMITED BY SIZE
                      ' PROGRAMA='      DELIMITED BY SIZE
                      WRK-LOTE-PROGRAMA DELIMITED BY SIZE
                      ' LOTE='          DELIMITED BY SIZE
                      WRK-LOTE-NUM      DELIMITED BY SIZE
                      ' DIFERENCA='     DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO ECDEXC-REC
               END-STRING
               WRITE ECDEXC-REC
           END-IF.
           IF  WRK-LOTE-QTD            GREATER 300
               ADD 1                    TO WRK-QTD-EXCECOES
               MOVE SPACES              TO ECDEXC-REC
               STRING 'LOTE COM MAIS DE 300 PARTIDAS: DATA='
                                        DELIMITED BY SIZE
                      WRK-LOTE-DATA     DELIMITED BY SIZE
                      ' PROGRAMA='      DELIMITED BY SIZE
                      WRK-LOTE-PROGRAMA DELIMITED BY SIZE
                      ' LOTE='          DELIMITED BY SIZE
                      WRK-LOTE-NUM      DELIMITED BY SIZE
                      INTO ECDEXC-REC
               END-STRING
               WRITE ECDEXC-REC
           END-IF.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BLOCO 0: ABERTURA DO ARQUIVO E O SEU ENCERRAMENTO
      *================================================================*
       0400-GRAVAR-BLOCO-0             SECTION.
      *================================================================*
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-ABERTURA         TO TRUE.
           MOVE WRK-DT-INI             TO ECDEXP-0000-DT-INI.
           MOVE WRK-DT-FIN             TO ECDEXP-0000-DT-FIN.
           MOVE WRK-EXERCICIO          TO ECDEXP-0000-EXERCICIO.
           MOVE WRK-DATA-SYS           TO ECDEXP-0000-DT-GERACAO.
           PERFORM 0480-GRAVAR-REGISTRO.
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-FIM-BLOCO-0      TO TRUE.
           MOVE 2                      TO ECDEXP-FIM-QTD.
           PERFORM 0480-GRAVAR-REGISTRO.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BLOCO I: UMA CONTA DO PLANO DE CONTAS (I050)
      *================================================================*
       0410-GRAVAR-1-CONTA-PLANO       SECTION.
      *================================================================*
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-PLANO            TO TRUE.
           MOVE WRK-CTA-CONTA(WRK-CTA-IDX) TO ECDEXP-I050-CONTA.
           MOVE WRK-CTA-NOME(WRK-CTA-IDX)  TO ECDEXP-I050-NOME.
           MOVE WRK-CTA-TIPO(WRK-CTA-IDX)  TO ECDEXP-I050-TIPO.
           EVALUATE WRK-CTA-TIPO(WRK-CTA-IDX)
               WHEN 'A'
                   MOVE 01              TO ECDEXP-I050-NATUREZA
               WHEN 'P'
                   MOVE 02              TO ECDEXP-I050-NATUREZA
               WHEN OTHER
                   MOVE 04              TO ECDEXP-I050-NATUREZA
           END-EVALUATE.
           MOVE 'A'                    TO ECDEXP-I050-IND-CTA.
           PERFORM 0480-GRAVAR-REGISTRO.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BLOCO I: PERIODO DE UM MES (I150) E OS SALDOS DAS CONTAS
      *    COM SALDO OU MOVIMENTO NO MES (I155); O SALDO FINAL DO MES
      *    VIRA A ABERTURA DO MES SEGUINTE
      *================================================================*
       0420-GRAVAR-1-MES-SALDOS        SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-MES) TO WRK-DIAS-MES.
           IF  WRK-MES                 EQUAL 2
               DIVIDE WRK-EXERCICIO    BY 4
                   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF  WRK-RESTO           EQUAL ZEROS
                   MOVE 29              TO WRK-DIAS-MES
               END-IF
           END-IF.
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-PERIODO          TO TRUE.
           COMPUTE ECDEXP-I150-DT-INI = (WRK-EXERCICIO * 10000) +
                   (WRK-MES * 100) + 1.
           COMPUTE ECDEXP-I150-DT-FIN = (WRK-EXERCICIO * 10000) +
                   (WRK-MES * 100) + WRK-DIAS-MES.
           PERFORM 0480-GRAVAR-REGISTRO.
           PERFORM 0430-GRAVAR-1-SALDO
               VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX       GREATER WRK-CTA-COUNT.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BLOCO I: SALDO DE UMA CONTA NO MES (I155)
      *================================================================*
       0430-GRAVAR-1-SALDO             SECTION.
      *================================================================*
           MOVE WRK-CTA-ABERTURA(WRK-CTA-IDX) TO WRK-SALDO-INI.
           COMPUTE WRK-SALDO-FIN = WRK-SALDO-INI +
                   WRK-CTA-DEB(WRK-CTA-IDX WRK-MES) -
                   WRK-CTA-CRED(WRK-CTA-IDX WRK-MES).
           MOVE WRK-SALDO-FIN          TO WRK-CTA-ABERTURA
                                           (WRK-CTA-IDX).
           IF  WRK-SALDO-INI           EQUAL ZEROS
           AND WRK-SALDO-FIN           EQUAL ZEROS
           AND WRK-CTA-DEB(WRK-CTA-IDX WRK-MES)  EQUAL ZEROS
           AND WRK-CTA-CRED(WRK-CTA-IDX WRK-MES) EQUAL ZEROS
               GO TO 0430-99-FIM
           END-IF.
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-SALDO            TO TRUE.
           MOVE WRK-CTA-CONTA(WRK-CTA-IDX) TO ECDEXP-I155-CONTA.
           MOVE WRK-SALDO-INI          TO ECDEXP-I155-SALDO-INI.
           IF  WRK-SALDO-INI           LESS ZEROS
               MOVE 'C'                 TO ECDEXP-I155-IND-INI
           ELSE
               MOVE 'D'                 TO ECDEXP-I155-IND-INI
           END-IF.
           MOVE WRK-CTA-DEB(WRK-CTA-IDX WRK-MES)
                                       TO ECDEXP-I155-DEBITOS.
           MOVE WRK-CTA-CRED(WRK-CTA-IDX WRK-MES)
                                       TO ECDEXP-I155-CREDITOS.
           MOVE WRK-SALDO-FIN          TO ECDEXP-I155-SALDO-FIN.
           IF  WRK-SALDO-FIN           LESS ZEROS
               MOVE 'C'                 TO ECDEXP-I155-IND-FIN
           ELSE
               MOVE 'D'                 TO ECDEXP-I155-IND-FIN
           END-IF.
           PERFORM 0480-GRAVAR-REGISTRO.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BLOCO I: UM LANCAMENTO (I200) COM AS SUAS PARTIDAS (I250)
      *================================================================*
       0440-GRAVAR-LANCAMENTO          SECTION.
      *================================================================*
           ADD 1                       TO WRK-NUM-LANCTO.
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-LANCAMENTO       TO TRUE.
           MOVE WRK-NUM-LANCTO         TO ECDEXP-I200-NUMERO.
           MOVE WRK-LOTE-DATA          TO ECDEXP-I200-DATA.
           MOVE WRK-LOTE-DEBITOS       TO ECDEXP-I200-VALOR.
           IF  WRK-LOTE-PROGRAMA       EQUAL 'PROGFECAN'
               MOVE 'E'                 TO ECDEXP-I200-IND
           ELSE
               MOVE 'N'                 TO ECDEXP-I200-IND
           END-IF.
           MOVE WRK-LOTE-PROGRAMA      TO ECDEXP-I200-PROGRAMA.
           MOVE WRK-LOTE-NUM           TO ECDEXP-I200-LOTE.
           MOVE WRK-LOTE-OPERADOR      TO ECDEXP-I200-OPERADOR.
           PERFORM 0480-GRAVAR-REGISTRO.
           PERFORM 0450-GRAVAR-1-PARTIDA
               VARYING WRK-PTD-IDX FROM 1 BY 1
               UNTIL WRK-PTD-IDX       GREATER WRK-LOTE-QTD.
      *================================================================*
       0440-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BLOCO I: UMA PARTIDA DO LANCAMENTO (I250)
      *================================================================*
       0450-GRAVAR-1-PARTIDA           SECTION.
      *================================================================*
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-PARTIDA          TO TRUE.
           MOVE WRK-NUM-LANCTO         TO ECDEXP-I250-NUMERO.
           MOVE WRK-PTD-CONTA(WRK-PTD-IDX)  TO ECDEXP-I250-CONTA.
           MOVE WRK-PTD-CENTRO(WRK-PTD-IDX) TO ECDEXP-I250-CENTRO.
           MOVE WRK-PTD-VALOR(WRK-PTD-IDX)  TO ECDEXP-I250-VALOR.
           MOVE WRK-PTD-TIPO(WRK-PTD-IDX)   TO ECDEXP-I250-IND-DC.
           PERFORM 0480-GRAVAR-REGISTRO.
      *================================================================*
       0450-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM REGISTRO DO ARQUIVO, CONTANDO NO BLOCO E NO TOTAL
      *================================================================*
       0480-GRAVAR-REGISTRO            SECTION.
      *================================================================*
           WRITE ECDEXP-REC.
           ADD 1                       TO WRK-QTD-BLOCO.
           ADD 1                       TO WRK-QTD-ARQUIVO.
      *================================================================*
       0480-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O BLOCO I E O ARQUIVO
      *================================================================*
       0490-ENCERRAR-ARQUIVO           SECTION.
      *================================================================*
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-FIM-BLOCO-I      TO TRUE.
           COMPUTE ECDEXP-FIM-QTD = WRK-QTD-BLOCO + 1.
           PERFORM 0480-GRAVAR-REGISTRO.
           MOVE SPACES                 TO ECDEXP-REC.
           SET ECDEXP-ENCERRAMENTO     TO TRUE.
           COMPUTE ECDEXP-FIM-QTD = WRK-QTD-ARQUIVO + 1.
           PERFORM 0480-GRAVAR-REGISTRO.
           CLOSE ECDEXP-FILE.
      *================================================================*
       0490-99-FIM.                    EXIT.
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
      *    ENCERRA O PROGRAMA: COM EXCECAO, ESVAZIA O ECDEXP PARA QUE
      *    NAO SIGA UM ARQUIVO ANTIGO E DEVOLVE RETURN-CODE 16
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  WRK-QTD-EXCECOES        GREATER ZEROS
               OPEN OUTPUT ECDEXP-FILE
               CLOSE ECDEXP-FILE
               MOVE SPACES              TO ECDEXC-REC
               STRING 'EXCECOES='       DELIMITED BY SIZE
                      WRK-QTD-EXCECOES  DELIMITED BY SIZE
                      ' - ARQUIVO ECDEXP NAO GERADO' DELIMITED BY SIZE
                      INTO ECDEXC-REC
               END-STRING
               WRITE ECDEXC-REC
               MOVE 16                  TO RETURN-CODE
               DISPLAY 'ESCRITURACAO NAO GERADA - VER ECDEXC'
           ELSE
               MOVE SPACES              TO ECDEXC-REC
               STRING 'SEM EXCECOES - LANCAMENTOS='
                                        DELIMITED BY SIZE
                      WRK-QTD-LANCAMENTOS DELIMITED BY SIZE
                      ' REGISTROS NO ECDEXP=' DELIMITED BY SIZE
                      WRK-QTD-ARQUIVO   DELIMITED BY SIZE
                      INTO ECDEXC-REC
               END-STRING
               WRITE ECDEXC-REC
               DISPLAY 'ESCRITURACAO DO EXERCICIO ' WRK-EXERCICIO
                       ' GRAVADA EM ECDEXP'
           END-IF.
           CLOSE ECDEXC-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
