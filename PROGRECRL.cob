       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECRL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO MENSAL DAS RECLAMACOES EM ABERTO CONTRA
      * AS TRANSPORTADORAS. PERCORRE O RECLAMA (POR TRANSPORTADORA,
      * NA ORDEM DA CHAVE) E, PARA CADA RECLAMACAO ABERTA, SUBMETIDA
      * OU ACEITA AINDA NAO PAGA, GRAVA NO RECLREL O EMBARQUE, O
      * TIPO, A SITUACAO, O VALOR RECLAMADO, O SALDO A RECEBER E OS
      * DIAS EM ABERTO DESDE A ABERTURA (CONVENCAO COMERCIAL DE
      * 30/360), COM SUBTOTAL POR TRANSPORTADORA E TOTAL GERAL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT RECLAMA-FILE          ASSIGN TO "RECLAMA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS RECLAMA-CHAVE
               FILE STATUS            IS WRK-RECLAMA-STATUS.
           SELECT TRANSMAS-FILE         ASSIGN TO "TRANSMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSMAS-CNPJ
               FILE STATUS            IS WRK-TRANSMAS-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT RECLREL-FILE          ASSIGN TO "RECLREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECLREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMA-FILE.
           COPY 'RECLAMA.COB'.
       FD  TRANSMAS-FILE.
           COPY 'TRANSMAS.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  RECLREL-FILE.
           COPY 'RECLREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-RECLAMA-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECLAMA-OK                          VALUE '00'.
           88  WRK-RECLAMA-FIM                         VALUE '10'.
       77  WRK-TRANSMAS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-TRANSMAS-OK                         VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-RECLREL-STATUS          PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       01  WRK-DATA-ABERT              PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-ABERT-DEC REDEFINES WRK-DATA-ABERT.
           05  WRK-ABERT-ANO           PIC 9(004).
           05  WRK-ABERT-MES           PIC 9(002).
           05  WRK-ABERT-DIA           PIC 9(002).
      *
      *    DIAS EM ABERTO PELA CONVENCAO COMERCIAL 30/360
      *
       77  WRK-DIAS-ABERTO             PIC S9(005)     VALUE ZEROS.
       77  WRK-DIAS-ABERTO-ED          PIC ZZZZ9       VALUE ZEROS.
      *
       77  WRK-CNPJ-ATUAL              PIC X(014)      VALUE SPACES.
       77  WRK-NOME-TRANSP             PIC X(030)      VALUE SPACES.
       77  WRK-TIPO-TEXTO              PIC X(008)      VALUE SPACES.
       77  WRK-SITUACAO-TEXTO          PIC X(009)      VALUE SPACES.
       77  WRK-SALDO                   PIC 9(009)V99   VALUE ZEROS.
       77  WRK-RECLAMADO-ED            PIC ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-SALDO-ED                PIC ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
      *
      *    SUBTOTAIS DA TRANSPORTADORA E TOTAIS GERAIS
      *
       77  WRK-QTD-TRANSP              PIC 9(005)      VALUE ZEROS.
       77  WRK-TOT-TRANSP-RECLAMADO    PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-TRANSP-SALDO        PIC 9(011)V99   VALUE ZEROS.
       77  WRK-QTD-GERAL               PIC 9(005)      VALUE ZEROS.
       77  WRK-TOT-GERAL-RECLAMADO     PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-GERAL-SALDO         PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-RECLAMADO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-TOT-SALDO-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99
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
      *    ABRE AS RECLAMACOES E O RELATORIO E GRAVA O CABECALHO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN INPUT RECLAMA-FILE.
           OPEN INPUT TRANSMAS-FILE.
           OPEN OUTPUT RECLREL-FILE.

           MOVE SPACES                 TO RECLREL-REC.
           STRING 'RECLAMACOES EM ABERTO CONTRA AS TRANSPORTADORAS EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO RECLREL-REC
           END-STRING.
           WRITE RECLREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
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
      *    LE E LISTA CADA RECLAMACAO ATE O FIM DO ARQUIVO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-RECLAMA-OK
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0210-LER-RECLAMACAO.
           PERFORM 0220-LISTAR-1-RECLAMACAO UNTIL WRK-RECLAMA-FIM.
           IF  WRK-CNPJ-ATUAL          NOT EQUAL SPACES
               PERFORM 0250-GRAVAR-SUBTOTAL-TRANSP
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA RECLAMACAO
      *================================================================*
       0210-LER-RECLAMACAO             SECTION.
      *================================================================*
           READ RECLAMA-FILE
               AT END
                   SET WRK-RECLAMA-FIM  TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA UMA RECLAMACAO EM ABERTO, QUEBRANDO POR TRANSPORTADORA
      *================================================================*
       0220-LISTAR-1-RECLAMACAO        SECTION.
      *================================================================*
           IF  NOT RECLAMA-EM-ABERTO
               GO TO 0220-90-PROXIMA
           END-IF.
           IF  RECLAMA-CNPJ            NOT EQUAL WRK-CNPJ-ATUAL
               IF  WRK-CNPJ-ATUAL      NOT EQUAL SPACES
                   PERFORM 0250-GRAVAR-SUBTOTAL-TRANSP
               END-IF
               PERFORM 0230-GRAVAR-CABECALHO-TRANSP
           END-IF.
           PERFORM 0240-GRAVAR-DETALHE.
       0220-90-PROXIMA.
           PERFORM 0210-LER-RECLAMACAO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CABECALHO DA TRANSPORTADORA E ZERA OS SUBTOTAIS
      *================================================================*
       0230-GRAVAR-CABECALHO-TRANSP    SECTION.
      *================================================================*
           MOVE RECLAMA-CNPJ           TO WRK-CNPJ-ATUAL.
           MOVE ZEROS                  TO WRK-QTD-TRANSP
                                           WRK-TOT-TRANSP-RECLAMADO
                                           WRK-TOT-TRANSP-SALDO.
           MOVE 'TRANSPORTADORA NAO CADASTRADA' TO WRK-NOME-TRANSP.
           MOVE RECLAMA-CNPJ           TO TRANSMAS-CNPJ.
           READ TRANSMAS-FILE.
           IF  WRK-TRANSMAS-OK
               MOVE TRANSMAS-NOME       TO WRK-NOME-TRANSP
           END-IF.
           MOVE SPACES                 TO RECLREL-REC.
           WRITE RECLREL-REC.
           STRING 'TRANSPORTADORA '    DELIMITED BY SIZE
                  RECLAMA-CNPJ         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOME-TRANSP      DELIMITED BY SIZE
                  INTO RECLREL-REC
           END-STRING.
           WRITE RECLREL-REC.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DA RECLAMACAO COM O SALDO A RECEBER E OS
      *    DIAS EM ABERTO DESDE A ABERTURA
      *================================================================*
       0240-GRAVAR-DETALHE             SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN RECLAMA-AVARIA
                   MOVE 'AVARIA'        TO WRK-TIPO-TEXTO
               WHEN RECLAMA-EXTRAVIO
                   MOVE 'EXTRAVIO'      TO WRK-TIPO-TEXTO
               WHEN OTHER
                   MOVE 'FALTA'         TO WRK-TIPO-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RECLAMA-ABERTA
                   MOVE 'ABERTA'        TO WRK-SITUACAO-TEXTO
                   MOVE RECLAMA-VALOR-RECLAMADO TO WRK-SALDO
               WHEN RECLAMA-SUBMETIDA
                   MOVE 'SUBMETIDA'     TO WRK-SITUACAO-TEXTO
                   MOVE RECLAMA-VALOR-RECLAMADO TO WRK-SALDO
               WHEN OTHER
                   MOVE 'ACEITA'        TO WRK-SITUACAO-TEXTO
                   COMPUTE WRK-SALDO =
                           RECLAMA-VALOR-ACEITO - RECLAMA-VALOR-ABATIDO
           END-EVALUATE.
           MOVE RECLAMA-DATA-ABERTURA  TO WRK-DATA-ABERT.
           COMPUTE WRK-DIAS-ABERTO =
                   ((WRK-SYS-ANO - WRK-ABERT-ANO) * 360) +
                   ((WRK-SYS-MES - WRK-ABERT-MES) * 30) +
                   (WRK-SYS-DIA - WRK-ABERT-DIA).
           IF  WRK-DIAS-ABERTO         LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS-ABERTO
           END-IF.

           ADD 1                       TO WRK-QTD-TRANSP
                                           WRK-QTD-GERAL.
           ADD RECLAMA-VALOR-RECLAMADO TO WRK-TOT-TRANSP-RECLAMADO
                                           WRK-TOT-GERAL-RECLAMADO.
           ADD WRK-SALDO               TO WRK-TOT-TRANSP-SALDO
                                           WRK-TOT-GERAL-SALDO.

           MOVE RECLAMA-VALOR-RECLAMADO TO WRK-RECLAMADO-ED.
           MOVE WRK-SALDO              TO WRK-SALDO-ED.
           MOVE WRK-DIAS-ABERTO        TO WRK-DIAS-ABERTO-ED.
           MOVE SPACES                 TO RECLREL-REC.
           STRING '  EMBARQUE '        DELIMITED BY SIZE
                  RECLAMA-UF           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RECLAMA-DATA-EMB     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RECLAMA-HORA-EMB     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-TIPO-TEXTO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SITUACAO-TEXTO   DELIMITED BY SIZE
                  ' RECLAMADO='        DELIMITED BY SIZE
                  WRK-RECLAMADO-ED     DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  ' DIAS='             DELIMITED BY SIZE
                  WRK-DIAS-ABERTO-ED   DELIMITED BY SIZE
                  INTO RECLREL-REC
           END-STRING.
           WRITE RECLREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O SUBTOTAL DA TRANSPORTADORA
      *================================================================*
       0250-GRAVAR-SUBTOTAL-TRANSP     SECTION.
      *================================================================*
           MOVE WRK-TOT-TRANSP-RECLAMADO TO WRK-TOT-RECLAMADO-ED.
           MOVE WRK-TOT-TRANSP-SALDO   TO WRK-TOT-SALDO-ED.
           MOVE SPACES                 TO RECLREL-REC.
           STRING '  SUBTOTAL RECLAMACOES=' DELIMITED BY SIZE
                  WRK-QTD-TRANSP       DELIMITED BY SIZE
                  ' RECLAMADO='        DELIMITED BY SIZE
                  WRK-TOT-RECLAMADO-ED DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  WRK-TOT-SALDO-ED     DELIMITED BY SIZE
                  INTO RECLREL-REC
           END-STRING.
           WRITE RECLREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O TOTAL GERAL E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE WRK-TOT-GERAL-RECLAMADO TO WRK-TOT-RECLAMADO-ED.
           MOVE WRK-TOT-GERAL-SALDO    TO WRK-TOT-SALDO-ED.
           MOVE SPACES                 TO RECLREL-REC.
           WRITE RECLREL-REC.
           STRING 'TOTAL GERAL RECLAMACOES=' DELIMITED BY SIZE
                  WRK-QTD-GERAL        DELIMITED BY SIZE
                  ' RECLAMADO='        DELIMITED BY SIZE
                  WRK-TOT-RECLAMADO-ED DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  WRK-TOT-SALDO-ED     DELIMITED BY SIZE
                  INTO RECLREL-REC
           END-STRING.
           WRITE RECLREL-REC.

           CLOSE RECLAMA-FILE.
           CLOSE TRANSMAS-FILE.
           CLOSE RECLREL-FILE.
           DISPLAY 'RECLAMACOES EM ABERTO GRAVADAS EM RECLREL: '
                   WRK-QTD-GERAL.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
