       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJANEL.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ACOMPANHAMENTO DA JANELA DO PROCESSAMENTO NOTURNO,
      * RODADO NA MANHA SEGUINTE SOBRE O HISTORICO DO CONTROLE JOBCTL
      * (PROGCOB47). PARA A NOITE DA DATA DE PROCESSAMENTO (DATAPROC;
      * SEM ELE, A ULTIMA DATA DO JOBCTL) LISTA A DURACAO DE CADA
      * PASSO EM CADA NOITE DOS ULTIMOS 30 DIAS, A MEDIA E O MAXIMO DE
      * 30 DIAS, A MEDIA DOS ULTIMOS 7 DIAS COMO TENDENCIA, APONTA O
      * PASSO QUE LEVOU MAIS QUE O MULTIPLO DA MEDIA DO PARAMETRO
      * JANPARM E PROJETA O FIM DA CADEIA (FIM REAL, MAIS A MEDIA DOS
      * PASSOS QUE FICARAM PENDENTES OU COM ERRO) CONTRA O FIM
      * COMBINADO DA JANELA, TUDO NO RELATORIO JANREL E COM O AVISO
      * NA TELA - O ESTOURO APARECE NA MANHA SEGUINTE, NAO QUANDO O
      * USUARIO DO ONLINE RECLAMA.
      * OS HORARIOS SAO CONTADOS NA LINHA DO TEMPO DA NOITE: HORA
      * ANTES DO MEIO-DIA E DA MADRUGADA SEGUINTE. AS IDADES EM DIAS
      * SEGUEM A CONVENCAO 30/360, COMO NO PROGCOB69
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - OS ACUMULADOS DE 30 E 7 DIAS SAO LOCALIZADOS PELO
      *              PROGRAMA DO PASSO E NAO PELO NUMERO, PARA A AGENDA
      *              RENUMERADA NAO MISTURAR EXECUCOES DE PROGRAMAS
      *              DIFERENTES NA MEDIA, NO MAXIMO E NO ESTOURO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT JOBCTL-FILE           ASSIGN TO "JOBCTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS JOBCTL-CHAVE
               FILE STATUS            IS WRK-JOBCTL-STATUS.
           SELECT JANPARM-FILE          ASSIGN TO "JANPARM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JANPARM-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT JANREL-FILE           ASSIGN TO "JANREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JANREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL-FILE.
           COPY 'JOBCTL.COB'.
       FD  JANPARM-FILE.
           COPY 'JANPARM.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  JANREL-FILE.
           COPY 'JANREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-JOBCTL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-JOBCTL-OK                           VALUE '00'.
           88  WRK-JOBCTL-FIM                          VALUE '10'.
           88  WRK-JOBCTL-INEXISTENTE                  VALUE '35'.
       77  WRK-JANPARM-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-JANREL-STATUS           PIC X(002)      VALUE SPACES.
      *
      *    PARAMETROS DA JANELA
      *
       77  WRK-MULTIPLO                PIC 9(002)V9    VALUE ZEROS.
       77  WRK-MULTIPLO-ED             PIC Z9,9        VALUE ZEROS.
       77  WRK-FIM-JANELA              PIC 9(004)      VALUE ZEROS.
       77  WRK-FIM-JANELA-SEG          PIC 9(006)      VALUE ZEROS.
      *
      *    NOITE ANALISADA E IDADE DE CADA REGISTRO (30/360)
      *
       01  WRK-DATA-ALVO               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-ALVO-DEC REDEFINES WRK-DATA-ALVO.
           05  WRK-ALVO-ANO            PIC 9(004).
           05  WRK-ALVO-MES            PIC 9(002).
           05  WRK-ALVO-DIA            PIC 9(002).
       01  WRK-DATA-REG                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-REG-DEC REDEFINES WRK-DATA-REG.
           05  WRK-REG-ANO             PIC 9(004).
           05  WRK-REG-MES             PIC 9(002).
           05  WRK-REG-DIA             PIC 9(002).
       77  WRK-DIAS-IDADE              PIC S9(005)     VALUE ZEROS.
       77  WRK-DATA-ANT                PIC 9(008)      VALUE ZEROS.
      *
      *    CONVERSAO DE HORARIO (HHMMSSCC) PARA SEGUNDOS NA LINHA DO
      *    TEMPO DA NOITE E DE SEGUNDOS PARA HH:MM:SS
      *
       01  WRK-HORA-CONV               PIC 9(008)      VALUE ZEROS.
       01  WRK-HORA-CONV-DEC REDEFINES WRK-HORA-CONV.
           05  WRK-CONV-HH             PIC 9(002).
           05  WRK-CONV-MM             PIC 9(002).
           05  WRK-CONV-SS             PIC 9(002).
           05  WRK-CONV-CC             PIC 9(002).
       77  WRK-SEG-NOITE               PIC 9(006)      VALUE ZEROS.
       77  WRK-SEG-INICIO              PIC 9(006)      VALUE ZEROS.
       77  WRK-SEG-FIM                 PIC 9(006)      VALUE ZEROS.
       77  WRK-SEG-DURACAO             PIC 9(006)      VALUE ZEROS.
       77  WRK-SEG-FMT                 PIC 9(006)      VALUE ZEROS.
       77  WRK-SEG-RESTO               PIC 9(006)      VALUE ZEROS.
       01  WRK-HORA-ED.
           05  WRK-ED-HH               PIC 9(002)      VALUE ZEROS.
           05  FILLER                  PIC X(001)      VALUE ':'.
           05  WRK-ED-MM               PIC 9(002)      VALUE ZEROS.
           05  FILLER                  PIC X(001)      VALUE ':'.
           05  WRK-ED-SS               PIC 9(002)      VALUE ZEROS.
       77  WRK-HORA-ED-1               PIC X(008)      VALUE SPACES.
       77  WRK-HORA-ED-2               PIC X(008)      VALUE SPACES.
       77  WRK-HORA-ED-3               PIC X(008)      VALUE SPACES.
       77  WRK-HORA-ED-4               PIC X(008)      VALUE SPACES.
       77  WRK-HORA-ED-5               PIC X(008)      VALUE SPACES.
      *
      *    ACUMULADOS POR PASSO, LOCALIZADOS PELO PROGRAMA (O NUMERO
      *    DO PASSO MUDA QUANDO A AGENDA E RENUMERADA; GUARDA-SE O DA
      *    EXECUCAO MAIS RECENTE), NA ORDEM EM QUE APARECEM
      *
       01  WRK-PAS-TAB.
           05  WRK-PAS-ENTRY           OCCURS 30 TIMES
                                        INDEXED BY WRK-PAS-NDX.
               10  WRK-PAS-PROGRAMA    PIC X(009).
               10  WRK-PAS-PASSO       PIC 9(002).
               10  WRK-PAS-HOJE-SIT    PIC X(010).
               10  WRK-PAS-HOJE-SEG    PIC 9(006).
               10  WRK-PAS-SOMA30      PIC 9(008).
               10  WRK-PAS-QTD30       PIC 9(003).
               10  WRK-PAS-MAX30       PIC 9(006).
               10  WRK-PAS-SOMA7       PIC 9(008).
               10  WRK-PAS-QTD7        PIC 9(003).
       77  WRK-PAS-MAX                 PIC 9(002)      VALUE 30.
       77  WRK-PAS-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-PAS-ATU                 PIC 9(002)      VALUE ZEROS.
       77  WRK-PAS-COUNT               PIC 9(002)      VALUE ZEROS.
       77  WRK-MEDIA30                 PIC 9(006)      VALUE ZEROS.
       77  WRK-MEDIA7                  PIC 9(006)      VALUE ZEROS.
       77  WRK-LIMITE                  PIC 9(007)V9    VALUE ZEROS.
       77  WRK-VEZES                   PIC 9(003)V9    VALUE ZEROS.
       77  WRK-VEZES-ED                PIC ZZ9,9       VALUE ZEROS.
       77  WRK-TENDENCIA               PIC X(013)      VALUE SPACES.
       77  WRK-ALERTA                  PIC X(030)      VALUE SPACES.
      *
      *    CADEIA DA NOITE ANALISADA
      *
       77  WRK-CADEIA-INICIO           PIC 9(006)      VALUE ZEROS.
       77  WRK-CADEIA-FIM              PIC 9(006)      VALUE ZEROS.
       77  WRK-CADEIA-PROJECAO         PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-PASSOS-NOITE        PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-INCOMPLETOS         PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-ESTOUROS            PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-LINHAS-NOITE        PIC 9(005)      VALUE ZEROS.
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
      *    LE OS PARAMETROS, DEFINE A NOITE ANALISADA E ABRE O
      *    HISTORICO E O RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0110-LER-PARAMETRO.
           PERFORM 0105-LIMPAR-1-PASSO
               VARYING WRK-PAS-IDX FROM 1 BY 1
               UNTIL WRK-PAS-IDX       GREATER WRK-PAS-MAX.

           OPEN INPUT JOBCTL-FILE.
           OPEN OUTPUT JANREL-FILE.
           IF  WRK-JOBCTL-INEXISTENTE
               GO TO 0100-99-FIM
           END-IF.

           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           IF  WRK-DATA-ALVO           EQUAL ZEROS
               PERFORM 0120-PROCURAR-ULTIMA-NOITE
           END-IF.

           MOVE SPACES                 TO JANREL-REC.
           STRING 'JANELA DO PROCESSAMENTO NOTURNO - NOITE DE '
                                       DELIMITED BY SIZE
                  WRK-DATA-ALVO        DELIMITED BY SIZE
                  INTO JANREL-REC
           END-STRING.
           WRITE JANREL-REC.
           MOVE WRK-MULTIPLO           TO WRK-MULTIPLO-ED.
           MOVE SPACES                 TO JANREL-REC.
           STRING 'ESTOURO ACIMA DE '  DELIMITED BY SIZE
                  WRK-MULTIPLO-ED      DELIMITED BY SIZE
                  ' VEZES A MEDIA DE 30 DIAS - FIM DA JANELA '
                                       DELIMITED BY SIZE
                  WRK-FIM-JANELA       DELIMITED BY SIZE
                  INTO JANREL-REC
           END-STRING.
           WRITE JANREL-REC.
           MOVE SPACES                 TO JANREL-REC.
           WRITE JANREL-REC.
           MOVE 'DATA     PS PROGRAMA  INICIO   FIM      DURACAO  '
                                       TO JANREL-REC.
           MOVE 'RESULTADO'            TO JANREL-REC(51:9).
           WRITE JANREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ZERA OS ACUMULADOS DE UM PASSO
      *================================================================*
       0105-LIMPAR-1-PASSO             SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-PAS-PROGRAMA(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-PASSO(WRK-PAS-IDX).
           MOVE SPACES                 TO WRK-PAS-HOJE-SIT(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-HOJE-SEG(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-SOMA30(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-QTD30(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-MAX30(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-SOMA7(WRK-PAS-IDX).
           MOVE ZEROS                  TO WRK-PAS-QTD7(WRK-PAS-IDX).
      *================================================================*
       0105-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE OS PARAMETROS DA JANELA (JANPARM), CRIANDO-OS COM O
      *    PADRAO DE 1,5 VEZ A MEDIA E FIM AS 06:00 QUANDO NAO EXISTEM
      *================================================================*
       0110-LER-PARAMETRO              SECTION.
      *================================================================*
           OPEN INPUT JANPARM-FILE.
           IF  WRK-JANPARM-STATUS      EQUAL '35'
               MOVE 1,5                 TO JANPARM-MULTIPLO
               MOVE 0600                TO JANPARM-FIM-JANELA
               OPEN OUTPUT JANPARM-FILE
               WRITE JANPARM-REC
               CLOSE JANPARM-FILE
               OPEN INPUT JANPARM-FILE
           END-IF.
           READ JANPARM-FILE.
           CLOSE JANPARM-FILE.
           MOVE JANPARM-MULTIPLO       TO WRK-MULTIPLO.
           MOVE JANPARM-FIM-JANELA     TO WRK-FIM-JANELA.
           COMPUTE WRK-HORA-CONV = WRK-FIM-JANELA * 10000.
           PERFORM 0600-CONVERTER-HORA.
           MOVE WRK-SEG-NOITE          TO WRK-FIM-JANELA-SEG.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC), QUE NA
      *    MANHA SEGUINTE AINDA E A DATA DA NOITE QUE PASSOU
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           OPEN INPUT DATAPROC-FILE.
           IF  WRK-DATAPROC-OK
               READ DATAPROC-FILE
                   NOT AT END
                       MOVE DATAPROC-DATA TO WRK-DATA-ALVO
               END-READ
               CLOSE DATAPROC-FILE
           END-IF.
      *================================================================*
       0090-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SEM O DATAPROC, A NOITE ANALISADA E A ULTIMA DATA DO
      *    JOBCTL; O HISTORICO E REPOSICIONADO NO INICIO DEPOIS
      *================================================================*
       0120-PROCURAR-ULTIMA-NOITE      SECTION.
      *================================================================*
           PERFORM 0125-LER-1-CONTROLE UNTIL WRK-JOBCTL-FIM.
           MOVE ZEROS                  TO JOBCTL-DATA.
           MOVE ZEROS                  TO JOBCTL-PASSO.
           MOVE '00'                   TO WRK-JOBCTL-STATUS.
           START JOBCTL-FILE KEY NOT LESS JOBCTL-CHAVE
               INVALID KEY
                   SET WRK-JOBCTL-FIM  TO TRUE
           END-START.
      *================================================================*
       0120-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM CONTROLE E GUARDA A MAIOR DATA
      *================================================================*
       0125-LER-1-CONTROLE             SECTION.
      *================================================================*
           READ JOBCTL-FILE NEXT RECORD
               AT END
                   SET WRK-JOBCTL-FIM  TO TRUE
                   GO TO 0125-99-FIM
           END-READ.
           IF  JOBCTL-DATA             GREATER WRK-DATA-ALVO
               MOVE JOBCTL-DATA         TO WRK-DATA-ALVO
           END-IF.
      *================================================================*
       0125-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE O HISTORICO, LISTA AS NOITES DOS ULTIMOS 30 DIAS
      *    E ACUMULA POR PASSO; DEPOIS GRAVA O RESUMO POR PASSO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-JOBCTL-INEXISTENTE
               DISPLAY 'CONTROLE JOBCTL INEXISTENTE - NADA A ANALISAR'
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0210-TRATAR-1-CONTROLE UNTIL WRK-JOBCTL-FIM.

           MOVE SPACES                 TO JANREL-REC.
           WRITE JANREL-REC.
           MOVE 'PS PROGRAMA  NOITE    MEDIA30  MAXIMO30 MEDIA7   '
                                       TO JANREL-REC.
           MOVE 'TENDENCIA     ALERTA' TO JANREL-REC(51:20).
           WRITE JANREL-REC.
           PERFORM 0250-RESUMIR-1-PASSO
               VARYING WRK-PAS-IDX FROM 1 BY 1
               UNTIL WRK-PAS-IDX       GREATER WRK-PAS-COUNT.
           PERFORM 0270-PROJETAR-CADEIA.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRATA UM CONTROLE: SO OS DA NOITE ANALISADA (IDADE 0) E DOS
      *    30 DIAS ANTERIORES ENTRAM NO RELATORIO
      *================================================================*
       0210-TRATAR-1-CONTROLE          SECTION.
      *================================================================*
           READ JOBCTL-FILE NEXT RECORD
               AT END
                   SET WRK-JOBCTL-FIM  TO TRUE
                   GO TO 0210-99-FIM
           END-READ.
           IF  JOBCTL-PASSO            EQUAL ZEROS
           OR  JOBCTL-PROGRAMA         EQUAL SPACES
               GO TO 0210-99-FIM
           END-IF.
           MOVE JOBCTL-DATA            TO WRK-DATA-REG.
           COMPUTE WRK-DIAS-IDADE =
                   ((WRK-ALVO-ANO - WRK-REG-ANO) * 360) +
                   ((WRK-ALVO-MES - WRK-REG-MES) * 30) +
                   (WRK-ALVO-DIA - WRK-REG-DIA).
           IF  WRK-DIAS-IDADE          LESS ZEROS
           OR  WRK-DIAS-IDADE          GREATER 30
               GO TO 0210-99-FIM
           END-IF.

           PERFORM 0215-LOCALIZAR-PROGRAMA.
           MOVE JOBCTL-HORA-INICIO     TO WRK-HORA-CONV.
           PERFORM 0600-CONVERTER-HORA.
           MOVE WRK-SEG-NOITE          TO WRK-SEG-INICIO.
           MOVE ZEROS                  TO WRK-SEG-FIM.
           MOVE ZEROS                  TO WRK-SEG-DURACAO.
           IF  JOBCTL-HORA-FIM         GREATER ZEROS
               MOVE JOBCTL-HORA-FIM     TO WRK-HORA-CONV
               PERFORM 0600-CONVERTER-HORA
               MOVE WRK-SEG-NOITE       TO WRK-SEG-FIM
               IF  WRK-SEG-FIM         LESS WRK-SEG-INICIO
                   ADD 86400            TO WRK-SEG-FIM
               END-IF
               COMPUTE WRK-SEG-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO
           END-IF.

           IF  WRK-PAS-ATU             GREATER ZEROS
               IF  WRK-DIAS-IDADE      EQUAL ZEROS
                   PERFORM 0220-ACUMULAR-NOITE
               ELSE
                   IF  JOBCTL-OK
                       PERFORM 0230-ACUMULAR-HISTORICO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0240-LISTAR-1-CONTROLE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA OS ACUMULADOS DO PROGRAMA DO CONTROLE, ABRINDO UMA
      *    ENTRADA NOVA NA PRIMEIRA VEZ, E GUARDA O NUMERO DO PASSO;
      *    COM A TABELA CHEIA, DEVOLVE ZEROS E O CONTROLE SO E LISTADO
      *================================================================*
       0215-LOCALIZAR-PROGRAMA         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-PAS-ATU.
           SET WRK-PAS-NDX             TO 1.
           SEARCH WRK-PAS-ENTRY
               AT END
                   IF  WRK-PAS-COUNT   LESS WRK-PAS-MAX
                       ADD 1            TO WRK-PAS-COUNT
                       MOVE WRK-PAS-COUNT TO WRK-PAS-ATU
                       MOVE JOBCTL-PROGRAMA TO
                            WRK-PAS-PROGRAMA(WRK-PAS-ATU)
                   END-IF
               WHEN WRK-PAS-PROGRAMA(WRK-PAS-NDX) EQUAL JOBCTL-PROGRAMA
                   SET WRK-PAS-ATU      TO WRK-PAS-NDX
           END-SEARCH.
           IF  WRK-PAS-ATU             GREATER ZEROS
               MOVE JOBCTL-PASSO        TO WRK-PAS-PASSO(WRK-PAS-ATU)
           END-IF.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O PASSO NA NOITE ANALISADA E O INICIO E FIM DA
      *    CADEIA
      *================================================================*
       0220-ACUMULAR-NOITE             SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-PASSOS-NOITE.
           MOVE JOBCTL-RESULTADO       TO
                WRK-PAS-HOJE-SIT(WRK-PAS-ATU).
           MOVE WRK-SEG-DURACAO        TO
                WRK-PAS-HOJE-SEG(WRK-PAS-ATU).
           IF  WRK-CADEIA-INICIO       EQUAL ZEROS
           OR  WRK-SEG-INICIO          LESS WRK-CADEIA-INICIO
               MOVE WRK-SEG-INICIO      TO WRK-CADEIA-INICIO
           END-IF.
           IF  WRK-SEG-FIM             GREATER WRK-CADEIA-FIM
               MOVE WRK-SEG-FIM         TO WRK-CADEIA-FIM
           END-IF.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA A DURACAO DE UMA NOITE ANTERIOR CONCLUIDA NA MEDIA E
      *    NO MAXIMO DE 30 DIAS E, SE RECENTE, NA MEDIA DE 7 DIAS
      *================================================================*
       0230-ACUMULAR-HISTORICO         SECTION.
      *================================================================*
           ADD WRK-SEG-DURACAO         TO WRK-PAS-SOMA30(WRK-PAS-ATU).
           ADD 1                       TO WRK-PAS-QTD30(WRK-PAS-ATU).
           IF  WRK-SEG-DURACAO         GREATER
               WRK-PAS-MAX30(WRK-PAS-ATU)
               MOVE WRK-SEG-DURACAO     TO
                    WRK-PAS-MAX30(WRK-PAS-ATU)
           END-IF.
           IF  WRK-DIAS-IDADE          NOT GREATER 7
               ADD WRK-SEG-DURACAO      TO
                   WRK-PAS-SOMA7(WRK-PAS-ATU)
               ADD 1                    TO WRK-PAS-QTD7(WRK-PAS-ATU)
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM PASSO EM UMA NOITE, COM UMA LINHA EM
      *    BRANCO ENTRE AS NOITES
      *================================================================*
       0240-LISTAR-1-CONTROLE          SECTION.
      *================================================================*
           IF  JOBCTL-DATA             NOT EQUAL WRK-DATA-ANT
           AND WRK-QTD-LINHAS-NOITE    GREATER ZEROS
               MOVE SPACES              TO JANREL-REC
               WRITE JANREL-REC
           END-IF.
           MOVE JOBCTL-DATA            TO WRK-DATA-ANT.
           ADD 1                       TO WRK-QTD-LINHAS-NOITE.

           MOVE WRK-SEG-INICIO         TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-1.
           MOVE '--:--:--'             TO WRK-HORA-ED-2.
           MOVE '--:--:--'             TO WRK-HORA-ED-3.
           IF  WRK-SEG-FIM             GREATER ZEROS
               MOVE WRK-SEG-FIM         TO WRK-SEG-FMT
               PERFORM 0610-FORMATAR-HORA
               MOVE WRK-HORA-ED         TO WRK-HORA-ED-2
               MOVE WRK-SEG-DURACAO     TO WRK-SEG-FMT
               PERFORM 0610-FORMATAR-HORA
               MOVE WRK-HORA-ED         TO WRK-HORA-ED-3
           END-IF.
           MOVE SPACES                 TO JANREL-REC.
           STRING JOBCTL-DATA          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  JOBCTL-PASSO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  JOBCTL-PROGRAMA      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-1        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-2        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-3        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  JOBCTL-RESULTADO     DELIMITED BY SIZE
                  INTO JANREL-REC
           END-STRING.
           WRITE JANREL-REC.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO DE UM PASSO: NOITE, MEDIA E MAXIMO DE 30
      *    DIAS, MEDIA DE 7 DIAS, TENDENCIA E ALERTA DE ESTOURO
      *================================================================*
       0250-RESUMIR-1-PASSO            SECTION.
      *================================================================*
           IF  WRK-PAS-PROGRAMA(WRK-PAS-IDX) EQUAL SPACES
               GO TO 0250-99-FIM
           END-IF.
           MOVE ZEROS                  TO WRK-MEDIA30.
           MOVE ZEROS                  TO WRK-MEDIA7.
           IF  WRK-PAS-QTD30(WRK-PAS-IDX) GREATER ZEROS
               DIVIDE WRK-PAS-SOMA30(WRK-PAS-IDX) BY
                      WRK-PAS-QTD30(WRK-PAS-IDX)
                      GIVING WRK-MEDIA30 ROUNDED
           END-IF.
           IF  WRK-PAS-QTD7(WRK-PAS-IDX) GREATER ZEROS
               DIVIDE WRK-PAS-SOMA7(WRK-PAS-IDX) BY
                      WRK-PAS-QTD7(WRK-PAS-IDX)
                      GIVING WRK-MEDIA7 ROUNDED
           END-IF.

           MOVE 'SEM HISTORICO'        TO WRK-TENDENCIA.
           IF  WRK-MEDIA30             GREATER ZEROS
           AND WRK-PAS-QTD7(WRK-PAS-IDX) GREATER ZEROS
               EVALUATE TRUE
                   WHEN WRK-MEDIA7 * 100 GREATER WRK-MEDIA30 * 110
                       MOVE 'SUBINDO'   TO WRK-TENDENCIA
                   WHEN WRK-MEDIA7 * 100 LESS WRK-MEDIA30 * 90
                       MOVE 'CAINDO'    TO WRK-TENDENCIA
                   WHEN OTHER
                       MOVE 'ESTAVEL'   TO WRK-TENDENCIA
               END-EVALUATE
           END-IF.

           MOVE SPACES                 TO WRK-ALERTA.
           IF  WRK-PAS-HOJE-SIT(WRK-PAS-IDX) EQUAL SPACES
               MOVE 'NAO RODOU NA NOITE' TO WRK-ALERTA
           END-IF.
           IF  WRK-PAS-HOJE-SIT(WRK-PAS-IDX) EQUAL 'ERRO'
           OR  WRK-PAS-HOJE-SIT(WRK-PAS-IDX) EQUAL 'PENDENTE'
               STRING 'PASSO '          DELIMITED BY SIZE
                      WRK-PAS-HOJE-SIT(WRK-PAS-IDX)
                                        DELIMITED BY SPACE
                      INTO WRK-ALERTA
               END-STRING
           END-IF.
           IF  WRK-MEDIA30             GREATER ZEROS
           AND WRK-PAS-HOJE-SIT(WRK-PAS-IDX) EQUAL 'OK'
               COMPUTE WRK-LIMITE = WRK-MEDIA30 * WRK-MULTIPLO
               IF  WRK-PAS-HOJE-SEG(WRK-PAS-IDX) GREATER WRK-LIMITE
                   ADD 1                TO WRK-QTD-ESTOUROS
                   COMPUTE WRK-VEZES ROUNDED =
                           WRK-PAS-HOJE-SEG(WRK-PAS-IDX) / WRK-MEDIA30
                   MOVE WRK-VEZES       TO WRK-VEZES-ED
                   STRING 'ESTOURO: '   DELIMITED BY SIZE
                          WRK-VEZES-ED  DELIMITED BY SIZE
                          ' VEZES A MEDIA'
                                        DELIMITED BY SIZE
                          INTO WRK-ALERTA
                   END-STRING
                   DISPLAY 'AVISO: PASSO ' WRK-PAS-PASSO(WRK-PAS-IDX)
                           ' ('
                           WRK-PAS-PROGRAMA(WRK-PAS-IDX)
                           ') LEVOU ' WRK-VEZES-ED
                           ' VEZES A MEDIA DE 30 DIAS'
               END-IF
           END-IF.

           MOVE WRK-PAS-HOJE-SEG(WRK-PAS-IDX) TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-1.
           MOVE WRK-MEDIA30            TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-2.
           MOVE WRK-PAS-MAX30(WRK-PAS-IDX) TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-3.
           MOVE WRK-MEDIA7             TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-4.
           MOVE SPACES                 TO JANREL-REC.
           STRING WRK-PAS-PASSO(WRK-PAS-IDX)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PAS-PROGRAMA(WRK-PAS-IDX)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-1        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-2        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-3        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-HORA-ED-4        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-TENDENCIA        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ALERTA           DELIMITED BY SIZE
                  INTO JANREL-REC
           END-STRING.
           WRITE JANREL-REC.

           IF  WRK-PAS-HOJE-SIT(WRK-PAS-IDX) EQUAL 'ERRO'
           OR  WRK-PAS-HOJE-SIT(WRK-PAS-IDX) EQUAL 'PENDENTE'
               ADD 1                    TO WRK-QTD-INCOMPLETOS
               ADD WRK-MEDIA30          TO WRK-CADEIA-PROJECAO
           END-IF.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROJETA O FIM DA CADEIA (FIM REAL MAIS A MEDIA DOS PASSOS
      *    QUE FICARAM PENDENTES OU COM ERRO) E COMPARA COM O FIM
      *    COMBINADO DA JANELA
      *================================================================*
       0270-PROJETAR-CADEIA            SECTION.
      *================================================================*
           MOVE SPACES                 TO JANREL-REC.
           WRITE JANREL-REC.
           IF  WRK-QTD-PASSOS-NOITE    EQUAL ZEROS
               MOVE 'NENHUM PASSO REGISTRADO NA NOITE ANALISADA'
                                       TO JANREL-REC
               WRITE JANREL-REC
               GO TO 0270-99-FIM
           END-IF.
           IF  WRK-CADEIA-FIM          LESS WRK-CADEIA-INICIO
               MOVE WRK-CADEIA-INICIO   TO WRK-CADEIA-FIM
           END-IF.
           ADD WRK-CADEIA-FIM          TO WRK-CADEIA-PROJECAO.

           MOVE WRK-CADEIA-INICIO      TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-1.
           MOVE WRK-CADEIA-FIM         TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-2.
           MOVE WRK-CADEIA-PROJECAO    TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-3.
           MOVE WRK-FIM-JANELA-SEG     TO WRK-SEG-FMT.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-5.
           COMPUTE WRK-SEG-FMT = WRK-CADEIA-FIM - WRK-CADEIA-INICIO.
           PERFORM 0610-FORMATAR-HORA.
           MOVE WRK-HORA-ED            TO WRK-HORA-ED-4.

           MOVE SPACES                 TO JANREL-REC.
           STRING 'CADEIA: INICIO '    DELIMITED BY SIZE
                  WRK-HORA-ED-1        DELIMITED BY SIZE
                  ' FIM '              DELIMITED BY SIZE
                  WRK-HORA-ED-2        DELIMITED BY SIZE
                  ' DURACAO '          DELIMITED BY SIZE
                  WRK-HORA-ED-4        DELIMITED BY SIZE
                  ' PASSOS INCOMPLETOS=' DELIMITED BY SIZE
                  WRK-QTD-INCOMPLETOS  DELIMITED BY SIZE
                  INTO JANREL-REC
           END-STRING.
           WRITE JANREL-REC.
           MOVE SPACES                 TO JANREL-REC.
           STRING 'FIM PROJETADO '     DELIMITED BY SIZE
                  WRK-HORA-ED-3        DELIMITED BY SIZE
                  ' - FIM COMBINADO DA JANELA '
                                       DELIMITED BY SIZE
                  WRK-HORA-ED-5        DELIMITED BY SIZE
                  INTO JANREL-REC
           END-STRING.
           WRITE JANREL-REC.

           MOVE SPACES                 TO JANREL-REC.
           IF  WRK-CADEIA-PROJECAO     GREATER WRK-FIM-JANELA-SEG
               MOVE 'ALERTA: A CADEIA ULTRAPASSA O FIM COMBINADO DA '
                                       TO JANREL-REC
               MOVE 'JANELA'            TO JANREL-REC(48:6)
               DISPLAY 'AVISO: FIM PROJETADO DA CADEIA ' WRK-HORA-ED-3
                       ' ALEM DO FIM DA JANELA ' WRK-HORA-ED-5
           ELSE
               MOVE 'CADEIA DENTRO DA JANELA' TO JANREL-REC
           END-IF.
           WRITE JANREL-REC.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE O HORARIO HHMMSSCC EM SEGUNDOS NA LINHA DO TEMPO
      *    DA NOITE (ANTES DO MEIO-DIA CONTA COMO MADRUGADA SEGUINTE)
      *================================================================*
       0600-CONVERTER-HORA             SECTION.
      *================================================================*
           COMPUTE WRK-SEG-NOITE = (WRK-CONV-HH * 3600) +
                   (WRK-CONV-MM * 60) + WRK-CONV-SS.
           IF  WRK-CONV-HH             LESS 12
               ADD 86400                TO WRK-SEG-NOITE
           END-IF.
      *================================================================*
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FORMATA UMA QUANTIDADE DE SEGUNDOS (HORARIO DA NOITE OU
      *    DURACAO) COMO HH:MM:SS
      *================================================================*
       0610-FORMATAR-HORA              SECTION.
      *================================================================*
           IF  WRK-SEG-FMT             NOT LESS 86400
               SUBTRACT 86400          FROM WRK-SEG-FMT
           END-IF.
           DIVIDE WRK-SEG-FMT          BY 3600
               GIVING WRK-ED-HH REMAINDER WRK-SEG-RESTO.
           DIVIDE WRK-SEG-RESTO        BY 60
               GIVING WRK-ED-MM REMAINDER WRK-ED-SS.
      *================================================================*
       0610-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE JOBCTL-FILE.
           CLOSE JANREL-FILE.
           DISPLAY 'JANELA DA NOITE ' WRK-DATA-ALVO ' - '
                   WRK-QTD-ESTOUROS ' PASSO(S) ACIMA DO LIMITE - '
                   'RELATORIO EM JANREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
