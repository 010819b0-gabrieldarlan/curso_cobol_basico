       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRENEG.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ACORDOS DE RENEGOCIACAO DO CONTAS A RECEBER. UM
      * SUPERVISOR/ADMINISTRADOR (NIVEIS 03 E 01 DO USERMAS, COMO NA
      * BAIXA POR PERDA DO PROGCOB57) ESCOLHE A OPERACAO:
      * (N) NOVO ACORDO - OS TITULOS EM ABERTO E VENCIDOS DO CPF
      *     RECEBEM OS ENCARGOS DE ATRASO ATE A DATA (MULTA DE 2% E
      *     JUROS DE 1% AO MES PRO RATA, CONVENCAO 30/360, COMO NA
      *     BAIXA DO PROGCOB23), FICAM RENEGOCIADOS (FORA DO
      *     ENVELHECIMENTO, DA COBRANCA E DA REMESSA) E SAO
      *     SUBSTITUIDOS POR N PARCELAS MENSAIS NO CONTAREC, COM O
      *     NUMERO DO ACORDO (CONTADOR BATSEQRN, FAIXA 800000) NO
      *     LUGAR DO PEDIDO; OS ENCARGOS SAO LANCADOS NO GLPOST
      *     (DEBITO DE CONTASREC E CREDITO DE RECJUROSRN);
      * (V) VERIFICAR ROMPIMENTO - O ACORDO ATIVO COM TODAS AS
      *     PARCELAS PAGAS E QUITADO; O QUE TEM PARCELA EM ABERTO
      *     COM ATRASO ACIMA DA TOLERANCIA E ROMPIDO: AS PARCELAS EM
      *     ABERTO SAO CANCELADAS, O VALOR PAGO NO ACORDO ABATE O
      *     SALDO DOS TITULOS ORIGINAIS NA ORDEM DO ACORDTIT E O
      *     RESTANTE VOLTA A FICAR EM ABERTO E VENCIDO NOS TITULOS
      *     ORIGINAIS; OS ENCARGOS NAO RECEBIDOS SAO ESTORNADOS NO
      *     GLPOST. TUDO SAI NO ACORDREL E NA TRILHA LOGINLOG
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO ACORDREL (MASCARA.COB)
      *              CONFORME O NIVEL DO SUPERVISOR NO USERMAS
      * XX/XX/XXXX - TITULOS DO CPF DO ACORDO LIDOS PELA CHAVE
      *              ALTERNATIVA CONTAREC-CPF
      * XX/XX/XXXX - ACORDO POR FILIAL: O ACORDO TOMA A FILIAL DO
      *              PRIMEIRO TITULO SELECIONADO (EM BRANCO = MATRIZ
      *              01), TITULOS DE OUTRA FILIAL FICAM FORA E SAO
      *              AVISADOS, AS PARCELAS SAO GRAVADAS COM A FILIAL
      *              (CONTAREC-FILIAL) E OS LANCAMENTOS SAEM COM
      *              GLPOST-FILIAL, INCLUSIVE NO ROMPIMENTO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT ACORDO-FILE           ASSIGN TO "ACORDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ACORDO-NUMERO
               FILE STATUS            IS WRK-ACORDO-STATUS.
           SELECT ACORDTIT-FILE         ASSIGN TO "ACORDTIT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ACORDTIT-CHAVE
               FILE STATUS            IS WRK-ACORDTIT-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQRN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT LOGINLOG-FILE         ASSIGN TO "LOGINLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOGINLOG-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT ACORDREL-FILE         ASSIGN TO "ACORDREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ACORDREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  ACORDO-FILE.
           COPY 'ACORDO.COB'.
       FD  ACORDTIT-FILE.
           COPY 'ACORDTIT.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  LOGINLOG-FILE.
           COPY 'LOGINLOG.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  ACORDREL-FILE.
           COPY 'ACORDREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
       77  WRK-ACORDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ACORDO-OK                           VALUE '00'.
           88  WRK-ACORDO-FIM                          VALUE '10'.
       77  WRK-ACORDTIT-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ACORDTIT-OK                         VALUE '00'.
           88  WRK-ACORDTIT-FIM                        VALUE '10'.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-LOGINLOG-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-ACORDREL-STATUS         PIC X(002)      VALUE SPACES.
      *
      *    SUPERVISOR AUTORIZADO E OPERACAO ESCOLHIDA
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-SENHA                   PIC X(010)      VALUE SPACES.
       77  WRK-AUTORIZADO              PIC X(001)      VALUE 'N'.
           88  WRK-AUTORIZACAO-OK                      VALUE 'S'.
       77  WRK-NIVEL-OPERADOR          PIC 9(002)      VALUE ZEROS.
       77  WRK-OPCAO                   PIC X(001)      VALUE SPACES.
           88  WRK-OPCAO-NOVO                          VALUE 'N'.
           88  WRK-OPCAO-VERIFICAR                     VALUE 'V'.
       77  WRK-DECISAO                 PIC X(001)      VALUE SPACES.
       77  WRK-RESULTADO               PIC X(010)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    ATRASO DE UM TITULO OU PARCELA (CONVENCAO 30/360)
      *
       01  WRK-DATA-VENC               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-VENC-DEC REDEFINES WRK-DATA-VENC.
           05  WRK-ATR-ANO             PIC 9(004).
           05  WRK-ATR-MES             PIC 9(002).
           05  WRK-ATR-DIA             PIC 9(002).
       77  WRK-DIAS-ATRASO             PIC S9(005)     VALUE ZEROS.
       77  WRK-DIAS-ATRASO-ED          PIC ZZZZ9       VALUE ZEROS.
      *
      *    ENCARGOS DE ATRASO, OS MESMOS DA BAIXA DO PROGCOB23
      *
       77  WRK-TAXA-MULTA              PIC 9(001)V9999 VALUE 0,0200.
       77  WRK-TAXA-JUROS-MES          PIC 9(001)V9999 VALUE 0,0100.
      *
      *    TITULOS VENCIDOS DO CPF SELECIONADOS PARA O ACORDO
      *
       77  WRK-CPF                     PIC X(011)      VALUE SPACES.
       77  WRK-MAX-TITULOS             PIC 9(003)      VALUE 50.
       01  WRK-TIT-TAB.
           05  WRK-TIT-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-TIT-IDX.
               10  WRK-TIT-PEDIDO      PIC 9(006).
               10  WRK-TIT-PARCELA     PIC 9(002).
               10  WRK-TIT-VENCTO      PIC 9(008).
               10  WRK-TIT-DIAS        PIC 9(005).
               10  WRK-TIT-SALDO       PIC 9(009)V99.
               10  WRK-TIT-ENCARGOS    PIC 9(009)V99.
       77  WRK-TIT-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-IGNORADOS           PIC 9(003)      VALUE ZEROS.
      *
      *    FILIAL DO ACORDO: A DO PRIMEIRO TITULO SELECIONADO (SEM
      *    FILIAL = MATRIZ 01); TITULOS DE OUTRA FILIAL FICAM PARA UM
      *    ACORDO PROPRIO DAQUELA FILIAL
      *
       77  WRK-FILIAL-ACORDO           PIC X(002)      VALUE SPACES.
       77  WRK-FILIAL-TITULO           PIC X(002)      VALUE SPACES.
       77  WRK-QTD-OUTRA-FILIAL        PIC 9(003)      VALUE ZEROS.
       77  WRK-SALDO                   PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-SALDO             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-ACORDO            PIC 9(009)V99   VALUE ZEROS.
      *
      *    NUMERO DO ACORDO: CONTADOR PERSISTENTE PROPRIO, NUMA FAIXA
      *    QUE NAO SE CONFUNDE COM OS PEDIDOS (NEM COM A FAIXA 900000
      *    DOS PEDIDOS COMPLEMENTARES DO PROGBKORD)
      *
       77  WRK-NUMERO-BASE             PIC 9(006)      VALUE 800000.
       77  WRK-NUMERO-ACORDO           PIC 9(006)      VALUE ZEROS.
      *
      *    PARCELAS DO ACORDO: MENSAIS (30 DIAS), RESTO NA ULTIMA
      *
       77  WRK-QTD-PARCELAS            PIC 9(002)      VALUE ZEROS.
       77  WRK-MAX-PARCELAS            PIC 9(002)      VALUE 24.
       77  WRK-INTERVALO-PARCELAS      PIC 9(003)      VALUE 30.
       77  WRK-PARCELA-IDX             PIC 9(002)      VALUE ZEROS.
       77  WRK-VALOR-PARCELA           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-ULTIMA            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-TITULO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-PRAZO-VENCTO            PIC 9(003)      VALUE ZEROS.
       77  WRK-DATA-VENCTO             PIC 9(008)      VALUE ZEROS.
       77  WRK-VENC-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-VENC-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-VENC-DIA                PIC 9(003)      VALUE ZEROS.
       77  WRK-VENC-RESTO              PIC 9(004)      VALUE ZEROS.
       77  WRK-VENC-QUOCIENTE          PIC 9(004)      VALUE ZEROS.
       77  WRK-VENC-DIAS-MES           PIC 9(002)      VALUE ZEROS.
      *
      *    VERIFICACAO DE ROMPIMENTO DOS ACORDOS ATIVOS
      *
       77  WRK-TOLERANCIA              PIC 9(003)      VALUE ZEROS.
       77  WRK-ROMPER                  PIC X(001)      VALUE 'N'.
           88  WRK-ACORDO-A-ROMPER                     VALUE 'S'.
       77  WRK-MAIOR-ATRASO            PIC S9(005)     VALUE ZEROS.
       77  WRK-QTD-PARC-QUITADAS       PIC 9(002)      VALUE ZEROS.
       77  WRK-SOMA-VALOR              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-SOMA-PAGO               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-SALDO-CANCELADO         PIC 9(009)V99   VALUE ZEROS.
       77  WRK-PAGO-LIQUIDO            PIC S9(009)V99  VALUE ZEROS.
       77  WRK-ABATIMENTO              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-SALDO-DEVOLVIDO         PIC 9(009)V99   VALUE ZEROS.
       77  WRK-ESTORNO                 PIC S9(009)V99  VALUE ZEROS.
       77  WRK-QTD-VERIFICADOS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-QUITADOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ROMPIDOS            PIC 9(005)      VALUE ZEROS.
      *
      *    CONTABILIZACAO: OS ENCARGOS RENEGOCIADOS SAO RECEITA NA
      *    DATA DO ACORDO E SAO ESTORNADOS NO ROMPIMENTO, PELO QUE
      *    NAO FOI RECEBIDO
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'VEND'.
       77  WRK-CONTA-RECEBER           PIC X(010)     VALUE 'CONTASREC'.
       77  WRK-CONTA-JUROS-RENEG       PIC X(010)
                                        VALUE 'RECJUROSRN'.
       77  WRK-GL-CONTA-DEBITO         PIC X(010)      VALUE SPACES.
       77  WRK-GL-CONTA-CREDITO        PIC X(010)      VALUE SPACES.
       77  WRK-GL-VALOR                PIC 9(009)V99   VALUE ZEROS.
      *
       77  WRK-VALOR-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ENCARGOS-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (DIAS DE CADA MES)
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
           IF  WRK-AUTORIZACAO-OK
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O SUPERVISOR NO USERMAS, RECEBE A OPERACAO E ABRE OS
      *    ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN I-O USERMAS-FILE.

           DISPLAY 'ACORDOS DE RENEGOCIACAO DO CONTAS A RECEBER'.
           DISPLAY 'USUARIO AUTORIZADO (SUPERVISOR/ADMINISTRADOR):'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'SENHA:'.
           ACCEPT WRK-SENHA WITH NO ECHO.
           MOVE WRK-OPERADOR           TO USERMAS-USUARIO.
           READ USERMAS-FILE.
           IF  WRK-USERMAS-OK AND USERMAS-ATIVO
               AND WRK-SENHA           EQUAL USERMAS-SENHA
               AND (USERMAS-NIVEL EQUAL 03 OR USERMAS-NIVEL EQUAL 01)
               SET WRK-AUTORIZACAO-OK   TO TRUE
               MOVE USERMAS-NIVEL       TO WRK-NIVEL-OPERADOR
               MOVE USERMAS-NIVEL       TO MASC-NIVEL
               IF  MASC-NIVEL-INTEGRAL
                   SET MASC-INTEGRAL    TO TRUE
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - NENHUM ACORDO ALTERADO'
           END-IF.
           CLOSE USERMAS-FILE.

           IF  NOT WRK-AUTORIZACAO-OK
               GO TO 0100-99-FIM
           END-IF.

           DISPLAY 'OPERACAO: (N)OVO ACORDO OU (V)ERIFICAR ROMPIMENTO'.
           ACCEPT WRK-OPCAO.

           OPEN I-O CONTAREC-FILE.
           OPEN I-O ACORDO-FILE.
           IF  WRK-ACORDO-STATUS       EQUAL '35'
               CLOSE ACORDO-FILE
               OPEN OUTPUT ACORDO-FILE
               CLOSE ACORDO-FILE
               OPEN I-O ACORDO-FILE
           END-IF.
           OPEN I-O ACORDTIT-FILE.
           IF  WRK-ACORDTIT-STATUS     EQUAL '35'
               CLOSE ACORDTIT-FILE
               OPEN OUTPUT ACORDTIT-FILE
               CLOSE ACORDTIT-FILE
               OPEN I-O ACORDTIT-FILE
           END-IF.
           OPEN OUTPUT ACORDREL-FILE.

           MOVE SPACES                 TO ACORDREL-REC.
           STRING 'ACORDOS DE RENEGOCIACAO EM ' DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' - OPERADOR '       DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO ACORDREL-REC
           END-STRING.
           WRITE ACORDREL-REC.
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
      *    EXECUTA A OPERACAO ESCOLHIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-CONTAREC-OK
               DISPLAY 'CONTAS A RECEBER (CONTAREC) INDISPONIVEL'
               GO TO 0200-99-FIM
           END-IF.
           EVALUATE TRUE
               WHEN WRK-OPCAO-NOVO
                   PERFORM 0210-NOVO-ACORDO
               WHEN WRK-OPCAO-VERIFICAR
                   PERFORM 0250-VERIFICAR-ACORDOS
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA - NADA FEITO'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SELECIONA OS TITULOS VENCIDOS DO CPF, MOSTRA O SALDO COM OS
      *    ENCARGOS E, CONFIRMADO, FECHA O ACORDO EM N PARCELAS
      *================================================================*
       0210-NOVO-ACORDO                SECTION.
      *================================================================*
           DISPLAY 'CPF DO CLIENTE:'.
           ACCEPT WRK-CPF.
           IF  WRK-CPF                 EQUAL SPACES
               DISPLAY 'CPF NAO INFORMADO - NENHUM ACORDO GRAVADO'
               GO TO 0210-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-TIT-COUNT
                                           WRK-QTD-IGNORADOS
                                           WRK-QTD-OUTRA-FILIAL
                                           WRK-TOTAL-SALDO
                                           WRK-TOTAL-ENCARGOS.
           MOVE SPACES                 TO WRK-FILIAL-ACORDO.
           MOVE WRK-CPF                TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
           END-START.
           PERFORM 0215-SELECIONAR-1-TITULO UNTIL WRK-CONTAREC-FIM.

           IF  WRK-TIT-COUNT           EQUAL ZEROS
               DISPLAY 'NENHUM TITULO VENCIDO EM ABERTO PARA O CPF '
                       WRK-CPF
               GO TO 0210-99-FIM
           END-IF.
           IF  WRK-QTD-IGNORADOS       GREATER ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-IGNORADOS
                       ' TITULO(S) ALEM DO LIMITE DE ' WRK-MAX-TITULOS
                       ' FICAM FORA DESTE ACORDO'
           END-IF.
           IF  WRK-QTD-OUTRA-FILIAL    GREATER ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-OUTRA-FILIAL
                       ' TITULO(S) DE OUTRA FILIAL FICAM FORA DESTE '
                       'ACORDO (FILIAL ' WRK-FILIAL-ACORDO ')'
           END-IF.

           DISPLAY 'TITULOS VENCIDOS EM ABERTO DO CPF ' WRK-CPF ':'.
           PERFORM 0217-EXIBIR-1-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX       GREATER WRK-TIT-COUNT.
           COMPUTE WRK-TOTAL-ACORDO =
                   WRK-TOTAL-SALDO + WRK-TOTAL-ENCARGOS.
           MOVE WRK-TOTAL-SALDO        TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-ENCARGOS     TO WRK-ENCARGOS-ED.
           MOVE WRK-TOTAL-ACORDO       TO WRK-TOTAL-ED.
           DISPLAY 'SALDO=' WRK-VALOR-ED ' ENCARGOS=' WRK-ENCARGOS-ED
                   ' TOTAL=' WRK-TOTAL-ED.

           DISPLAY 'QUANTIDADE DE PARCELAS DO ACORDO (1 A '
                   WRK-MAX-PARCELAS '):'.
           MOVE ZEROS                  TO WRK-QTD-PARCELAS.
           ACCEPT WRK-QTD-PARCELAS.
           IF  WRK-QTD-PARCELAS        EQUAL ZEROS
           OR  WRK-QTD-PARCELAS        GREATER WRK-MAX-PARCELAS
               DISPLAY 'QUANTIDADE INVALIDA - NENHUM ACORDO GRAVADO'
               GO TO 0210-99-FIM
           END-IF.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-TOTAL-ACORDO / WRK-QTD-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA =
                   WRK-TOTAL-ACORDO -
                   (WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)).
           MOVE WRK-VALOR-PARCELA      TO WRK-VALOR-ED.
           DISPLAY WRK-QTD-PARCELAS ' PARCELA(S) MENSAIS DE '
                   WRK-VALOR-ED.
           DISPLAY 'CONFIRMA O ACORDO (S/N):'.
           MOVE SPACES                 TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           IF  WRK-DECISAO             NOT EQUAL 'S'
               DISPLAY 'ACORDO NAO CONFIRMADO - NADA GRAVADO'
               GO TO 0210-99-FIM
           END-IF.

           PERFORM 0240-OBTER-NUMERO-ACORDO.
           MOVE ZEROS                  TO WRK-TOTAL-SALDO
                                           WRK-TOTAL-ENCARGOS.
           MOVE ZEROS                  TO ACORDO-QTD-TITULOS.
           PERFORM 0220-RENEGOCIAR-1-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX       GREATER WRK-TIT-COUNT.
           IF  ACORDO-QTD-TITULOS      EQUAL ZEROS
               DISPLAY 'TITULOS ALTERADOS POR OUTRO PROCESSO - '
                       'NENHUM ACORDO GRAVADO'
               GO TO 0210-99-FIM
           END-IF.
           COMPUTE WRK-TOTAL-ACORDO =
                   WRK-TOTAL-SALDO + WRK-TOTAL-ENCARGOS.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-TOTAL-ACORDO / WRK-QTD-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA =
                   WRK-TOTAL-ACORDO -
                   (WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)).
           PERFORM 0230-GERAR-1-PARCELA
               VARYING WRK-PARCELA-IDX FROM 1 BY 1
               UNTIL WRK-PARCELA-IDX   GREATER WRK-QTD-PARCELAS.

           MOVE WRK-NUMERO-ACORDO      TO ACORDO-NUMERO.
           MOVE WRK-CPF                TO ACORDO-CPF.
           MOVE WRK-DATA-SYS           TO ACORDO-DATA.
           MOVE WRK-OPERADOR           TO ACORDO-OPERADOR.
           MOVE WRK-TOTAL-SALDO        TO ACORDO-VALOR-SALDO.
           MOVE WRK-TOTAL-ENCARGOS     TO ACORDO-VALOR-ENCARGOS.
           MOVE WRK-TOTAL-ACORDO       TO ACORDO-VALOR-TOTAL.
           MOVE WRK-QTD-PARCELAS       TO ACORDO-QTD-PARCELAS.
           SET ACORDO-ATIVO            TO TRUE.
           MOVE ZEROS                  TO ACORDO-DATA-ENCERRAMENTO.
           WRITE ACORDO-REC.

           IF  WRK-TOTAL-ENCARGOS      GREATER ZEROS
               MOVE WRK-CONTA-RECEBER   TO WRK-GL-CONTA-DEBITO
               MOVE WRK-CONTA-JUROS-RENEG TO WRK-GL-CONTA-CREDITO
               MOVE WRK-TOTAL-ENCARGOS  TO WRK-GL-VALOR
               PERFORM 0280-LANCAR-GLPOST
           END-IF.

           MOVE WRK-TOTAL-SALDO        TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-ENCARGOS     TO WRK-ENCARGOS-ED.
           MOVE WRK-TOTAL-ACORDO       TO WRK-TOTAL-ED.
           MOVE WRK-CPF                TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO ACORDREL-REC.
           STRING 'ACORDO '            DELIMITED BY SIZE
                  WRK-NUMERO-ACORDO    DELIMITED BY SIZE
                  ' CLIENTE '          DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' TITULOS '          DELIMITED BY SIZE
                  ACORDO-QTD-TITULOS   DELIMITED BY SIZE
                  ' SALDO='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' ENCARGOS='         DELIMITED BY SIZE
                  WRK-ENCARGOS-ED      DELIMITED BY SIZE
                  ' TOTAL='            DELIMITED BY SIZE
                  WRK-TOTAL-ED         DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WRK-QTD-PARCELAS     DELIMITED BY SIZE
                  'X'                  DELIMITED BY SIZE
                  INTO ACORDREL-REC
           END-STRING.
           WRITE ACORDREL-REC.

           MOVE 'ACORDO REN'           TO WRK-RESULTADO.
           PERFORM 0730-GRAVAR-LOG-ACESSO.
           DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO ' GRAVADO'.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM TITULO E, SE FOR DO CPF, EM ABERTO, VENCIDO E NAO FOR
      *    PARCELA DE ACORDO, GUARDA-O COM OS ENCARGOS ATE A DATA
      *================================================================*
       0215-SELECIONAR-1-TITULO        SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  CONTAREC-CPF            NOT EQUAL WRK-CPF
               SET WRK-CONTAREC-FIM     TO TRUE
               GO TO 0215-99-FIM
           END-IF.
           IF  NOT CONTAREC-ABERTO
           OR  CONTAREC-DATA-VENCTO    NOT LESS WRK-DATA-SYS
               GO TO 0215-99-FIM
           END-IF.
           MOVE CONTAREC-PEDIDO        TO ACORDO-NUMERO.
           READ ACORDO-FILE.
           IF  WRK-ACORDO-OK
               GO TO 0215-99-FIM
           END-IF.
           MOVE CONTAREC-FILIAL        TO WRK-FILIAL-TITULO.
           IF  WRK-FILIAL-TITULO       EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-TITULO
           END-IF.
           IF  WRK-FILIAL-ACORDO       EQUAL SPACES
               MOVE WRK-FILIAL-TITULO   TO WRK-FILIAL-ACORDO
           END-IF.
           IF  WRK-FILIAL-TITULO       NOT EQUAL WRK-FILIAL-ACORDO
               ADD 1                    TO WRK-QTD-OUTRA-FILIAL
               GO TO 0215-99-FIM
           END-IF.
           IF  WRK-TIT-COUNT           NOT LESS WRK-MAX-TITULOS
               ADD 1                    TO WRK-QTD-IGNORADOS
               GO TO 0215-99-FIM
           END-IF.

           COMPUTE WRK-SALDO = CONTAREC-VALOR - CONTAREC-VALOR-PAGO.
           MOVE CONTAREC-DATA-VENCTO   TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-SYS-ANO - WRK-ATR-ANO) * 360) +
                   ((WRK-SYS-MES - WRK-ATR-MES) * 30) +
                   (WRK-SYS-DIA - WRK-ATR-DIA).
           IF  WRK-DIAS-ATRASO         LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS-ATRASO
           END-IF.

           ADD 1                       TO WRK-TIT-COUNT.
           SET WRK-TIT-IDX             TO WRK-TIT-COUNT.
           MOVE CONTAREC-PEDIDO        TO WRK-TIT-PEDIDO(WRK-TIT-IDX).
           MOVE CONTAREC-PARCELA       TO WRK-TIT-PARCELA(WRK-TIT-IDX).
           MOVE CONTAREC-DATA-VENCTO   TO WRK-TIT-VENCTO(WRK-TIT-IDX).
           MOVE WRK-DIAS-ATRASO        TO WRK-TIT-DIAS(WRK-TIT-IDX).
           MOVE WRK-SALDO              TO WRK-TIT-SALDO(WRK-TIT-IDX).
           COMPUTE WRK-TIT-ENCARGOS(WRK-TIT-IDX) ROUNDED =
                   (WRK-SALDO * WRK-TAXA-MULTA) +
                   (WRK-SALDO * WRK-TAXA-JUROS-MES *
                    WRK-DIAS-ATRASO / 30).
           ADD WRK-SALDO               TO WRK-TOTAL-SALDO.
           ADD WRK-TIT-ENCARGOS(WRK-TIT-IDX) TO WRK-TOTAL-ENCARGOS.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA UM TITULO SELECIONADO PARA CONFERENCIA
      *================================================================*
       0217-EXIBIR-1-TITULO            SECTION.
      *================================================================*
           MOVE WRK-TIT-SALDO(WRK-TIT-IDX)    TO WRK-VALOR-ED.
           MOVE WRK-TIT-ENCARGOS(WRK-TIT-IDX) TO WRK-ENCARGOS-ED.
           MOVE WRK-TIT-DIAS(WRK-TIT-IDX)     TO WRK-DIAS-ATRASO-ED.
           DISPLAY '  PEDIDO ' WRK-TIT-PEDIDO(WRK-TIT-IDX)
                   '/' WRK-TIT-PARCELA(WRK-TIT-IDX)
                   ' VENCTO ' WRK-TIT-VENCTO(WRK-TIT-IDX)
                   ' ATRASO=' WRK-DIAS-ATRASO-ED
                   ' SALDO=' WRK-VALOR-ED
                   ' ENCARGOS=' WRK-ENCARGOS-ED.
      *================================================================*
       0217-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RELE O TITULO, MARCA-O COMO RENEGOCIADO E O GUARDA NO
      *    ACORDTIT; TITULO QUE MUDOU DESDE A SELECAO FICA DE FORA
      *================================================================*
       0220-RENEGOCIAR-1-TITULO        SECTION.
      *================================================================*
           MOVE WRK-TIT-PEDIDO(WRK-TIT-IDX)  TO CONTAREC-PEDIDO.
           MOVE WRK-TIT-PARCELA(WRK-TIT-IDX) TO CONTAREC-PARCELA.
           READ CONTAREC-FILE.
           IF  NOT WRK-CONTAREC-OK
           OR  NOT CONTAREC-ABERTO
               DISPLAY 'TITULO ' WRK-TIT-PEDIDO(WRK-TIT-IDX) '/'
                       WRK-TIT-PARCELA(WRK-TIT-IDX)
                       ' ALTERADO - FORA DO ACORDO'
               GO TO 0220-99-FIM
           END-IF.
           SET CONTAREC-RENEGOCIADO    TO TRUE.
           REWRITE CONTAREC-REC.

           MOVE WRK-NUMERO-ACORDO      TO ACORDTIT-ACORDO.
           MOVE CONTAREC-PEDIDO        TO ACORDTIT-PEDIDO.
           MOVE CONTAREC-PARCELA       TO ACORDTIT-PARCELA.
           MOVE CONTAREC-DATA-VENCTO   TO ACORDTIT-DATA-VENCTO.
           MOVE WRK-TIT-SALDO(WRK-TIT-IDX)    TO ACORDTIT-SALDO.
           MOVE WRK-TIT-ENCARGOS(WRK-TIT-IDX) TO ACORDTIT-ENCARGOS.
           WRITE ACORDTIT-REC.
           ADD 1                       TO ACORDO-QTD-TITULOS.
           ADD ACORDTIT-SALDO          TO WRK-TOTAL-SALDO.
           ADD ACORDTIT-ENCARGOS       TO WRK-TOTAL-ENCARGOS.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GERA UMA PARCELA DO ACORDO NO CONTAS A RECEBER, VENCENDO A
      *    CADA 30 DIAS A PARTIR DA DATA DO ACORDO
      *================================================================*
       0230-GERAR-1-PARCELA            SECTION.
      *================================================================*
           IF  WRK-PARCELA-IDX         EQUAL WRK-QTD-PARCELAS
               MOVE WRK-VALOR-ULTIMA    TO WRK-VALOR-TITULO
           ELSE
               MOVE WRK-VALOR-PARCELA   TO WRK-VALOR-TITULO
           END-IF.
           COMPUTE WRK-PRAZO-VENCTO =
                   WRK-PARCELA-IDX * WRK-INTERVALO-PARCELAS.
           PERFORM 0650-CALCULAR-VENCIMENTO.

           MOVE WRK-NUMERO-ACORDO      TO CONTAREC-PEDIDO.
           MOVE WRK-PARCELA-IDX        TO CONTAREC-PARCELA.
           MOVE WRK-CPF                TO CONTAREC-CPF.
           MOVE WRK-FILIAL-ACORDO      TO CONTAREC-FILIAL.
           MOVE WRK-DATA-SYS           TO CONTAREC-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO        TO CONTAREC-DATA-VENCTO.
           MOVE WRK-VALOR-TITULO       TO CONTAREC-VALOR.
           MOVE ZEROS                  TO CONTAREC-VALOR-PAGO
                                           CONTAREC-VALOR-REMETIDO.
           SET CONTAREC-ABERTO         TO TRUE.
           WRITE CONTAREC-REC
               INVALID KEY
                   REWRITE CONTAREC-REC
           END-WRITE.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM E AVANCA O NUMERO DO ACORDO NO CONTADOR PERSISTENTE,
      *    COMECANDO NA FAIXA PROPRIA
      *================================================================*
       0240-OBTER-NUMERO-ACORDO        SECTION.
      *================================================================*
           MOVE WRK-NUMERO-BASE        TO WRK-NUMERO-ACORDO.
           OPEN INPUT BATSEQ-FILE.
           IF  WRK-BATSEQ-OK
               READ BATSEQ-FILE
                   NOT AT END
                       IF  BATSEQ-NUM   GREATER WRK-NUMERO-BASE
                           MOVE BATSEQ-NUM TO WRK-NUMERO-ACORDO
                       END-IF
               END-READ
               CLOSE BATSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NUMERO-ACORDO.
           MOVE WRK-NUMERO-ACORDO      TO BATSEQ-NUM.
           OPEN OUTPUT BATSEQ-FILE.
           WRITE BATSEQ-REC.
           CLOSE BATSEQ-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS ACORDOS ATIVOS: QUITA OS PAGOS E ROMPE OS COM
      *    PARCELA EM ATRASO ACIMA DA TOLERANCIA
      *================================================================*
       0250-VERIFICAR-ACORDOS          SECTION.
      *================================================================*
           DISPLAY 'TOLERANCIA DE ATRASO DA PARCELA EM DIAS '
                   '(ENTER = 30):'.
           MOVE ZEROS                  TO WRK-TOLERANCIA.
           ACCEPT WRK-TOLERANCIA.
           IF  WRK-TOLERANCIA          EQUAL ZEROS
               MOVE 30                  TO WRK-TOLERANCIA
           END-IF.
           MOVE SPACES                 TO ACORDREL-REC.
           STRING 'VERIFICACAO DE ROMPIMENTO - TOLERANCIA '
                                       DELIMITED BY SIZE
                  WRK-TOLERANCIA       DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO ACORDREL-REC
           END-STRING.
           WRITE ACORDREL-REC.

           MOVE ZEROS                  TO ACORDO-NUMERO.
           START ACORDO-FILE KEY NOT LESS ACORDO-NUMERO
               INVALID KEY
                   SET WRK-ACORDO-FIM   TO TRUE
           END-START.
           PERFORM 0255-VERIFICAR-1-ACORDO UNTIL WRK-ACORDO-FIM.

           MOVE SPACES                 TO ACORDREL-REC.
           STRING 'ATIVOS VERIFICADOS=' DELIMITED BY SIZE
                  WRK-QTD-VERIFICADOS  DELIMITED BY SIZE
                  ' QUITADOS='         DELIMITED BY SIZE
                  WRK-QTD-QUITADOS     DELIMITED BY SIZE
                  ' ROMPIDOS='         DELIMITED BY SIZE
                  WRK-QTD-ROMPIDOS     DELIMITED BY SIZE
                  INTO ACORDREL-REC
           END-STRING.
           WRITE ACORDREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    AVALIA AS PARCELAS DE UM ACORDO ATIVO E O ENCERRA QUANDO
      *    QUITADO OU ROMPIDO
      *================================================================*
       0255-VERIFICAR-1-ACORDO         SECTION.
      *================================================================*
           READ ACORDO-FILE NEXT RECORD
               AT END
                   SET WRK-ACORDO-FIM   TO TRUE
                   GO TO 0255-99-FIM
           END-READ.
           IF  NOT ACORDO-ATIVO
               GO TO 0255-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-VERIFICADOS.
           MOVE 'N'                    TO WRK-ROMPER.
           MOVE '01'                   TO WRK-FILIAL-ACORDO.
           MOVE ZEROS                  TO WRK-MAIOR-ATRASO
                                           WRK-QTD-PARC-QUITADAS
                                           WRK-SOMA-VALOR
                                           WRK-SOMA-PAGO.
           PERFORM 0260-AVALIAR-1-PARCELA
               VARYING WRK-PARCELA-IDX FROM 1 BY 1
               UNTIL WRK-PARCELA-IDX   GREATER ACORDO-QTD-PARCELAS.

           IF  WRK-QTD-PARC-QUITADAS   EQUAL ACORDO-QTD-PARCELAS
               SET ACORDO-QUITADO       TO TRUE
               MOVE WRK-DATA-SYS        TO ACORDO-DATA-ENCERRAMENTO
               REWRITE ACORDO-REC
               ADD 1                    TO WRK-QTD-QUITADOS
               MOVE ACORDO-CPF          TO MASC-CPF
               PERFORM 0965-MASCARAR-CPF
               MOVE SPACES              TO ACORDREL-REC
               STRING 'ACORDO '         DELIMITED BY SIZE
                      ACORDO-NUMERO     DELIMITED BY SIZE
                      ' CLIENTE '       DELIMITED BY SIZE
                      MASC-CPF          DELIMITED BY SIZE
                      ' QUITADO'        DELIMITED BY SIZE
                      INTO ACORDREL-REC
               END-STRING
               WRITE ACORDREL-REC
               GO TO 0255-99-FIM
           END-IF.

           IF  WRK-ACORDO-A-ROMPER
               PERFORM 0270-ROMPER-ACORDO
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UMA PARCELA DO ACORDO E MEDE O ATRASO DA EM ABERTO
      *================================================================*
       0260-AVALIAR-1-PARCELA          SECTION.
      *================================================================*
           MOVE ACORDO-NUMERO          TO CONTAREC-PEDIDO.
           MOVE WRK-PARCELA-IDX        TO CONTAREC-PARCELA.
           READ CONTAREC-FILE.
           IF  NOT WRK-CONTAREC-OK
               GO TO 0260-99-FIM
           END-IF.
           IF  CONTAREC-FILIAL         NOT EQUAL SPACES
               MOVE CONTAREC-FILIAL     TO WRK-FILIAL-ACORDO
           END-IF.
           ADD CONTAREC-VALOR          TO WRK-SOMA-VALOR.
           ADD CONTAREC-VALOR-PAGO     TO WRK-SOMA-PAGO.
           IF  CONTAREC-QUITADO
               ADD 1                    TO WRK-QTD-PARC-QUITADAS
               GO TO 0260-99-FIM
           END-IF.
           IF  NOT CONTAREC-ABERTO
               GO TO 0260-99-FIM
           END-IF.
           MOVE CONTAREC-DATA-VENCTO   TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-SYS-ANO - WRK-ATR-ANO) * 360) +
                   ((WRK-SYS-MES - WRK-ATR-MES) * 30) +
                   (WRK-SYS-DIA - WRK-ATR-DIA).
           IF  WRK-DIAS-ATRASO         GREATER WRK-MAIOR-ATRASO
               MOVE WRK-DIAS-ATRASO     TO WRK-MAIOR-ATRASO
           END-IF.
           IF  WRK-DIAS-ATRASO         GREATER WRK-TOLERANCIA
               SET WRK-ACORDO-A-ROMPER  TO TRUE
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ROMPE O ACORDO: CANCELA AS PARCELAS EM ABERTO, ABATE O
      *    VALOR PAGO NOS TITULOS ORIGINAIS E DEVOLVE O RESTANTE AO
      *    CONTAS A RECEBER COMO VENCIDO, ESTORNANDO OS ENCARGOS NAO
      *    RECEBIDOS
      *================================================================*
       0270-ROMPER-ACORDO              SECTION.
      *================================================================*
      *
      *    PAGO LIQUIDO NO ACORDO: O PAGO NAS PARCELAS MENOS OS
      *    ENCARGOS DE ATRASO QUE A BAIXA SOMOU AS PROPRIAS PARCELAS
      *
           COMPUTE WRK-PAGO-LIQUIDO = WRK-SOMA-PAGO -
                   (WRK-SOMA-VALOR - ACORDO-VALOR-TOTAL).
           IF  WRK-PAGO-LIQUIDO        LESS ZEROS
               MOVE ZEROS               TO WRK-PAGO-LIQUIDO
           END-IF.
           MOVE ZEROS                  TO WRK-SALDO-CANCELADO
                                           WRK-SALDO-DEVOLVIDO.
           PERFORM 0272-CANCELAR-1-PARCELA
               VARYING WRK-PARCELA-IDX FROM 1 BY 1
               UNTIL WRK-PARCELA-IDX   GREATER ACORDO-QTD-PARCELAS.

           MOVE ACORDO-NUMERO          TO ACORDTIT-ACORDO.
           MOVE ZEROS                  TO ACORDTIT-PEDIDO
                                           ACORDTIT-PARCELA.
           MOVE SPACES                 TO WRK-ACORDTIT-STATUS.
           START ACORDTIT-FILE KEY NOT LESS ACORDTIT-CHAVE
               INVALID KEY
                   SET WRK-ACORDTIT-FIM TO TRUE
           END-START.
           PERFORM 0275-REABRIR-1-TITULO UNTIL WRK-ACORDTIT-FIM.

           COMPUTE WRK-ESTORNO =
                   WRK-SALDO-CANCELADO - WRK-SALDO-DEVOLVIDO.
           IF  WRK-ESTORNO             GREATER ZEROS
               MOVE WRK-CONTA-JUROS-RENEG TO WRK-GL-CONTA-DEBITO
               MOVE WRK-CONTA-RECEBER   TO WRK-GL-CONTA-CREDITO
               MOVE WRK-ESTORNO         TO WRK-GL-VALOR
               MOVE ACORDO-NUMERO       TO WRK-NUMERO-ACORDO
               PERFORM 0280-LANCAR-GLPOST
           END-IF.

           SET ACORDO-ROMPIDO          TO TRUE.
           MOVE WRK-DATA-SYS           TO ACORDO-DATA-ENCERRAMENTO.
           REWRITE ACORDO-REC.
           ADD 1                       TO WRK-QTD-ROMPIDOS.

           MOVE WRK-MAIOR-ATRASO       TO WRK-DIAS-ATRASO-ED.
           MOVE WRK-SALDO-CANCELADO    TO WRK-VALOR-ED.
           MOVE WRK-SALDO-DEVOLVIDO    TO WRK-TOTAL-ED.
           MOVE ACORDO-CPF             TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO ACORDREL-REC.
           STRING 'ACORDO '            DELIMITED BY SIZE
                  ACORDO-NUMERO        DELIMITED BY SIZE
                  ' CLIENTE '          DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' ROMPIDO ATRASO='   DELIMITED BY SIZE
                  WRK-DIAS-ATRASO-ED   DELIMITED BY SIZE
                  ' PARCELAS CANCELADAS=' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' DEVOLVIDO AOS TITULOS=' DELIMITED BY SIZE
                  WRK-TOTAL-ED         DELIMITED BY SIZE
                  INTO ACORDREL-REC
           END-STRING.
           WRITE ACORDREL-REC.

           MOVE 'ACORDO ROM'           TO WRK-RESULTADO.
           PERFORM 0730-GRAVAR-LOG-ACESSO.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CANCELA UMA PARCELA EM ABERTO DO ACORDO ROMPIDO
      *================================================================*
       0272-CANCELAR-1-PARCELA         SECTION.
      *================================================================*
           MOVE ACORDO-NUMERO          TO CONTAREC-PEDIDO.
           MOVE WRK-PARCELA-IDX        TO CONTAREC-PARCELA.
           READ CONTAREC-FILE.
           IF  NOT WRK-CONTAREC-OK
           OR  NOT CONTAREC-ABERTO
               GO TO 0272-99-FIM
           END-IF.
           COMPUTE WRK-SALDO = CONTAREC-VALOR - CONTAREC-VALOR-PAGO.
           ADD WRK-SALDO               TO WRK-SALDO-CANCELADO.
           SET CONTAREC-CANCELADO      TO TRUE.
           REWRITE CONTAREC-REC.
      *================================================================*
       0272-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABATE O PAGO LIQUIDO NO SALDO DE UM TITULO ORIGINAL E O
      *    DEVOLVE AO CONTAS A RECEBER: QUITADO SE COBERTO, SENAO EM
      *    ABERTO COM O VENCIMENTO ORIGINAL
      *================================================================*
       0275-REABRIR-1-TITULO           SECTION.
      *================================================================*
           READ ACORDTIT-FILE NEXT RECORD
               AT END
                   SET WRK-ACORDTIT-FIM TO TRUE
                   GO TO 0275-99-FIM
           END-READ.
           IF  ACORDTIT-ACORDO         NOT EQUAL ACORDO-NUMERO
               SET WRK-ACORDTIT-FIM     TO TRUE
               GO TO 0275-99-FIM
           END-IF.
           MOVE ACORDTIT-PEDIDO        TO CONTAREC-PEDIDO.
           MOVE ACORDTIT-PARCELA       TO CONTAREC-PARCELA.
           READ CONTAREC-FILE.
           IF  NOT WRK-CONTAREC-OK
           OR  NOT CONTAREC-RENEGOCIADO
               GO TO 0275-99-FIM
           END-IF.
           IF  WRK-PAGO-LIQUIDO        GREATER ACORDTIT-SALDO
               MOVE ACORDTIT-SALDO      TO WRK-ABATIMENTO
           ELSE
               MOVE WRK-PAGO-LIQUIDO    TO WRK-ABATIMENTO
           END-IF.
           SUBTRACT WRK-ABATIMENTO     FROM WRK-PAGO-LIQUIDO.
           ADD WRK-ABATIMENTO          TO CONTAREC-VALOR-PAGO.
           COMPUTE WRK-SALDO = ACORDTIT-SALDO - WRK-ABATIMENTO.
           ADD WRK-SALDO               TO WRK-SALDO-DEVOLVIDO.
           IF  WRK-SALDO               EQUAL ZEROS
               SET CONTAREC-QUITADO     TO TRUE
           ELSE
               SET CONTAREC-ABERTO      TO TRUE
           END-IF.
           MOVE ZEROS                  TO CONTAREC-VALOR-REMETIDO.
           REWRITE CONTAREC-REC.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA NO EXTRATO CONTABIL O PAR DEBITO/CREDITO PREPARADO,
      *    COM O NUMERO DO ACORDO NO LOTE
      *================================================================*
       0280-LANCAR-GLPOST              SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGRENEG'            TO GLPOST-PROGRAMA.
           MOVE WRK-FILIAL-ACORDO      TO GLPOST-FILIAL.
           MOVE WRK-NUMERO-ACORDO      TO GLPOST-LOTE.
           MOVE WRK-OPERADOR           TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-GL-CONTA-DEBITO    TO GLPOST-CONTA.
           MOVE WRK-GL-VALOR           TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-GL-CONTA-CREDITO   TO GLPOST-CONTA.
           MOVE WRK-GL-VALOR           TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           CLOSE GLPOST-FILE.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A DATA DE VENCIMENTO SOMANDO O PRAZO DA PARCELA A
      *    DATA DO SISTEMA, COM VIRADA DE MES/ANO PELO CALENDARIO
      *================================================================*
       0650-CALCULAR-VENCIMENTO        SECTION.
      *================================================================*
           DIVIDE WRK-DATA-SYS         BY 10000
               GIVING WRK-VENC-ANO REMAINDER WRK-VENC-RESTO.
           DIVIDE WRK-VENC-RESTO       BY 100
               GIVING WRK-VENC-MES REMAINDER WRK-VENC-DIA.
           ADD WRK-PRAZO-VENCTO        TO WRK-VENC-DIA.
           MOVE ZEROS                  TO WRK-VENC-DIAS-MES.
           PERFORM 0660-VIRAR-MES-VENCIMENTO
               UNTIL WRK-VENC-DIA NOT GREATER WRK-VENC-DIAS-MES.
           COMPUTE WRK-DATA-VENCTO = (WRK-VENC-ANO * 10000) +
                   (WRK-VENC-MES * 100) + WRK-VENC-DIA.
      *================================================================*
       0650-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONSOME UM MES INTEIRO DO EXCEDENTE DE DIAS DO VENCIMENTO
      *================================================================*
       0660-VIRAR-MES-VENCIMENTO       SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-VENC-MES) TO WRK-VENC-DIAS-MES.
           IF  WRK-VENC-MES            EQUAL 2
               DIVIDE WRK-VENC-ANO     BY 4
                   GIVING WRK-VENC-QUOCIENTE
                   REMAINDER WRK-VENC-RESTO
               IF  WRK-VENC-RESTO      EQUAL ZEROS
                   MOVE 29              TO WRK-VENC-DIAS-MES
               END-IF
           END-IF.
           IF  WRK-VENC-DIA            GREATER WRK-VENC-DIAS-MES
               SUBTRACT WRK-VENC-DIAS-MES FROM WRK-VENC-DIA
               ADD 1                   TO WRK-VENC-MES
               IF  WRK-VENC-MES        GREATER 12
                   MOVE 1               TO WRK-VENC-MES
                   ADD 1                TO WRK-VENC-ANO
               END-IF
           END-IF.
      *================================================================*
       0660-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A OPERACAO E O SUPERVISOR NA TRILHA DE AUDITORIA
      *    DE ACESSO
      *================================================================*
       0730-GRAVAR-LOG-ACESSO          SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND LOGINLOG-FILE.
           IF  WRK-LOGINLOG-STATUS     EQUAL '35'
               OPEN OUTPUT LOGINLOG-FILE
               CLOSE LOGINLOG-FILE
               OPEN EXTEND LOGINLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO LOGINLOG-DATA.
           MOVE WRK-HORA-SYS           TO LOGINLOG-HORA.
           MOVE WRK-OPERADOR           TO LOGINLOG-USUARIO.
           MOVE WRK-NIVEL-OPERADOR     TO LOGINLOG-NIVEL.
           MOVE WRK-RESULTADO          TO LOGINLOG-RESULTADO.
           WRITE LOGINLOG-REC.
           CLOSE LOGINLOG-FILE.
      *================================================================*
       0730-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA OS ARQUIVOS E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  NOT WRK-AUTORIZACAO-OK
               GOBACK
           END-IF.
           CLOSE CONTAREC-FILE.
           CLOSE ACORDO-FILE.
           CLOSE ACORDTIT-FILE.
           CLOSE ACORDREL-FILE.
           DISPLAY 'ACORDOS DE RENEGOCIACAO - RELATORIO EM ACORDREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
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
