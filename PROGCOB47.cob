      *              MEIA-NOITE NAO ESPALHAR SALESHIS, JOBCTL E
      *              GLPOST POR DOIS DIAS E CRIAR DIVERGENCIA
      *              FANTASMA NO PROGCOB37
      * XX/XX/XXXX - NOVO PASSO PROGINTEG NO FIM DA CADEIA: VERIFICACAO
      *              DE INTEGRIDADE REFERENCIAL ENTRE CADASTROS E
      *              MOVIMENTOS, SO DE LEITURA, COM AS EXCECOES NO
      *              RELATORIO INTEGREL
      * XX/XX/XXXX - OS PASSOS SAEM DA TABELA FIXA E PASSAM A VIR DA
      *              AGENDA JOBSCHED (MANTIDA PELO PROGAGEND), COM
      *              REGRA DE FREQUENCIA (DIARIO, DIA DA SEMANA,
      *              ULTIMO DIA UTIL, N-ESIMO DIA UTIL, DATA ANUAL)
      *              RESOLVIDA CONTRA O DATAPROC E O CALENDARIO
      *              FERIADOS, E PREDECESSORES; A CADEIA RODA SO OS
      *              PASSOS PREVISTOS PARA O DIA. SEM A AGENDA, ELA E
      *              CRIADA COM OS PASSOS DIARIOS DA TABELA ANTIGA E
      *              OS PERIODICOS QUE ERAM DISPARADOS A MAO
      *              (PROGCOB53, PROGCOB82, PROGCOB20, PROGCOB79 E
      *              PROGCOB83)
      * XX/XX/XXXX - NOVO PASSO DIARIO PROGDWEXT NA AGENDA PADRAO:
      *              EXTRATO INCREMENTAL DO DIA PARA O DATA WAREHOUSE,
      *              DEPOIS DO LOTE DE PEDIDOS; NA AGENDA JA GRAVADA O
      *              PASSO E INCLUIDO PELO PROGAGEND
      * XX/XX/XXXX - NOVO PASSO DIARIO PROGPFGER (GERACAO DOS PEDIDOS
      *              FIXOS NO LOTE PEDITEM) NA AGENDA PADRAO, ANTES DO
      *              LOTE DE PEDIDOS (PROGCOB18); OS PREDECESSORES DOS
      *              PASSOS SEGUINTES FORAM RENUMERADOS
      * XX/XX/XXXX - NOVO PASSO MENSAL PROGPREV (PREVISAO DE DEMANDA,
      *              1O DIA UTIL, DEPOIS DO LOTE DE PEDIDOS) NA AGENDA
      *              PADRAO, ANTES DA SUGESTAO DE REPOSICAO (PROGCOB69),
      *              QUE USA A PREVISAO; OS PREDECESSORES DOS PASSOS
      *              SEGUINTES FORAM RENUMERADOS
      * XX/XX/XXXX - A AGENDA PADRAO E NUMERADA DE 5 EM 5 (05 A 75),
      *              COM O NUMERO DO PASSO EXPLICITO NA TABELA E OS
      *              PREDECESSORES REMAPEADOS; PASSO NOVO ENTRA ENTRE
      *              DOIS EXISTENTES SEM RENUMERAR OS SEGUINTES
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS JOBCTL-CHAVE
               FILE STATUS            IS WRK-JOBCTL-STATUS.
           SELECT JOBSCHED-FILE         ASSIGN TO "JOBSCHED"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS JOBSCHED-PASSO
               FILE STATUS            IS WRK-JOBSCHED-STATUS.
           SELECT FERIADOS-FILE         ASSIGN TO "FERIADOS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FERIADOS-DATA
               FILE STATUS            IS WRK-FERIADOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  JOBCTL-FILE.
           COPY 'JOBCTL.COB'.
       FD  JOBSCHED-FILE.
           COPY 'JOBSCHED.COB'.
       FD  FERIADOS-FILE.
           COPY 'FERIADOS.COB'.
       WORKING-STORAGE                 SECTION.
      *
      *    AGENDA PADRAO, GRAVADA NO JOBSCHED QUANDO ELE NAO EXISTE:
      *    OS PASSOS DIARIOS NA ORDEM DE DEPENDENCIA E OS PERIODICOS
      *    (PROGRAMA, DESCRICAO, FREQUENCIA, PARAMETRO E TRES
      *    PREDECESSORES). OS PASSOS SAO NUMERADOS DE 5 EM 5, PARA
      *    UM PASSO NOVO ENTRAR ENTRE DOIS EXISTENTES SEM RENUMERAR OS
      *    SEGUINTES NEM INVALIDAR A AGENDA JA GRAVADA
      *
       01  WRK-PASSO-TAB-INIT.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 05.
               03  FILLER               PIC X(009) VALUE 'PROGCOB22'.
               03  FILLER               PIC X(030) VALUE
                   'CONFERENCIA DE CPFS DA CARGA'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 10.
               03  FILLER               PIC X(009) VALUE 'PROGCOB34'.
               03  FILLER               PIC X(030) VALUE
                   'PRE-CRITICA DO LOTE DE FOLHA'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 15.
               03  FILLER               PIC X(009) VALUE 'PROGPFGER'.
               03  FILLER               PIC X(030) VALUE
                   'GERACAO DOS PEDIDOS FIXOS'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 20.
               03  FILLER               PIC X(009) VALUE 'PROGCOB18'.
               03  FILLER               PIC X(030) VALUE
                   'LOTE DE PEDIDOS DE VENDA'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 25.
               03  FILLER               PIC X(009) VALUE 'PROGCOB30'.
               03  FILLER               PIC X(030) VALUE
                   'EXTRATO CONTABIL DE VENDAS'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 30.
               03  FILLER               PIC X(009) VALUE 'PROGCOB31'.
               03  FILLER               PIC X(030) VALUE
                   'BALANCETE DE VERIFICACAO'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 35.
               03  FILLER               PIC X(009) VALUE 'PROGPREV '.
               03  FILLER               PIC X(030) VALUE
                   'PREVISAO DE DEMANDA'.
               03  FILLER               PIC X(011) VALUE 'N0001200000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 40.
               03  FILLER               PIC X(009) VALUE 'PROGCOB69'.
               03  FILLER               PIC X(030) VALUE
                   'SUGESTAO DE REPOSICAO DE ESTOQ'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 45.
               03  FILLER               PIC X(009) VALUE 'PROGINTEG'.
               03  FILLER               PIC X(030) VALUE
                   'INTEGRIDADE REFERENCIAL'.
               03  FILLER               PIC X(011) VALUE 'D0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 50.
               03  FILLER               PIC X(009) VALUE 'PROGCOB53'.
               03  FILLER               PIC X(030) VALUE
                   'CARTAS DE COBRANCA'.
               03  FILLER               PIC X(011) VALUE 'S0002000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 55.
               03  FILLER               PIC X(009) VALUE 'PROGCOB82'.
               03  FILLER               PIC X(030) VALUE
                   'PROVISAO DE 13O E FERIAS'.
               03  FILLER               PIC X(011) VALUE 'F0000000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 60.
               03  FILLER               PIC X(009) VALUE 'PROGCOB20'.
               03  FILLER               PIC X(030) VALUE
                   'FECHAMENTO MENSAL'.
               03  FILLER               PIC X(011) VALUE 'F0000305500'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 65.
               03  FILLER               PIC X(009) VALUE 'PROGCOB79'.
               03  FILLER               PIC X(030) VALUE
                   'GUIA DO FGTS'.
               03  FILLER               PIC X(011) VALUE 'N0005000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 70.
               03  FILLER               PIC X(009) VALUE 'PROGCOB83'.
               03  FILLER               PIC X(030) VALUE
                   'DECLARACAO ANUAL DE RETENCOES'.
               03  FILLER               PIC X(011) VALUE 'A0215000000'.
           02  FILLER.
               03  FILLER               PIC 9(002) VALUE 75.
               03  FILLER               PIC X(009) VALUE 'PROGDWEXT'.
               03  FILLER               PIC X(030) VALUE
                   'EXTRATO DO DATA WAREHOUSE'.
               03  FILLER               PIC X(011) VALUE 'D0000200000'.
       01  WRK-PASSO-TAB REDEFINES WRK-PASSO-TAB-INIT.
           02  WRK-PASSO-ENTRY          OCCURS 15 TIMES.
               03  WRK-PASSO-NUM        PIC 9(002).
               03  WRK-PASSO-NOME       PIC X(009).
               03  WRK-PASSO-DESC       PIC X(030).
               03  WRK-PASSO-FREQ       PIC X(001).
               03  WRK-PASSO-PARAM      PIC 9(004).
               03  WRK-PASSO-PRED       PIC 9(002)  OCCURS 3 TIMES.
       77  WRK-QTD-PASSOS               PIC 9(002)      VALUE 15.
      *
      *    AGENDA DO DIA, CARREGADA DO JOBSCHED NA ORDEM DOS PASSOS
      *    (SO OS ATIVOS), COM A MARCA DE PREVISTO PARA A DATA
      *
       01  WRK-AGD-TAB.
           02  WRK-AGD-ENTRY            OCCURS 30 TIMES.
               03  WRK-AGD-PASSO        PIC 9(002).
               03  WRK-AGD-PROGRAMA     PIC X(009).
               03  WRK-AGD-DESCRICAO    PIC X(030).
               03  WRK-AGD-FREQUENCIA   PIC X(001).
               03  WRK-AGD-PARAMETRO    PIC 9(004).
               03  WRK-AGD-PRED         PIC 9(002)  OCCURS 3 TIMES.
               03  WRK-AGD-PREVISTO     PIC X(001).
       77  WRK-AGD-COUNT                PIC 9(002)      VALUE ZEROS.
       77  WRK-AGD-MAX                  PIC 9(002)      VALUE 30.
       77  WRK-AGD-IDX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-AGD-IDX2                 PIC 9(002)      VALUE ZEROS.
       77  WRK-PRED-IDX                 PIC 9(001)      VALUE ZEROS.
       77  WRK-PRED-PASSO               PIC 9(002)      VALUE ZEROS.
       77  WRK-PRED-ACHADO              PIC 9(002)      VALUE ZEROS.
       77  WRK-PRED-SITUACAO            PIC X(001)      VALUE 'S'.
           88  WRK-PRED-LIBERADO                        VALUE 'S'.
           88  WRK-PRED-PENDENTE                        VALUE 'N'.
       77  WRK-ANUAL-ALVO               PIC 9(008)      VALUE ZEROS.
       77  WRK-ANUAL-ALVO-ANT           PIC 9(008)      VALUE ZEROS.
      *
       77  WRK-DATAPROC-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-JOBCTL-STATUS            PIC X(002)      VALUE SPACES.
           88  WRK-JOBCTL-OK                            VALUE '00'.
           88  WRK-JOBCTL-NAO-ACHOU                     VALUE '23'.
           88  WRK-JOBCTL-INEXISTENTE                   VALUE '35'.
       77  WRK-JOBSCHED-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-JOBSCHED-OK                          VALUE '00'.
           88  WRK-JOBSCHED-FIM                         VALUE '10'.
           88  WRK-JOBSCHED-INEXISTENTE                 VALUE '35'.
      *
       01  WRK-DATA-SYS                 PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO              PIC 9(004).
           05  WRK-SYS-MES              PIC 9(002).
           05  WRK-SYS-DIA              PIC 9(002).
       77  WRK-HORA-SYS                 PIC 9(008)      VALUE ZEROS.
       77  WRK-PASSO-IDX                PIC 9(002)      VALUE ZEROS.
       77  WRK-CADEIA-PAROU             PIC X(001)      VALUE 'N'.
           88  WRK-CADEIA-PARADA                        VALUE 'S'.
       77  WRK-QTD-EXECUTADOS           PIC 9(002)      VALUE ZEROS.
       77  WRK-QTD-PULADOS              PIC 9(002)      VALUE ZEROS.
       77  WRK-QTD-NAO-PREVISTOS        PIC 9(002)      VALUE ZEROS.
      *
      *    SITUACAO DA DATA DE PROCESSAMENTO NO CALENDARIO, RESOLVIDA
      *    UMA VEZ NA INICIALIZACAO
      *
       77  WRK-HOJE-UTIL                PIC X(001)      VALUE 'N'.
           88  WRK-HOJE-EH-UTIL                         VALUE 'S'.
       77  WRK-HOJE-SEMANA              PIC 9(001)      VALUE ZEROS.
       77  WRK-HOJE-ORDEM-UTIL          PIC 9(002)      VALUE ZEROS.
       77  WRK-HOJE-FIM-MES             PIC X(001)      VALUE 'N'.
           88  WRK-HOJE-ULTIMO-UTIL                     VALUE 'S'.
       77  WRK-UTIL-ANTERIOR            PIC 9(008)      VALUE ZEROS.
      *
      *    DIA EM AVALIACAO NO CALENDARIO (AVANCO/RECUO DE UM DIA E
      *    CHECAGEM DE DIA UTIL)
      *
       77  WRK-CAL-ANO                  PIC 9(004)      VALUE ZEROS.
       77  WRK-CAL-MES                  PIC 9(002)      VALUE ZEROS.
       77  WRK-CAL-DIA                  PIC 9(002)      VALUE ZEROS.
       77  WRK-CAL-DATA                 PIC 9(008)      VALUE ZEROS.
       77  WRK-CAL-MMDD                 PIC 9(004)      VALUE ZEROS.
       77  WRK-CAL-DIAS-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-CAL-RESTO                PIC 9(004)      VALUE ZEROS.
       77  WRK-CAL-QUOCIENTE            PIC 9(004)      VALUE ZEROS.
       77  WRK-CAL-SEMANA               PIC 9(001)      VALUE ZEROS.
       77  WRK-CAL-UTIL                 PIC X(001)      VALUE 'N'.
           88  WRK-CAL-EH-UTIL                          VALUE 'S'.
       77  WRK-FER-IDX                  PIC 9(002)      VALUE ZEROS.
      *
      *    FERIADOS LIDOS DO ARQUIVO FERIADOS (PROGCOB95); SEM O
      *    ARQUIVO, A CHECAGEM SEGUE NA TABELA FIXA DO CALEND
      *
       77  WRK-FERIADOS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FERIADOS-OK                          VALUE '00'.
           88  WRK-FERIADOS-ARQ-FIM                     VALUE '10'.
           88  WRK-FERIADOS-INEXISTENTE                 VALUE '35'.
       77  WRK-FERIADOS-ORIGEM          PIC X(001)      VALUE 'N'.
           88  WRK-FERIADOS-NO-ARQUIVO                  VALUE 'S'.
       01  WRK-FERARQ-TAB.
           05  WRK-FERARQ-DATA          PIC 9(008)  OCCURS 60 TIMES.
       77  WRK-FERARQ-COUNT             PIC 9(002)      VALUE ZEROS.
       77  WRK-FERARQ-IDX               PIC 9(002)      VALUE ZEROS.
       77  WRK-FERARQ-AVISO             PIC X(001)      VALUE 'N'.
           88  WRK-FERARQ-AVISADO                       VALUE 'S'.
      *
      *    CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER):
      *    RESULTADO 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
      *
       77  WRK-ZEL-ANO                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-MES                  PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-K                    PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-J                    PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-T1                   PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-T2                   PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-T3                   PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-RESTO                PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-SOMA                 PIC 9(006)      VALUE ZEROS.
       77  WRK-ZEL-QUOCIENTE            PIC 9(006)      VALUE ZEROS.
       77  WRK-DIA-SEMANA               PIC 9(001)      VALUE ZEROS.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (DIAS DE CADA MES E
      *    FERIADOS FIXOS)
      *
           COPY 'CALEND.COB'.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *================================================================*

      *================================================================*
      *    ABRE O CONTROLE DE EXECUCAO DA NOITE, CARREGA A AGENDA E
      *    MARCA OS PASSOS PREVISTOS PARA A DATA
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
               CLOSE JOBCTL-FILE
               OPEN I-O JOBCTL-FILE
           END-IF.

           PERFORM 0092-CARREGAR-FERIADOS.
           PERFORM 0110-CARREGAR-AGENDA.
           PERFORM 0130-RESOLVER-CALENDARIO.
           PERFORM 0150-MARCAR-1-PREVISTO
               VARYING WRK-AGD-IDX FROM 1 BY 1
               UNTIL WRK-AGD-IDX       GREATER WRK-AGD-COUNT.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS FERIADOS DO ARQUIVO FERIADOS NA TABELA DE
      *    TRABALHO, A PARTIR DE DEZEMBRO DO ANO ANTERIOR (O DIA UTIL
      *    ANTERIOR DE JANEIRO CAI NELE); SEM O ARQUIVO, A CHECAGEM
      *    SEGUE NA TABELA FIXA DO CALEND COMO CONTINGENCIA
      *================================================================*
       0092-CARREGAR-FERIADOS          SECTION.
      *================================================================*
           OPEN INPUT FERIADOS-FILE.
           IF  WRK-FERIADOS-INEXISTENTE
               GO TO 0092-99-FIM
           END-IF.
           COMPUTE FERIADOS-DATA = ((WRK-SYS-ANO - 1) * 10000) + 1201.
           START FERIADOS-FILE KEY NOT LESS FERIADOS-DATA
               INVALID KEY
                   SET WRK-FERIADOS-ARQ-FIM TO TRUE
           END-START.
           PERFORM 0094-CARREGAR-1-FERIADO
               UNTIL WRK-FERIADOS-ARQ-FIM.
           IF  WRK-FERARQ-COUNT        GREATER ZEROS
               SET WRK-FERIADOS-NO-ARQUIVO TO TRUE
           END-IF.
           CLOSE FERIADOS-FILE.
      *================================================================*
       0092-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE E GUARDA UM FERIADO DO ARQUIVO
      *================================================================*
       0094-CARREGAR-1-FERIADO         SECTION.
      *================================================================*
           READ FERIADOS-FILE NEXT RECORD
               AT END
                   SET WRK-FERIADOS-ARQ-FIM TO TRUE
           END-READ.
           IF  WRK-FERIADOS-OK
               IF  WRK-FERARQ-COUNT    LESS 60
                   ADD 1                TO WRK-FERARQ-COUNT
                   MOVE FERIADOS-DATA   TO WRK-FERARQ-DATA
                                            (WRK-FERARQ-COUNT)
               ELSE
                   IF  NOT WRK-FERARQ-AVISADO
                       DISPLAY 'AVISO: TABELA DE 60 FERIADOS CHEIA '
                               '- FERIADOS A PARTIR DE '
                               FERIADOS-DATA ' IGNORADOS; EXPURGAR '
                               'OS ANOS PASSADOS PELO PROGCOB95'
                       SET WRK-FERARQ-AVISADO TO TRUE
                   END-IF
               END-IF
           END-IF.
      *================================================================*
       0094-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS PASSOS ATIVOS DA AGENDA JOBSCHED NA ORDEM DO
      *    NUMERO DO PASSO; SEM A AGENDA, CRIA-A COM A AGENDA PADRAO
      *================================================================*
       0110-CARREGAR-AGENDA            SECTION.
      *================================================================*
           OPEN INPUT JOBSCHED-FILE.
           IF  WRK-JOBSCHED-INEXISTENTE
               CLOSE JOBSCHED-FILE
               PERFORM 0120-CRIAR-AGENDA-PADRAO
               OPEN INPUT JOBSCHED-FILE
           END-IF.
           PERFORM 0115-CARREGAR-1-PASSO
               UNTIL WRK-JOBSCHED-FIM.
           CLOSE JOBSCHED-FILE.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PASSO DA AGENDA E GUARDA-O SE ESTIVER ATIVO
      *================================================================*
       0115-CARREGAR-1-PASSO           SECTION.
      *================================================================*
           READ JOBSCHED-FILE NEXT RECORD
               AT END
                   SET WRK-JOBSCHED-FIM TO TRUE
                   GO TO 0115-99-FIM
           END-READ.
           IF  NOT JOBSCHED-ATIVO
               GO TO 0115-99-FIM
           END-IF.
           IF  WRK-AGD-COUNT           NOT LESS WRK-AGD-MAX
               DISPLAY 'AVISO: AGENDA COM MAIS DE ' WRK-AGD-MAX
                       ' PASSOS - PASSO ' JOBSCHED-PASSO ' IGNORADO'
               GO TO 0115-99-FIM
           END-IF.
           ADD 1                       TO WRK-AGD-COUNT.
           MOVE JOBSCHED-PASSO         TO WRK-AGD-PASSO(WRK-AGD-COUNT).
           MOVE JOBSCHED-PROGRAMA      TO
                WRK-AGD-PROGRAMA(WRK-AGD-COUNT).
           MOVE JOBSCHED-DESCRICAO     TO
                WRK-AGD-DESCRICAO(WRK-AGD-COUNT).
           MOVE JOBSCHED-FREQUENCIA    TO
                WRK-AGD-FREQUENCIA(WRK-AGD-COUNT).
           MOVE JOBSCHED-PARAMETRO     TO
                WRK-AGD-PARAMETRO(WRK-AGD-COUNT).
           MOVE JOBSCHED-PREDECESSOR(1) TO
                WRK-AGD-PRED(WRK-AGD-COUNT, 1).
           MOVE JOBSCHED-PREDECESSOR(2) TO
                WRK-AGD-PRED(WRK-AGD-COUNT, 2).
           MOVE JOBSCHED-PREDECESSOR(3) TO
                WRK-AGD-PRED(WRK-AGD-COUNT, 3).
           MOVE 'N'                    TO
                WRK-AGD-PREVISTO(WRK-AGD-COUNT).
      *================================================================*
       0115-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CRIA A AGENDA JOBSCHED COM A AGENDA PADRAO DO PROGRAMA
      *================================================================*
       0120-CRIAR-AGENDA-PADRAO        SECTION.
      *================================================================*
           DISPLAY 'AGENDA JOBSCHED INEXISTENTE - CRIADA COM A '
                   'AGENDA PADRAO'.
           OPEN OUTPUT JOBSCHED-FILE.
           PERFORM 0125-GRAVAR-1-PASSO-PADRAO
               VARYING WRK-PASSO-IDX FROM 1 BY 1
               UNTIL WRK-PASSO-IDX     GREATER WRK-QTD-PASSOS.
           CLOSE JOBSCHED-FILE.
      *================================================================*
       0120-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM PASSO DA AGENDA PADRAO
      *================================================================*
       0125-GRAVAR-1-PASSO-PADRAO      SECTION.
      *================================================================*
           MOVE WRK-PASSO-NUM(WRK-PASSO-IDX)  TO JOBSCHED-PASSO.
           MOVE WRK-PASSO-NOME(WRK-PASSO-IDX) TO JOBSCHED-PROGRAMA.
           MOVE WRK-PASSO-DESC(WRK-PASSO-IDX) TO JOBSCHED-DESCRICAO.
           MOVE WRK-PASSO-FREQ(WRK-PASSO-IDX) TO JOBSCHED-FREQUENCIA.
           MOVE WRK-PASSO-PARAM(WRK-PASSO-IDX) TO JOBSCHED-PARAMETRO.
           MOVE WRK-PASSO-PRED(WRK-PASSO-IDX, 1) TO
                JOBSCHED-PREDECESSOR(1).
           MOVE WRK-PASSO-PRED(WRK-PASSO-IDX, 2) TO
                JOBSCHED-PREDECESSOR(2).
           MOVE WRK-PASSO-PRED(WRK-PASSO-IDX, 3) TO
                JOBSCHED-PREDECESSOR(3).
           SET JOBSCHED-ATIVO          TO TRUE.
           WRITE JOBSCHED-REC.
      *================================================================*
       0125-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RESOLVE A DATA DE PROCESSAMENTO NO CALENDARIO: DIA UTIL,
      *    DIA DA SEMANA, ORDEM DO DIA UTIL NO MES, ULTIMO DIA UTIL
      *    DO MES E DIA UTIL ANTERIOR
      *================================================================*
       0130-RESOLVER-CALENDARIO        SECTION.
      *================================================================*
           PERFORM 0135-POSICIONAR-HOJE.
           MOVE WRK-CAL-UTIL           TO WRK-HOJE-UTIL.
           MOVE WRK-CAL-SEMANA         TO WRK-HOJE-SEMANA.

           MOVE ZEROS                  TO WRK-HOJE-ORDEM-UTIL.
           IF  WRK-HOJE-EH-UTIL
               PERFORM 0140-CONTAR-1-DIA-UTIL
                   VARYING WRK-CAL-DIA FROM 1 BY 1
                   UNTIL WRK-CAL-DIA   GREATER WRK-SYS-DIA
           END-IF.

           MOVE 'N'                    TO WRK-HOJE-FIM-MES.
           IF  WRK-HOJE-EH-UTIL
               PERFORM 0135-POSICIONAR-HOJE
               PERFORM 0510-AVANCAR-1-DIA
               PERFORM 0510-AVANCAR-1-DIA UNTIL WRK-CAL-EH-UTIL
               IF  WRK-CAL-MES         NOT EQUAL WRK-SYS-MES
                   SET WRK-HOJE-ULTIMO-UTIL TO TRUE
               END-IF
           END-IF.

           PERFORM 0135-POSICIONAR-HOJE.
           PERFORM 0520-RECUAR-1-DIA.
           PERFORM 0520-RECUAR-1-DIA UNTIL WRK-CAL-EH-UTIL.
           MOVE WRK-CAL-DATA           TO WRK-UTIL-ANTERIOR.

           DISPLAY 'DATA ' WRK-DATA-SYS ' - '
                   CAL-DIA-SEMANA(WRK-HOJE-SEMANA)
                   ' DIA UTIL=' WRK-HOJE-UTIL
                   ' ORDEM=' WRK-HOJE-ORDEM-UTIL
                   ' ULTIMO UTIL DO MES=' WRK-HOJE-FIM-MES.
      *================================================================*
       0130-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    POSICIONA O DIA EM AVALIACAO NA DATA DE PROCESSAMENTO
      *================================================================*
       0135-POSICIONAR-HOJE            SECTION.
      *================================================================*
           MOVE WRK-SYS-ANO            TO WRK-CAL-ANO.
           MOVE WRK-SYS-MES            TO WRK-CAL-MES.
           MOVE WRK-SYS-DIA            TO WRK-CAL-DIA.
           PERFORM 0500-AVALIAR-DIA.
      *================================================================*
       0135-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA UM DIA DO MES CORRENTE SE ELE FOR DIA UTIL
      *================================================================*
       0140-CONTAR-1-DIA-UTIL          SECTION.
      *================================================================*
           MOVE WRK-SYS-ANO            TO WRK-CAL-ANO.
           MOVE WRK-SYS-MES            TO WRK-CAL-MES.
           PERFORM 0500-AVALIAR-DIA.
           IF  WRK-CAL-EH-UTIL
               ADD 1                    TO WRK-HOJE-ORDEM-UTIL
           END-IF.
      *================================================================*
       0140-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA O PASSO COMO PREVISTO QUANDO A SUA REGRA DE
      *    FREQUENCIA CAI NA DATA DE PROCESSAMENTO
      *================================================================*
       0150-MARCAR-1-PREVISTO          SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-AGD-PREVISTO(WRK-AGD-IDX).
           EVALUATE WRK-AGD-FREQUENCIA(WRK-AGD-IDX)
               WHEN 'D'
                   MOVE 'S'             TO
                        WRK-AGD-PREVISTO(WRK-AGD-IDX)
               WHEN 'S'
                   IF  WRK-AGD-PARAMETRO(WRK-AGD-IDX) EQUAL
                       WRK-HOJE-SEMANA
                       MOVE 'S'         TO
                            WRK-AGD-PREVISTO(WRK-AGD-IDX)
                   END-IF
               WHEN 'F'
                   IF  WRK-HOJE-ULTIMO-UTIL
                       MOVE 'S'         TO
                            WRK-AGD-PREVISTO(WRK-AGD-IDX)
                   END-IF
               WHEN 'N'
                   IF  WRK-HOJE-EH-UTIL
                   AND WRK-AGD-PARAMETRO(WRK-AGD-IDX) EQUAL
                       WRK-HOJE-ORDEM-UTIL
                       MOVE 'S'         TO
                            WRK-AGD-PREVISTO(WRK-AGD-IDX)
                   END-IF
               WHEN 'A'
                   PERFORM 0155-CHECAR-DATA-ANUAL
               WHEN OTHER
                   DISPLAY 'PASSO ' WRK-AGD-PASSO(WRK-AGD-IDX)
                           ' COM FREQUENCIA INVALIDA - NAO PREVISTO'
           END-EVALUATE.
      *================================================================*
       0150-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PASSO ANUAL: PREVISTO NO PRIMEIRO DIA UTIL A PARTIR DA
      *    DATA MMDD, OU SEJA, QUANDO A DATA (DESTE ANO OU DO ANO
      *    ANTERIOR, NA VIRADA) CAI DEPOIS DO DIA UTIL ANTERIOR E ATE
      *    A DATA DE PROCESSAMENTO
      *================================================================*
       0155-CHECAR-DATA-ANUAL          SECTION.
      *================================================================*
           IF  NOT WRK-HOJE-EH-UTIL
               GO TO 0155-99-FIM
           END-IF.
           COMPUTE WRK-ANUAL-ALVO = (WRK-SYS-ANO * 10000) +
                   WRK-AGD-PARAMETRO(WRK-AGD-IDX).
           COMPUTE WRK-ANUAL-ALVO-ANT = ((WRK-SYS-ANO - 1) * 10000) +
                   WRK-AGD-PARAMETRO(WRK-AGD-IDX).
           IF  (WRK-ANUAL-ALVO         GREATER WRK-UTIL-ANTERIOR
           AND  WRK-ANUAL-ALVO         NOT GREATER WRK-DATA-SYS)
           OR  (WRK-ANUAL-ALVO-ANT     GREATER WRK-UTIL-ANTERIOR
           AND  WRK-ANUAL-ALVO-ANT     NOT GREATER WRK-DATA-SYS)
               MOVE 'S'                 TO
                    WRK-AGD-PREVISTO(WRK-AGD-IDX)
           END-IF.
      *================================================================*
       0155-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS PASSOS DA AGENDA NA ORDEM, PARANDO NA PRIMEIRA
      *    FALHA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-TRATAR-1-PASSO
               VARYING WRK-AGD-IDX FROM 1 BY 1
               UNTIL WRK-AGD-IDX       GREATER WRK-AGD-COUNT
               OR WRK-CADEIA-PARADA.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRATA UM PASSO: IGNORA O NAO PREVISTO PARA A DATA, PULA O
      *    JA CONCLUIDO NO DIA (RETOMADA), SEGURA O QUE TEM
      *    PREDECESSOR PENDENTE E EXECUTA O RESTANTE, PARANDO A
      *    CADEIA QUANDO O PASSO FALHA
      *================================================================*
       0210-TRATAR-1-PASSO             SECTION.
      *================================================================*
           MOVE WRK-AGD-PASSO(WRK-AGD-IDX) TO WRK-PASSO-IDX.
           IF  WRK-AGD-PREVISTO(WRK-AGD-IDX) NOT EQUAL 'S'
               ADD 1                    TO WRK-QTD-NAO-PREVISTOS
               DISPLAY 'PASSO ' WRK-PASSO-IDX ' ('
                   WRK-AGD-PROGRAMA(WRK-AGD-IDX)
                   ') NAO PREVISTO PARA HOJE'
               GO TO 0210-99-FIM
           END-IF.
           MOVE WRK-DATA-SYS           TO JOBCTL-DATA.
           MOVE WRK-PASSO-IDX          TO JOBCTL-PASSO.
           READ JOBCTL-FILE.
           IF  WRK-JOBCTL-OK AND JOBCTL-OK
               ADD 1                    TO WRK-QTD-PULADOS
               DISPLAY 'PASSO ' WRK-PASSO-IDX ' ('
                   WRK-AGD-PROGRAMA(WRK-AGD-IDX)
                   ') JA CONCLUIDO HOJE - PULADO'
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-CHECAR-PREDECESSORES.
           IF  WRK-PRED-PENDENTE
               SET WRK-CADEIA-PARADA    TO TRUE
               DISPLAY 'PASSO ' WRK-PASSO-IDX ' AGUARDA O PREDECESSOR '
                       WRK-PRED-PASSO ' - CADEIA PARADA; CONFIRA A '
                       'ORDEM DA AGENDA NO PROGAGEND'
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0220-EXECUTAR-1-PASSO.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE OS PREDECESSORES DO PASSO: CADA UM QUE ESTEJA
      *    PREVISTO PARA A DATA TEM DE TER TERMINADO OK NO JOBCTL
      *================================================================*
       0215-CHECAR-PREDECESSORES       SECTION.
      *================================================================*
           SET WRK-PRED-LIBERADO       TO TRUE.
           PERFORM 0216-CHECAR-1-PREDECESSOR
               VARYING WRK-PRED-IDX FROM 1 BY 1
               UNTIL WRK-PRED-IDX      GREATER 3
               OR WRK-PRED-PENDENTE.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM PREDECESSOR DO PASSO CORRENTE
      *================================================================*
       0216-CHECAR-1-PREDECESSOR       SECTION.
      *================================================================*
           MOVE WRK-AGD-PRED(WRK-AGD-IDX, WRK-PRED-IDX)
                                       TO WRK-PRED-PASSO.
           IF  WRK-PRED-PASSO          EQUAL ZEROS
               GO TO 0216-99-FIM
           END-IF.
           MOVE ZEROS                  TO WRK-PRED-ACHADO.
           PERFORM 0217-PROCURAR-PREDECESSOR
               VARYING WRK-AGD-IDX2 FROM 1 BY 1
               UNTIL WRK-AGD-IDX2      GREATER WRK-AGD-COUNT.
           IF  WRK-PRED-ACHADO         EQUAL ZEROS
               GO TO 0216-99-FIM
           END-IF.
           IF  WRK-AGD-PREVISTO(WRK-PRED-ACHADO) NOT EQUAL 'S'
               GO TO 0216-99-FIM
           END-IF.
           MOVE WRK-DATA-SYS           TO JOBCTL-DATA.
           MOVE WRK-PRED-PASSO         TO JOBCTL-PASSO.
           READ JOBCTL-FILE.
           IF  NOT WRK-JOBCTL-OK
           OR  NOT JOBCTL-OK
               SET WRK-PRED-PENDENTE    TO TRUE
           END-IF.
      *================================================================*
       0216-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A POSICAO DO PREDECESSOR NA AGENDA DO DIA (O PASSO
      *    INATIVO OU EXCLUIDO NAO ESTA NELA E NAO SEGURA NINGUEM)
      *================================================================*
       0217-PROCURAR-PREDECESSOR       SECTION.
      *================================================================*
           IF  WRK-AGD-PASSO(WRK-AGD-IDX2) EQUAL WRK-PRED-PASSO
               MOVE WRK-AGD-IDX2        TO WRK-PRED-ACHADO
           END-IF.
      *================================================================*
       0217-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXECUTA UM PASSO PELO SEU PROGRAM-ID, REGISTRANDO INICIO,
      *    FIM E RESULTADO NO CONTROLE DA NOITE
       0220-EXECUTAR-1-PASSO           SECTION.
      *================================================================*
           DISPLAY 'EXECUTANDO PASSO ' WRK-PASSO-IDX ' - '
               WRK-AGD-PROGRAMA(WRK-AGD-IDX) ' - '
               WRK-AGD-DESCRICAO(WRK-AGD-IDX).

           ACCEPT WRK-HORA-SYS         FROM TIME.
           MOVE WRK-DATA-SYS           TO JOBCTL-DATA.
           MOVE WRK-PASSO-IDX          TO JOBCTL-PASSO.
           MOVE WRK-AGD-PROGRAMA(WRK-AGD-IDX) TO JOBCTL-PROGRAMA.
           MOVE WRK-HORA-SYS           TO JOBCTL-HORA-INICIO.
           MOVE ZEROS                  TO JOBCTL-HORA-FIM.
           SET JOBCTL-PENDENTE         TO TRUE.
           PERFORM 0240-GRAVAR-CONTROLE.

           MOVE ZEROS                  TO RETURN-CODE.
           CALL WRK-AGD-PROGRAMA(WRK-AGD-IDX)
               ON EXCEPTION
                   MOVE 16              TO RETURN-CODE
                   DISPLAY 'PASSO ' WRK-PASSO-IDX ' NAO PODE SER '
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DECIDE SE O DIA EM AVALIACAO E DIA UTIL (ZELLER + FERIADOS
      *    DO ARQUIVO OU DO CALEND) E GUARDA O DIA DA SEMANA NO
      *    PADRAO DO CALEND (1=DOMINGO ... 7=SABADO)
      *================================================================*
       0500-AVALIAR-DIA                SECTION.
      *================================================================*
           COMPUTE WRK-CAL-DATA = (WRK-CAL-ANO * 10000) +
                   (WRK-CAL-MES * 100) + WRK-CAL-DIA.
           MOVE WRK-CAL-ANO            TO WRK-ZEL-ANO.
           MOVE WRK-CAL-MES            TO WRK-ZEL-MES.
           IF  WRK-ZEL-MES             LESS 3
               ADD 12                  TO WRK-ZEL-MES
               SUBTRACT 1              FROM WRK-ZEL-ANO
           END-IF.
           DIVIDE WRK-ZEL-ANO          BY 100
               GIVING WRK-ZEL-J REMAINDER WRK-ZEL-K.
           COMPUTE WRK-ZEL-T1 = 13 * (WRK-ZEL-MES + 1).
           DIVIDE WRK-ZEL-T1           BY 5
               GIVING WRK-ZEL-T1 REMAINDER WRK-ZEL-RESTO.
           DIVIDE WRK-ZEL-K            BY 4
               GIVING WRK-ZEL-T2 REMAINDER WRK-ZEL-RESTO.
           DIVIDE WRK-ZEL-J            BY 4
               GIVING WRK-ZEL-T3 REMAINDER WRK-ZEL-RESTO.
           COMPUTE WRK-ZEL-SOMA = WRK-CAL-DIA + WRK-ZEL-T1
               + WRK-ZEL-K + WRK-ZEL-T2 + WRK-ZEL-T3
               + (5 * WRK-ZEL-J).
           DIVIDE WRK-ZEL-SOMA         BY 7
               GIVING WRK-ZEL-QUOCIENTE REMAINDER WRK-DIA-SEMANA.
           IF  WRK-DIA-SEMANA          EQUAL ZEROS
               MOVE 7                   TO WRK-CAL-SEMANA
           ELSE
               MOVE WRK-DIA-SEMANA      TO WRK-CAL-SEMANA
           END-IF.

           MOVE 'S'                    TO WRK-CAL-UTIL.
           IF  WRK-DIA-SEMANA          LESS 2
               MOVE 'N'                 TO WRK-CAL-UTIL
           END-IF.
           COMPUTE WRK-CAL-MMDD = (WRK-CAL-MES * 100) + WRK-CAL-DIA.
           IF  WRK-FERIADOS-NO-ARQUIVO
               PERFORM 0505-CHECAR-1-FERIADO-ARQ
                   VARYING WRK-FERARQ-IDX FROM 1 BY 1
                   UNTIL WRK-FERARQ-IDX GREATER WRK-FERARQ-COUNT
           ELSE
               PERFORM 0506-CHECAR-1-FERIADO
                   VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX   GREATER CAL-QTD-FERIADOS
           END-IF.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA O DIA COMO NAO UTIL QUANDO CAIR EM FERIADO DO
      *    ARQUIVO DE FERIADOS
      *================================================================*
       0505-CHECAR-1-FERIADO-ARQ       SECTION.
      *================================================================*
           IF  WRK-CAL-DATA            EQUAL
               WRK-FERARQ-DATA(WRK-FERARQ-IDX)
               MOVE 'N'                 TO WRK-CAL-UTIL
           END-IF.
      *================================================================*
       0505-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA O DIA COMO NAO UTIL QUANDO CAIR EM FERIADO FIXO DO
      *    CALEND
      *================================================================*
       0506-CHECAR-1-FERIADO           SECTION.
      *================================================================*
           IF  WRK-CAL-MMDD            EQUAL
               CAL-FERIADO-MMDD(WRK-FER-IDX)
               MOVE 'N'                 TO WRK-CAL-UTIL
           END-IF.
      *================================================================*
       0506-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    AVANCA O DIA EM AVALIACAO UM DIA (COM VIRADA DE MES/ANO
      *    PELO CALENDARIO) E REAVALIA O DIA UTIL
      *================================================================*
       0510-AVANCAR-1-DIA              SECTION.
      *================================================================*
           PERFORM 0530-DIAS-DO-MES.
           ADD 1                       TO WRK-CAL-DIA.
           IF  WRK-CAL-DIA             GREATER WRK-CAL-DIAS-MES
               MOVE 1                   TO WRK-CAL-DIA
               ADD 1                    TO WRK-CAL-MES
               IF  WRK-CAL-MES         GREATER 12
                   MOVE 1               TO WRK-CAL-MES
                   ADD 1                TO WRK-CAL-ANO
               END-IF
           END-IF.
           PERFORM 0500-AVALIAR-DIA.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECUA O DIA EM AVALIACAO UM DIA (COM VIRADA DE MES/ANO
      *    PELO CALENDARIO) E REAVALIA O DIA UTIL
      *================================================================*
       0520-RECUAR-1-DIA               SECTION.
      *================================================================*
           IF  WRK-CAL-DIA             GREATER 1
               SUBTRACT 1               FROM WRK-CAL-DIA
           ELSE
               IF  WRK-CAL-MES         GREATER 1
                   SUBTRACT 1           FROM WRK-CAL-MES
               ELSE
                   MOVE 12              TO WRK-CAL-MES
                   SUBTRACT 1           FROM WRK-CAL-ANO
               END-IF
               PERFORM 0530-DIAS-DO-MES
               MOVE WRK-CAL-DIAS-MES    TO WRK-CAL-DIA
           END-IF.
           PERFORM 0500-AVALIAR-DIA.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    QUANTIDADE DE DIAS DO MES EM AVALIACAO, COM FEVEREIRO DE
      *    29 DIAS NO ANO BISSEXTO
      *================================================================*
       0530-DIAS-DO-MES                SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-CAL-MES) TO WRK-CAL-DIAS-MES.
           IF  WRK-CAL-MES             EQUAL 2
               DIVIDE WRK-CAL-ANO      BY 4
                   GIVING WRK-CAL-QUOCIENTE
                   REMAINDER WRK-CAL-RESTO
               IF  WRK-CAL-RESTO       EQUAL ZEROS
                   MOVE 29              TO WRK-CAL-DIAS-MES
               END-IF
           END-IF.
      *================================================================*
       0530-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O CICLO COM O RESUMO DA NOITE
      *================================================================*
           CLOSE JOBCTL-FILE.
           DISPLAY 'PROCESSAMENTO NOTURNO - FIM DO CICLO: '
                   WRK-QTD-EXECUTADOS ' EXECUTADOS, '
                   WRK-QTD-PULADOS ' PULADOS, '
                   WRK-QTD-NAO-PREVISTOS ' NAO PREVISTOS HOJE'.
           STOP RUN.
      *================================================================*
       0300-99-FIM.                    EXIT.
