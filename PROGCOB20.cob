      *              DE UMA PAGINA (PROGCOB97) PASSA A SER CHAMADO
      *              COMO ULTIMO PASSO DO FECHAMENTO, NOS MOLDES DAS
      *              CHAMADAS DO ENCADEADOR PROGCOB47
      * XX/XX/XXXX - MES DE EXERCICIO CONTABIL JA ENCERRADO (EXERFECH,
      *              DO PROGFECAN) NAO PODE SER REABERTO
      * XX/XX/XXXX - FECHAMENTO POR FILIAL: A FILIAL E PEDIDA JUNTO COM
      *              O PERIODO (EM BRANCO = MATRIZ 01) E O PERFECHA E
      *              GRAVADO/REABERTO POR PERIODO + FILIAL; AS VENDAS
      *              SAO FILTRADAS POR SALESHIS-FILIAL E A FOLHA PASSA
      *              A SER SOMADA DO PAYDET (PAYDET-FILIAL), JA QUE O
      *              PAYHIS E CONSOLIDADO DA EMPRESA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-SALESHIS-STATUS.
           SELECT PAYDET-FILE           ASSIGN TO "PAYDET"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PAYDET-STATUS.
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT FECHREL-FILE          ASSIGN USING WRK-NOME-FECHREL
               ORGANIZATION           IS LINE SEQUENTIAL
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ORCAMENT-PERIODO
               FILE STATUS            IS WRK-ORCAMENT-STATUS.
           SELECT EXERFECH-FILE         ASSIGN TO "EXERFECH"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS EXERFECH-EXERCICIO
               FILE STATUS            IS WRK-EXERFECH-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
       FILE SECTION.
       FD  SALESHIS-FILE.
           COPY 'SALESHIS.COB'.
       FD  PAYDET-FILE.
           COPY 'PAYDET.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  FECHREL-FILE.
           COPY 'RELCAT.COB'.
       FD  ORCAMENT-FILE.
           COPY 'ORCAMENT.COB'.
       FD  EXERFECH-FILE.
           COPY 'EXERFECH.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       FD  LOGINLOG-FILE.
       77  WRK-SALESHIS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SALESHIS-OK                         VALUE '00'.
           88  WRK-SALESHIS-FIM                        VALUE '10'.
       77  WRK-PAYDET-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PAYDET-OK                           VALUE '00'.
           88  WRK-PAYDET-FIM                          VALUE '10'.
           88  WRK-PAYDET-INEXISTENTE                  VALUE '35'.
       77  WRK-PERFECHA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-PERFECHA-OK                         VALUE '00'.
           88  WRK-PERFECHA-NAO-ACHOU                  VALUE '23'.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-SALESHIS-FIM-SW         PIC X(001)      VALUE 'N'.
           88  WRK-SALESHIS-ACABOU                     VALUE 'S'.
      *
      *    FILIAL FECHADA (EM BRANCO = MATRIZ 01); REGISTROS DE VENDA
      *    E FOLHA SEM FILIAL SAO DA MATRIZ
      *
       77  WRK-FILIAL-FECHA            PIC X(002)      VALUE SPACES.
       77  WRK-FILIAL-REG              PIC X(002)      VALUE SPACES.
      *
       77  WRK-VENDAS-QTD              PIC 9(007)      VALUE ZEROS.
       77  WRK-VENDAS-TOTAL            PIC 9(009)V99   VALUE ZEROS.
      *
      *    SOMA DAS FOLHAS DO PERIODO DA FILIAL (NORMAL, 13O 1A/2A
      *    PARCELA E FERIAS DO PAYDET)
      *
       77  WRK-FOLHA-BRUTO-SOMA        PIC 9(009)V99   VALUE ZEROS.
       77  WRK-FOLHA-LIQUIDO-SOMA      PIC 9(009)V99   VALUE ZEROS.
      *
       77  WRK-MOTIVO                  PIC X(030)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    EXERCICIO CONTABIL ENCERRADO (PROGFECAN): SEUS MESES NAO
      *    PODEM SER REABERTOS
      *
       77  WRK-EXERFECH-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-EXERFECH-OK                         VALUE '00'.
           88  WRK-EXERFECH-INEXISTENTE                VALUE '35'.
       77  WRK-EXERCICIO-SW            PIC X(001)      VALUE 'N'.
           88  WRK-EXERCICIO-ENCERRADO                 VALUE 'S'.
      *
       77  WRK-ORCAMENT-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ORCAMENT-OK                         VALUE '00'.
           DISPLAY 'PERIODO (AAAAMM):'
           ACCEPT WRK-PERIODO.

           IF  NOT WRK-FUNCAO-ORCAMENTO
               DISPLAY 'FILIAL (EM BRANCO = MATRIZ 01):'
               ACCEPT WRK-FILIAL-FECHA
               IF  WRK-FILIAL-FECHA    EQUAL SPACES
                   MOVE '01'            TO WRK-FILIAL-FECHA
               END-IF
           END-IF.

           OPEN I-O ORCAMENT-FILE.
           IF  WRK-ORCAMENT-INEXISTENTE
               CLOSE ORCAMENT-FILE
       0110-ABRIR-ARQUIVOS-FECHAMENTO  SECTION.
      *================================================================*
           OPEN INPUT SALESHIS-FILE.
           OPEN INPUT PAYDET-FILE.
           OPEN I-O PERFECHA-FILE.
           IF  WRK-PERFECHA-INEXISTENTE
               CLOSE PERFECHA-FILE
           PERFORM 0210-LER-SALESHIS.
           PERFORM 0220-ACUMULAR-VENDAS UNTIL WRK-SALESHIS-ACABOU.

           IF  NOT WRK-PAYDET-INEXISTENTE
               PERFORM 0213-LER-PAYDET
               PERFORM 0215-SOMAR-FOLHAS-PERIODO UNTIL WRK-PAYDET-FIM
           END-IF.

           MOVE WRK-PERIODO-ANTERIOR    TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-FECHA        TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
               SET WRK-HA-PERIODO-ANTERIOR TO TRUE
      *================================================================*

      *================================================================*
      *    LE A PROXIMA LINHA DO HISTORICO DETALHADO DE FOLHA
      *================================================================*
       0213-LER-PAYDET                 SECTION.
      *================================================================*
           READ PAYDET-FILE
               AT END
                   SET WRK-PAYDET-FIM   TO TRUE
           END-READ.
      *================================================================*
       0213-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA A FOLHA DO FUNCIONARIO (NORMAL, 13O 1A/2A PARCELA OU
      *    FERIAS) QUANDO DO PERIODO E DA FILIAL FECHADOS, E LE A
      *    PROXIMA LINHA
      *================================================================*
       0215-SOMAR-FOLHAS-PERIODO       SECTION.
      *================================================================*
           MOVE PAYDET-FILIAL          TO WRK-FILIAL-REG.
           IF  WRK-FILIAL-REG          EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-REG
           END-IF.
           IF  PAYDET-PERIODO          EQUAL WRK-PERIODO
               AND WRK-FILIAL-REG      EQUAL WRK-FILIAL-FECHA
               AND (PAYDET-TIPO-FOLHA  EQUAL 'F' OR 'D' OR 'S' OR 'V')
               ADD PAYDET-BRUTO         TO WRK-FOLHA-BRUTO-SOMA
               ADD PAYDET-LIQUIDO       TO WRK-FOLHA-LIQUIDO-SOMA
           END-IF.

           PERFORM 0213-LER-PAYDET.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*
       0220-ACUMULAR-VENDAS            SECTION.
      *================================================================*
           DIVIDE SALESHIS-DATA        BY 100 GIVING WRK-DATA-PREFIXO.
           MOVE SALESHIS-FILIAL        TO WRK-FILIAL-REG.
           IF  WRK-FILIAL-REG          EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-REG
           END-IF.
           IF  WRK-DATA-PREFIXO        EQUAL WRK-PERIODO
               AND WRK-FILIAL-REG      EQUAL WRK-FILIAL-FECHA
               ADD SALESHIS-QTD         TO WRK-VENDAS-QTD
               ADD SALESHIS-TOTAL       TO WRK-VENDAS-TOTAL
           END-IF.
      *================================================================*
           ACCEPT WRK-DATA-SYS          FROM DATE YYYYMMDD.
           MOVE WRK-PERIODO             TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-FECHA        TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.

           IF  WRK-PERFECHA-OK AND NOT PERFECHA-REABERTO
               DISPLAY 'PERIODO ' WRK-PERIODO ' FILIAL '
                       WRK-FILIAL-FECHA ' JA FECHADO - USE A '
                       'FUNCAO DE REABERTURA ANTES DE REFECHAR'
               MOVE 'PERIODO JA FECHADO - FECHAMENTO NAO REGRAVADO'
                                         TO FECHREL-REC
                   REWRITE PERFECHA-REC
               ELSE
                   MOVE WRK-PERIODO      TO PERFECHA-PERIODO
                   MOVE WRK-FILIAL-FECHA TO PERFECHA-FILIAL
                   SET PERFECHA-FECHADO  TO TRUE
                   MOVE ZEROS            TO PERFECHA-DATA-REFECHAMENTO
                   WRITE PERFECHA-REC

           STRING 'FECHAMENTO DO PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO           DELIMITED BY SIZE
                  ' FILIAL '            DELIMITED BY SIZE
                  WRK-FILIAL-FECHA      DELIMITED BY SIZE
                  INTO FECHREL-REC
           END-STRING.
           WRITE FECHREL-REC.
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE SALESHIS-FILE.
           CLOSE PAYDET-FILE.
           CLOSE PERFECHA-FILE.
           CLOSE FECHREL-FILE.
           CLOSE ORCAMENT-FILE.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           MOVE WRK-PERIODO            TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-FECHA       TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  NOT WRK-PERFECHA-OK
               DISPLAY 'PERIODO ' WRK-PERIODO ' FILIAL '
                       WRK-FILIAL-FECHA ' SEM FECHAMENTO '
                       'GRAVADO - NADA A REABRIR'
           ELSE
               PERFORM 0605-CHECAR-EXERCICIO-ENCERRADO
               IF  WRK-EXERCICIO-ENCERRADO
                   DISPLAY 'EXERCICIO ' EXERFECH-EXERCICIO
                           ' ENCERRADO EM ' EXERFECH-DATA-FECHAMENTO
                           ' - PERIODO NAO PODE SER REABERTO'
                   GO TO 0600-80-FECHAR
               END-IF
               IF  PERFECHA-REABERTO
                   DISPLAY 'PERIODO JA ESTA REABERTO'
               ELSE
                   END-IF
               END-IF
           END-IF.
       0600-80-FECHAR.
           CLOSE PERFECHA-FILE.
           CLOSE USERMAS-FILE.
           CLOSE ORCAMENT-FILE.
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE NO EXERFECH SE O ANO DO PERIODO JA TEVE O
      *    EXERCICIO CONTABIL ENCERRADO
      *================================================================*
       0605-CHECAR-EXERCICIO-ENCERRADO SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-EXERCICIO-SW.
           OPEN INPUT EXERFECH-FILE.
           IF  WRK-EXERFECH-INEXISTENTE
               GO TO 0605-99-FIM
           END-IF.
           DIVIDE WRK-PERIODO          BY 100
               GIVING EXERFECH-EXERCICIO.
           READ EXERFECH-FILE.
           IF  WRK-EXERFECH-OK
               SET WRK-EXERCICIO-ENCERRADO TO TRUE
           END-IF.
           CLOSE EXERFECH-FILE.
      *================================================================*
       0605-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA A CREDENCIAL DO SUPERVISOR, PEDE O MOTIVO E GRAVA
      *    A AUDITORIA DA TENTATIVA DE REABERTURA
