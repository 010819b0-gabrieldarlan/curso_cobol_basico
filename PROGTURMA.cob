       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTURMA.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: CAPACIDADE DAS TURMAS, MATRICULA COM LISTA DE
      * ESPERA E TRANSFERENCIA DE ALUNO ENTRE TURMAS. ACAO C FIXA A
      * CAPACIDADE DA TURMA (TURMCAP); ACAO M MATRICULA O ALUNO NO
      * ALUNMAS SE HOUVER VAGA OU O POE NA LISTA DE ESPERA DA TURMA
      * (LISTESP) NA ORDEM DE CHEGADA; ACAO T TRANSFERE O ALUNO PARA
      * OUTRA TURMA COM VAGA EM UM UNICO PASSO: A TURMA DO ALUNMAS,
      * AS MENSALIDADES EM ABERTO (MENSREC) E O HISTORICO DE
      * TRANSFERENCIAS (TURMTRF), LEVANDO OS RESULTADOS (ALUNMAT) E
      * A FREQUENCIA (FREQALUN) DO SEMESTRE, QUE SAO POR ALUNO. A
      * CADA VAGA ABERTA (CAPACIDADE AUMENTADA OU ALUNO TRANSFERIDO
      * PARA FORA) OS PEDIDOS EM ESPERA SAO ADMITIDOS NA ORDEM DE
      * CHEGADA. CADA OPERACAO VAI PARA A TRILHA DE AUDITORIA DE
      * CONSOLE (CONSLOG) E CADA ATUALIZACAO DO ALUNMAS PARA O
      * DIARIO DE ATUALIZACOES (JRNMAS)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ALUNMAS-FILE          ASSIGN TO "ALUNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ALUNMAS-MATRICULA
               FILE STATUS            IS WRK-ALUNMAS-STATUS.
           SELECT TURMCAP-FILE          ASSIGN TO "TURMCAP"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TURMCAP-TURMA
               FILE STATUS            IS WRK-TURMCAP-STATUS.
           SELECT LISTESP-FILE          ASSIGN TO "LISTESP"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS LISTESP-CHAVE
               FILE STATUS            IS WRK-LISTESP-STATUS.
           SELECT ALUNMAT-FILE          ASSIGN TO "ALUNMAT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ALUNMAT-CHAVE
               FILE STATUS            IS WRK-ALUNMAT-STATUS.
           SELECT FREQALUN-FILE         ASSIGN TO "FREQALUN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FREQALUN-CHAVE
               FILE STATUS            IS WRK-FREQALUN-STATUS.
           SELECT MENSREC-FILE          ASSIGN TO "MENSREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS MENSREC-CHAVE
               FILE STATUS            IS WRK-MENSREC-STATUS.
           SELECT TURMTRF-FILE          ASSIGN TO "TURMTRF"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-TURMTRF-STATUS.
           SELECT JRNMAS-FILE           ASSIGN TO "JRNMAS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JRNMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNMAS-FILE.
           COPY 'ALUNMAS.COB'.
       FD  TURMCAP-FILE.
           COPY 'TURMCAP.COB'.
       FD  LISTESP-FILE.
           COPY 'LISTESP.COB'.
       FD  ALUNMAT-FILE.
           COPY 'ALUNMAT.COB'.
       FD  FREQALUN-FILE.
           COPY 'FREQALUN.COB'.
       FD  MENSREC-FILE.
           COPY 'MENSREC.COB'.
       FD  TURMTRF-FILE.
           COPY 'TURMTRF.COB'.
       FD  JRNMAS-FILE.
           COPY 'JRNMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-ALUNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-ALUNMAS-OK                           VALUE '00'.
           88 WRK-ALUNMAS-FIM                          VALUE '10'.
           88 WRK-ALUNMAS-INEXISTENTE                  VALUE '35'.
       77  WRK-TURMCAP-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-TURMCAP-OK                           VALUE '00'.
           88 WRK-TURMCAP-INEXISTENTE                  VALUE '35'.
       77  WRK-LISTESP-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-LISTESP-OK                           VALUE '00'.
           88 WRK-LISTESP-FIM                          VALUE '10'.
           88 WRK-LISTESP-INEXISTENTE                  VALUE '35'.
       77  WRK-ALUNMAT-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-ALUNMAT-OK                           VALUE '00'.
           88 WRK-ALUNMAT-FIM                          VALUE '10'.
       77  WRK-FREQALUN-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-FREQALUN-OK                          VALUE '00'.
           88 WRK-FREQALUN-FIM                         VALUE '10'.
       77  WRK-MENSREC-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-MENSREC-OK                           VALUE '00'.
           88 WRK-MENSREC-FIM                          VALUE '10'.
       77  WRK-TURMTRF-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-CAPACIDADE                      VALUE 'C'.
           88 WRK-ACAO-MATRICULAR                      VALUE 'M'.
           88 WRK-ACAO-TRANSFERIR                      VALUE 'T'.
       77  WRK-MATRICULA               PIC 9(006)      VALUE ZEROS.
       77  WRK-NOME                    PIC X(020)      VALUE SPACES.
       77  WRK-TURMA                   PIC X(003)      VALUE SPACES.
       77  WRK-TURMA-ORIGEM            PIC X(003)      VALUE SPACES.
       77  WRK-CAPACIDADE              PIC 9(003)      VALUE ZEROS.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
      *
      *    SEMESTRE LETIVO (AAAAS) DOS RESULTADOS TRANSFERIDOS
      *
       01  WRK-SEMESTRE                PIC 9(005)      VALUE ZEROS.
       01  WRK-SEMESTRE-DEC REDEFINES WRK-SEMESTRE.
           05  WRK-SEM-ANO             PIC 9(004).
           05  WRK-SEM-NUM             PIC 9(001).
      *
      *    OCUPACAO E VAGA DA TURMA CONFERIDA (TURMA SEM CAPACIDADE
      *    NO TURMCAP NAO TEM LIMITE)
      *
       77  WRK-TURMA-VAGA              PIC X(003)      VALUE SPACES.
       77  WRK-OCUPACAO                PIC 9(005)      VALUE ZEROS.
       77  WRK-LIMITE                  PIC 9(003)      VALUE ZEROS.
       77  WRK-TEM-LIMITE              PIC X(001)      VALUE 'N'.
           88 WRK-TURMA-COM-LIMITE                     VALUE 'S'.
       77  WRK-TEM-VAGA                PIC X(001)      VALUE 'N'.
           88 WRK-HA-VAGA                              VALUE 'S'.
       77  WRK-JA-ESPERA               PIC X(001)      VALUE 'N'.
           88 WRK-PEDIDO-EM-ESPERA                     VALUE 'S'.
       77  WRK-QTD-ADMITIDOS           PIC 9(005)      VALUE ZEROS.
      *
       77  WRK-QTD-RESULTADOS          PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-FREQUENCIAS         PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-MENSALIDADES        PIC 9(003)      VALUE ZEROS.
      *
      *    DIARIO DE ATUALIZACOES DOS CADASTROS (JRNMAS)
      *
       77  WRK-JRNMAS-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-JRN-OPERACAO            PIC X(001)      VALUE SPACES.
       77  WRK-JRN-ANTES               PIC X(150)      VALUE SPACES.
       77  WRK-JRN-DEPOIS              PIC X(150)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
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
      *    ABRE OS CADASTROS E RECEBE O OPERADOR E A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O ALUNMAS-FILE.
           IF  WRK-ALUNMAS-INEXISTENTE
               CLOSE ALUNMAS-FILE
               OPEN OUTPUT ALUNMAS-FILE
               CLOSE ALUNMAS-FILE
               OPEN I-O ALUNMAS-FILE
           END-IF.
           OPEN I-O TURMCAP-FILE.
           IF  WRK-TURMCAP-INEXISTENTE
               CLOSE TURMCAP-FILE
               OPEN OUTPUT TURMCAP-FILE
               CLOSE TURMCAP-FILE
               OPEN I-O TURMCAP-FILE
           END-IF.
           OPEN I-O LISTESP-FILE.
           IF  WRK-LISTESP-INEXISTENTE
               CLOSE LISTESP-FILE
               OPEN OUTPUT LISTESP-FILE
               CLOSE LISTESP-FILE
               OPEN I-O LISTESP-FILE
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (C=CAPACIDADE DA TURMA M=MATRICULAR '
                   'T=TRANSFERIR DE TURMA):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESVIA PARA A ACAO PEDIDA E GRAVA A AUDITORIA DA OPERACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           EVALUATE TRUE
               WHEN WRK-ACAO-CAPACIDADE
                   PERFORM 0210-FIXAR-CAPACIDADE
               WHEN WRK-ACAO-MATRICULAR
                   PERFORM 0220-MATRICULAR-ALUNO
               WHEN WRK-ACAO-TRANSFERIR
                   PERFORM 0230-TRANSFERIR-ALUNO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   STRING WRK-ACAO      DELIMITED BY SIZE
                          ' INVALIDA'   DELIMITED BY SIZE
                          INTO WRK-CAMPOS-LOG
                   END-STRING
           END-EVALUATE.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FIXA (OU ALTERA) A CAPACIDADE DA TURMA E ADMITE A LISTA DE
      *    ESPERA NAS VAGAS QUE SE ABRIREM
      *================================================================*
       0210-FIXAR-CAPACIDADE           SECTION.
      *================================================================*
           DISPLAY 'TURMA:'.
           ACCEPT WRK-TURMA.
           DISPLAY 'CAPACIDADE (QUANTIDADE MAXIMA DE ALUNOS):'.
           ACCEPT WRK-CAPACIDADE.
           STRING 'C '                 DELIMITED BY SIZE
                  WRK-TURMA            DELIMITED BY SIZE
                  ' CAPACIDADE '       DELIMITED BY SIZE
                  WRK-CAPACIDADE       DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           IF  WRK-TURMA               EQUAL SPACES
           OR  WRK-CAPACIDADE          EQUAL ZEROS
               DISPLAY 'TURMA OU CAPACIDADE INVALIDAS - OPERACAO '
                       'RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           MOVE WRK-TURMA              TO TURMCAP-TURMA.
           READ TURMCAP-FILE.
           IF  WRK-TURMCAP-OK
               MOVE WRK-CAPACIDADE      TO TURMCAP-CAPACIDADE
               REWRITE TURMCAP-REC
               DISPLAY 'CAPACIDADE ALTERADA'
           ELSE
               MOVE WRK-TURMA           TO TURMCAP-TURMA
               MOVE WRK-CAPACIDADE      TO TURMCAP-CAPACIDADE
               MOVE ZEROS               TO TURMCAP-PROX-SEQ
               WRITE TURMCAP-REC
               DISPLAY 'CAPACIDADE INCLUIDA'
           END-IF.
           MOVE WRK-TURMA              TO WRK-TURMA-VAGA.
           PERFORM 0500-ADMITIR-LISTA-ESPERA.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MATRICULA O ALUNO NA TURMA SE HOUVER VAGA; COM A TURMA
      *    LOTADA, O PEDIDO ENTRA NA LISTA DE ESPERA COM A PROXIMA
      *    SEQUENCIA DE CHEGADA. VAGA ENCONTRADA E OFERECIDA ANTES A
      *    QUEM JA ESTAVA NA LISTA
      *================================================================*
       0220-MATRICULAR-ALUNO           SECTION.
      *================================================================*
           DISPLAY 'MATRICULA DO ALUNO:'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'NOME DO ALUNO:'.
           ACCEPT WRK-NOME.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-TURMA.
           STRING 'M '                 DELIMITED BY SIZE
                  WRK-MATRICULA        DELIMITED BY SIZE
                  ' TURMA '            DELIMITED BY SIZE
                  WRK-TURMA            DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           IF  WRK-MATRICULA           EQUAL ZEROS
           OR  WRK-NOME                EQUAL SPACES
           OR  WRK-TURMA               EQUAL SPACES
               DISPLAY 'MATRICULA, NOME OU TURMA INVALIDOS - '
                       'OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-MATRICULA          TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           IF  WRK-ALUNMAS-OK
               DISPLAY 'ALUNO JA MATRICULADO NA TURMA ' ALUNMAS-TURMA
                       ' - USE A TRANSFERENCIA'
               GO TO 0220-99-FIM
           END-IF.

           MOVE WRK-TURMA              TO WRK-TURMA-VAGA.
           PERFORM 0500-ADMITIR-LISTA-ESPERA.
           MOVE WRK-MATRICULA          TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           IF  WRK-ALUNMAS-OK
               GO TO 0220-99-FIM
           END-IF.
           PERFORM 0510-VERIFICAR-VAGA.
           IF  WRK-HA-VAGA
               MOVE WRK-MATRICULA       TO ALUNMAS-MATRICULA
               MOVE WRK-NOME            TO ALUNMAS-NOME
               MOVE WRK-TURMA           TO ALUNMAS-TURMA
               PERFORM 0530-INCLUIR-ALUNO
               DISPLAY 'ALUNO MATRICULADO NA TURMA ' WRK-TURMA
               GO TO 0220-99-FIM
           END-IF.

           PERFORM 0520-PROCURAR-PEDIDO.
           IF  WRK-PEDIDO-EM-ESPERA
               DISPLAY 'ALUNO JA ESTA NA LISTA DE ESPERA DA TURMA '
                       WRK-TURMA ' (SEQUENCIA ' LISTESP-SEQ ')'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-TURMA              TO TURMCAP-TURMA.
           READ TURMCAP-FILE.
           ADD 1                       TO TURMCAP-PROX-SEQ.
           REWRITE TURMCAP-REC.
           MOVE WRK-TURMA              TO LISTESP-TURMA.
           MOVE TURMCAP-PROX-SEQ       TO LISTESP-SEQ.
           MOVE WRK-MATRICULA          TO LISTESP-MATRICULA.
           MOVE WRK-NOME               TO LISTESP-NOME.
           MOVE WRK-DATA-SYS           TO LISTESP-DATA-PEDIDO.
           MOVE ZEROS                  TO LISTESP-DATA-ADMISSAO.
           SET LISTESP-EM-ESPERA       TO TRUE.
           WRITE LISTESP-REC.
           DISPLAY 'TURMA ' WRK-TURMA ' LOTADA (' WRK-OCUPACAO
                   ' ALUNOS) - PEDIDO NA LISTA DE ESPERA, SEQUENCIA '
                   LISTESP-SEQ.
           MOVE ' ESPERA'              TO WRK-CAMPOS-LOG(19:7).
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRANSFERE O ALUNO PARA OUTRA TURMA COM VAGA (DEPOIS DE
      *    ATENDIDA A LISTA DE ESPERA DO DESTINO): REGRAVA A
      *    TURMA NO ALUNMAS, LEVA AS MENSALIDADES EM ABERTO, CONFERE
      *    OS RESULTADOS E A FREQUENCIA DO SEMESTRE (QUE SAO POR
      *    ALUNO E ACOMPANHAM A MATRICULA), GRAVA O HISTORICO E
      *    ADMITE A LISTA DE ESPERA NA VAGA ABERTA NA TURMA DE ORIGEM
      *================================================================*
       0230-TRANSFERIR-ALUNO           SECTION.
      *================================================================*
           DISPLAY 'MATRICULA DO ALUNO:'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'TURMA DE DESTINO:'.
           ACCEPT WRK-TURMA.
           DISPLAY 'SEMESTRE LETIVO (AAAAS, EX: 20261):'.
           ACCEPT WRK-SEMESTRE.
           STRING 'T '                 DELIMITED BY SIZE
                  WRK-MATRICULA        DELIMITED BY SIZE
                  ' PARA '             DELIMITED BY SIZE
                  WRK-TURMA            DELIMITED BY SIZE
                  ' SEM '              DELIMITED BY SIZE
                  WRK-SEMESTRE         DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           IF  WRK-TURMA               EQUAL SPACES
           OR  WRK-SEMESTRE            EQUAL ZEROS
               DISPLAY 'TURMA OU SEMESTRE INVALIDOS - OPERACAO '
                       'RECUSADA'
               GO TO 0230-99-FIM
           END-IF.
           MOVE WRK-MATRICULA          TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           IF  NOT WRK-ALUNMAS-OK
               DISPLAY 'ALUNO ' WRK-MATRICULA ' NAO MATRICULADO - '
                       'OPERACAO RECUSADA'
               GO TO 0230-99-FIM
           END-IF.
           MOVE ALUNMAS-TURMA          TO WRK-TURMA-ORIGEM.
           IF  WRK-TURMA               EQUAL WRK-TURMA-ORIGEM
               DISPLAY 'ALUNO JA ESTA NA TURMA ' WRK-TURMA
               GO TO 0230-99-FIM
           END-IF.
           MOVE WRK-TURMA              TO WRK-TURMA-VAGA.
           PERFORM 0500-ADMITIR-LISTA-ESPERA.
           PERFORM 0510-VERIFICAR-VAGA.
           IF  NOT WRK-HA-VAGA
               DISPLAY 'TURMA ' WRK-TURMA ' LOTADA (' WRK-OCUPACAO
                       ' ALUNOS) - TRANSFERENCIA RECUSADA'
               GO TO 0230-99-FIM
           END-IF.

           MOVE WRK-MATRICULA          TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           MOVE ALUNMAS-REC            TO WRK-JRN-ANTES.
           MOVE WRK-TURMA              TO ALUNMAS-TURMA.
           REWRITE ALUNMAS-REC.
           MOVE 'A'                    TO WRK-JRN-OPERACAO.
           MOVE ALUNMAS-REC            TO WRK-JRN-DEPOIS.
           PERFORM 0700-GRAVAR-JOURNAL.

           PERFORM 0540-CONTAR-RESULTADOS.
           PERFORM 0545-CONTAR-FREQUENCIAS.
           PERFORM 0550-MOVER-MENSALIDADES.
           PERFORM 0560-GRAVAR-HISTORICO.
           DISPLAY 'ALUNO ' WRK-MATRICULA ' TRANSFERIDO DA TURMA '
                   WRK-TURMA-ORIGEM ' PARA A ' WRK-TURMA.
           DISPLAY '  RESULTADOS DO SEMESTRE: ' WRK-QTD-RESULTADOS
                   ' FREQUENCIAS: ' WRK-QTD-FREQUENCIAS
                   ' MENSALIDADES EM ABERTO: ' WRK-QTD-MENSALIDADES.

           MOVE WRK-TURMA-ORIGEM       TO WRK-TURMA-VAGA.
           PERFORM 0500-ADMITIR-LISTA-ESPERA.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ADMITE OS PEDIDOS EM ESPERA DA TURMA (WRK-TURMA-VAGA), NA
      *    ORDEM DE CHEGADA, ENQUANTO HOUVER VAGA
      *================================================================*
       0500-ADMITIR-LISTA-ESPERA       SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-ADMITIDOS.
           PERFORM 0510-VERIFICAR-VAGA.
           IF  NOT WRK-HA-VAGA
               GO TO 0500-99-FIM
           END-IF.
           MOVE WRK-TURMA-VAGA         TO LISTESP-TURMA.
           MOVE ZEROS                  TO LISTESP-SEQ.
           MOVE '00'                   TO WRK-LISTESP-STATUS.
           START LISTESP-FILE KEY NOT LESS LISTESP-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-LISTESP-STATUS
           END-START.
           PERFORM 0505-ADMITIR-1-PEDIDO
               UNTIL WRK-LISTESP-FIM OR NOT WRK-HA-VAGA.
           IF  WRK-QTD-ADMITIDOS       GREATER ZEROS
               DISPLAY 'ADMITIDOS DA LISTA DE ESPERA DA TURMA '
                       WRK-TURMA-VAGA ': ' WRK-QTD-ADMITIDOS
           END-IF.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO PEDIDO DA TURMA E, SE AINDA EM ESPERA,
      *    MATRICULA O ALUNO; O PEDIDO DE QUEM JA FOI MATRICULADO POR
      *    OUTRO CAMINHO E CANCELADO
      *================================================================*
       0505-ADMITIR-1-PEDIDO           SECTION.
      *================================================================*
           READ LISTESP-FILE NEXT
               AT END
                   SET WRK-LISTESP-FIM TO TRUE
                   GO TO 0505-99-FIM
           END-READ.
           IF  LISTESP-TURMA           NOT EQUAL WRK-TURMA-VAGA
               SET WRK-LISTESP-FIM     TO TRUE
               GO TO 0505-99-FIM
           END-IF.
           IF  NOT LISTESP-EM-ESPERA
               GO TO 0505-99-FIM
           END-IF.
           MOVE LISTESP-MATRICULA      TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           IF  WRK-ALUNMAS-OK
               SET LISTESP-CANCELADO    TO TRUE
               REWRITE LISTESP-REC
               DISPLAY 'PEDIDO ' LISTESP-SEQ ' CANCELADO - ALUNO '
                       LISTESP-MATRICULA ' JA MATRICULADO NA TURMA '
                       ALUNMAS-TURMA
               GO TO 0505-99-FIM
           END-IF.
           MOVE LISTESP-MATRICULA      TO ALUNMAS-MATRICULA.
           MOVE LISTESP-NOME           TO ALUNMAS-NOME.
           MOVE LISTESP-TURMA          TO ALUNMAS-TURMA.
           PERFORM 0530-INCLUIR-ALUNO.
           SET LISTESP-ADMITIDO        TO TRUE.
           MOVE WRK-DATA-SYS           TO LISTESP-DATA-ADMISSAO.
           REWRITE LISTESP-REC.
           DISPLAY 'ALUNO ' LISTESP-MATRICULA ' ADMITIDO DA LISTA DE '
                   'ESPERA (SEQUENCIA ' LISTESP-SEQ ')'.
           ADD 1                       TO WRK-QTD-ADMITIDOS.
           ADD 1                       TO WRK-OCUPACAO.
           IF  WRK-TURMA-COM-LIMITE
           AND WRK-OCUPACAO            NOT LESS WRK-LIMITE
               MOVE 'N'                 TO WRK-TEM-VAGA
           END-IF.
      *================================================================*
       0505-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA OS ALUNOS DA TURMA (WRK-TURMA-VAGA) NO ALUNMAS E
      *    CONFERE COM A CAPACIDADE DO TURMCAP
      *================================================================*
       0510-VERIFICAR-VAGA             SECTION.
      *================================================================*
           MOVE 'S'                    TO WRK-TEM-VAGA.
           MOVE 'N'                    TO WRK-TEM-LIMITE.
           MOVE ZEROS                  TO WRK-OCUPACAO
                                           WRK-LIMITE.
           MOVE WRK-TURMA-VAGA         TO TURMCAP-TURMA.
           READ TURMCAP-FILE.
           IF  NOT WRK-TURMCAP-OK
               GO TO 0510-99-FIM
           END-IF.
           SET WRK-TURMA-COM-LIMITE    TO TRUE.
           MOVE TURMCAP-CAPACIDADE     TO WRK-LIMITE.
           MOVE ZEROS                  TO ALUNMAS-MATRICULA.
           MOVE '00'                   TO WRK-ALUNMAS-STATUS.
           START ALUNMAS-FILE KEY NOT LESS ALUNMAS-MATRICULA
               INVALID KEY
                   MOVE '10'            TO WRK-ALUNMAS-STATUS
           END-START.
           PERFORM 0515-CONTAR-1-ALUNO UNTIL WRK-ALUNMAS-FIM.
           IF  WRK-OCUPACAO            NOT LESS WRK-LIMITE
               MOVE 'N'                 TO WRK-TEM-VAGA
           END-IF.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

       0515-CONTAR-1-ALUNO             SECTION.
      *================================================================*
           READ ALUNMAS-FILE NEXT
               AT END
                   SET WRK-ALUNMAS-FIM TO TRUE
                   GO TO 0515-99-FIM
           END-READ.
           IF  ALUNMAS-TURMA           EQUAL WRK-TURMA-VAGA
               ADD 1                    TO WRK-OCUPACAO
           END-IF.
      *================================================================*
       0515-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCURA PEDIDO EM ESPERA DO ALUNO NA LISTA DA TURMA
      *================================================================*
       0520-PROCURAR-PEDIDO            SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-JA-ESPERA.
           MOVE WRK-TURMA              TO LISTESP-TURMA.
           MOVE ZEROS                  TO LISTESP-SEQ.
           MOVE '00'                   TO WRK-LISTESP-STATUS.
           START LISTESP-FILE KEY NOT LESS LISTESP-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-LISTESP-STATUS
           END-START.
           PERFORM 0525-LER-1-PEDIDO
               UNTIL WRK-LISTESP-FIM OR WRK-PEDIDO-EM-ESPERA.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

       0525-LER-1-PEDIDO               SECTION.
      *================================================================*
           READ LISTESP-FILE NEXT
               AT END
                   SET WRK-LISTESP-FIM TO TRUE
                   GO TO 0525-99-FIM
           END-READ.
           IF  LISTESP-TURMA           NOT EQUAL WRK-TURMA
               SET WRK-LISTESP-FIM     TO TRUE
               GO TO 0525-99-FIM
           END-IF.
           IF  LISTESP-EM-ESPERA
           AND LISTESP-MATRICULA       EQUAL WRK-MATRICULA
               SET WRK-PEDIDO-EM-ESPERA TO TRUE
           END-IF.
      *================================================================*
       0525-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI O ALUNO (MATRICULA, NOME E TURMA JA MOVIDOS) NO
      *    ALUNMAS, AINDA SEM RESULTADO, E JORNALIZA A INCLUSAO
      *================================================================*
       0530-INCLUIR-ALUNO              SECTION.
      *================================================================*
           MOVE ZEROS                  TO ALUNMAS-QTD-MATERIAS
                                           ALUNMAS-MEDIA-GERAL.
           MOVE 'MATRICULADO'          TO ALUNMAS-SITUACAO.
           WRITE ALUNMAS-REC.
           MOVE SPACES                 TO WRK-JRN-ANTES.
           MOVE 'I'                    TO WRK-JRN-OPERACAO.
           MOVE ALUNMAS-REC            TO WRK-JRN-DEPOIS.
           PERFORM 0700-GRAVAR-JOURNAL.
      *================================================================*
       0530-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA OS RESULTADOS DO ALUNO NO SEMESTRE (ALUNMAT)
      *================================================================*
       0540-CONTAR-RESULTADOS          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-RESULTADOS.
           OPEN INPUT ALUNMAT-FILE.
           IF  NOT WRK-ALUNMAT-OK
               GO TO 0540-99-FIM
           END-IF.
           MOVE WRK-MATRICULA          TO ALUNMAT-MATRICULA.
           MOVE WRK-SEMESTRE           TO ALUNMAT-SEMESTRE.
           MOVE LOW-VALUES             TO ALUNMAT-MATERIA.
           START ALUNMAT-FILE KEY NOT LESS ALUNMAT-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-ALUNMAT-STATUS
           END-START.
           PERFORM 0541-CONTAR-1-RESULTADO UNTIL WRK-ALUNMAT-FIM.
           CLOSE ALUNMAT-FILE.
      *================================================================*
       0540-99-FIM.                    EXIT.
      *================================================================*

       0541-CONTAR-1-RESULTADO         SECTION.
      *================================================================*
           READ ALUNMAT-FILE NEXT
               AT END
                   SET WRK-ALUNMAT-FIM TO TRUE
                   GO TO 0541-99-FIM
           END-READ.
           IF  ALUNMAT-MATRICULA       NOT EQUAL WRK-MATRICULA
           OR  ALUNMAT-SEMESTRE        NOT EQUAL WRK-SEMESTRE
               SET WRK-ALUNMAT-FIM     TO TRUE
               GO TO 0541-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-RESULTADOS.
      *================================================================*
       0541-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA AS FREQUENCIAS DO ALUNO POR DISCIPLINA (FREQALUN)
      *================================================================*
       0545-CONTAR-FREQUENCIAS         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-FREQUENCIAS.
           OPEN INPUT FREQALUN-FILE.
           IF  NOT WRK-FREQALUN-OK
               GO TO 0545-99-FIM
           END-IF.
           MOVE WRK-MATRICULA          TO FREQALUN-MATRICULA.
           MOVE LOW-VALUES             TO FREQALUN-MATERIA.
           START FREQALUN-FILE KEY NOT LESS FREQALUN-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-FREQALUN-STATUS
           END-START.
           PERFORM 0546-CONTAR-1-FREQUENCIA UNTIL WRK-FREQALUN-FIM.
           CLOSE FREQALUN-FILE.
      *================================================================*
       0545-99-FIM.                    EXIT.
      *================================================================*

       0546-CONTAR-1-FREQUENCIA        SECTION.
      *================================================================*
           READ FREQALUN-FILE NEXT
               AT END
                   SET WRK-FREQALUN-FIM TO TRUE
                   GO TO 0546-99-FIM
           END-READ.
           IF  FREQALUN-MATRICULA      NOT EQUAL WRK-MATRICULA
               SET WRK-FREQALUN-FIM    TO TRUE
               GO TO 0546-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-FREQUENCIAS.
      *================================================================*
       0546-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LEVA PARA A TURMA NOVA AS MENSALIDADES EM ABERTO DO ALUNO
      *    (MENSREC), PARA A INADIMPLENCIA POR TURMA DO PROGCOB89
      *================================================================*
       0550-MOVER-MENSALIDADES         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-MENSALIDADES.
           OPEN I-O MENSREC-FILE.
           IF  NOT WRK-MENSREC-OK
               GO TO 0550-99-FIM
           END-IF.
           MOVE WRK-MATRICULA          TO MENSREC-MATRICULA.
           MOVE ZEROS                  TO MENSREC-ANOMES.
           START MENSREC-FILE KEY NOT LESS MENSREC-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-MENSREC-STATUS
           END-START.
           PERFORM 0551-MOVER-1-MENSALIDADE UNTIL WRK-MENSREC-FIM.
           CLOSE MENSREC-FILE.
      *================================================================*
       0550-99-FIM.                    EXIT.
      *================================================================*

       0551-MOVER-1-MENSALIDADE        SECTION.
      *================================================================*
           READ MENSREC-FILE NEXT
               AT END
                   SET WRK-MENSREC-FIM TO TRUE
                   GO TO 0551-99-FIM
           END-READ.
           IF  MENSREC-MATRICULA       NOT EQUAL WRK-MATRICULA
               SET WRK-MENSREC-FIM     TO TRUE
               GO TO 0551-99-FIM
           END-IF.
           IF  MENSREC-ABERTA
               MOVE WRK-TURMA           TO MENSREC-TURMA
               REWRITE MENSREC-REC
               ADD 1                    TO WRK-QTD-MENSALIDADES
           END-IF.
      *================================================================*
       0551-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A TRANSFERENCIA NO HISTORICO (TURMTRF)
      *================================================================*
       0560-GRAVAR-HISTORICO           SECTION.
      *================================================================*
           OPEN EXTEND TURMTRF-FILE.
           IF  WRK-TURMTRF-STATUS      EQUAL '35'
               OPEN OUTPUT TURMTRF-FILE
               CLOSE TURMTRF-FILE
               OPEN EXTEND TURMTRF-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO TURMTRF-DATA.
           ACCEPT TURMTRF-HORA         FROM TIME.
           MOVE WRK-MATRICULA          TO TURMTRF-MATRICULA.
           MOVE WRK-SEMESTRE           TO TURMTRF-SEMESTRE.
           MOVE WRK-TURMA-ORIGEM       TO TURMTRF-TURMA-ORIGEM.
           MOVE WRK-TURMA              TO TURMTRF-TURMA-DESTINO.
           MOVE WRK-QTD-RESULTADOS     TO TURMTRF-QTD-RESULTADOS.
           MOVE WRK-QTD-FREQUENCIAS    TO TURMTRF-QTD-FREQUENCIAS.
           MOVE WRK-QTD-MENSALIDADES   TO TURMTRF-QTD-MENSALIDADES.
           MOVE WRK-OPERADOR           TO TURMTRF-OPERADOR.
           WRITE TURMTRF-REC.
           CLOSE TURMTRF-FILE.
      *================================================================*
       0560-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A IMAGEM ANTES/DEPOIS DA ATUALIZACAO DO ALUNMAS NO
      *    DIARIO DE ATUALIZACOES (JRNMAS)
      *================================================================*
       0700-GRAVAR-JOURNAL             SECTION.
      *================================================================*
           OPEN EXTEND JRNMAS-FILE.
           IF  WRK-JRNMAS-STATUS       EQUAL '35'
               OPEN OUTPUT JRNMAS-FILE
               CLOSE JRNMAS-FILE
               OPEN EXTEND JRNMAS-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO JRNMAS-DATA.
           ACCEPT JRNMAS-HORA          FROM TIME.
           MOVE 'PROGTURMA'            TO JRNMAS-PROGRAMA.
           MOVE 'ALUNMAS'              TO JRNMAS-ARQUIVO.
           MOVE WRK-JRN-OPERACAO       TO JRNMAS-OPERACAO.
           MOVE WRK-JRN-ANTES          TO JRNMAS-IMAGEM-ANTES.
           MOVE WRK-JRN-DEPOIS         TO JRNMAS-IMAGEM-DEPOIS.
           WRITE JRNMAS-REC.
           CLOSE JRNMAS-FILE.
      *================================================================*
       0700-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
       0900-GRAVAR-AUDITORIA-CONSOLE   SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS-LOG     FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS-LOG     FROM TIME.
           OPEN EXTEND CONSLOG-FILE.
           IF  WRK-CONSLOG-STATUS      EQUAL '35'
               OPEN OUTPUT CONSLOG-FILE
               CLOSE CONSLOG-FILE
               OPEN EXTEND CONSLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS-LOG       TO CONSLOG-DATA.
           MOVE WRK-HORA-SYS-LOG       TO CONSLOG-HORA.
           MOVE 'PROGTURMA'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS CADASTROS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE ALUNMAS-FILE.
           CLOSE TURMCAP-FILE.
           CLOSE LISTESP-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
