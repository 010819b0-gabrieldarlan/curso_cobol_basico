      * XX/XX/XXXX - ACOMPANHA A TABELA DE CAMBIO CHAVEADA POR MOEDA
      *              + DATA DE VIGENCIA: A CRITICA DE MOEDA PASSA A
      *              PROCURAR QUALQUER VIGENCIA DA MOEDA
      * XX/XX/XXXX - SALARIO DO LOTE CONFERIDO COM O SALARIO EM VIGOR
      *              NO HISTORICO SALARIAL (SALHIST) NA DATA DE
      *              PROCESSAMENTO (DATAPROC): SALARIO DIFERENTE OU
      *              MATRICULA SEM SALARIO VIGENTE E REJEITADO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CAMBIO-CHAVE
               FILE STATUS            IS WRK-CAMBIO-STATUS.
           SELECT SALHIST-FILE          ASSIGN TO "SALHIST"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALHIST-CHAVE
               FILE STATUS            IS WRK-SALHIST-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYIN-FILE.
           COPY 'PAYINREJ.COB'.
       FD  CAMBIO-FILE.
           COPY 'CAMBIO.COB'.
       FD  SALHIST-FILE.
           COPY 'SALHIST.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
       77  WRK-CAMBIO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-CAMBIO-OK                           VALUE '00'.
           88  WRK-CAMBIO-INEXISTENTE                  VALUE '35'.
       77  WRK-SALHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-SALHIST-OK                          VALUE '00'.
           88  WRK-SALHIST-FIM                         VALUE '10'.
           88  WRK-SALHIST-INEXISTENTE                 VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
      *
      *    SALARIO EM VIGOR NA DATA DE PROCESSAMENTO (SALHIST)
      *
       77  WRK-DATA-PROC               PIC 9(008)      VALUE ZEROS.
       77  WRK-SALHIST-ABERTO          PIC X(001)      VALUE 'N'.
           88  WRK-SALHIST-DISPONIVEL                  VALUE 'S'.
       77  WRK-VIGENCIA-ACHADA         PIC 9(008)      VALUE ZEROS.
       77  WRK-SALARIO-VIGENTE         PIC 9(006)V99   VALUE ZEROS.
      *
       77  WRK-MOTIVO                  PIC X(025)      VALUE SPACES.
       77  WRK-MOEDA-EXISTE            PIC X(001)      VALUE 'N'.
               DISPLAY 'AVISO: TABELA DE CAMBIO INEXISTENTE - TODA '
                       'MOEDA PREENCHIDA SERA REJEITADA'
           END-IF.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN INPUT SALHIST-FILE.
           IF  WRK-SALHIST-OK
               SET WRK-SALHIST-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO: HISTORICO SALARIAL INEXISTENTE - TODO '
                       'SALARIO SERA REJEITADO'
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
                   END-IF
           END-EVALUATE.

           IF  WRK-MOTIVO              EQUAL SPACES
               PERFORM 0240-CHECAR-SALARIO-VIGENTE
           END-IF.

           IF  WRK-MOTIVO              EQUAL SPACES
               ADD 1                    TO WRK-QTD-LIMPOS
               MOVE PAYIN-REC           TO PAYINOK-REC
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE O SALARIO DO LOTE COM O SALARIO EM VIGOR NO
      *    HISTORICO SALARIAL: A VIGENCIA MAIS RECENTE DA MATRICULA
      *    QUE NAO SEJA POSTERIOR A DATA DE PROCESSAMENTO
      *================================================================*
       0240-CHECAR-SALARIO-VIGENTE     SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-VIGENCIA-ACHADA
                                           WRK-SALARIO-VIGENTE.
           IF  NOT WRK-SALHIST-DISPONIVEL
               MOVE 'SEM SALARIO VIGENTE' TO WRK-MOTIVO
               GO TO 0240-99-FIM
           END-IF.

           MOVE PAYIN-MATRICULA        TO SALHIST-MATRICULA.
           MOVE ZEROS                  TO SALHIST-DATA-VIGENCIA.
           MOVE '00'                   TO WRK-SALHIST-STATUS.
           START SALHIST-FILE KEY NOT LESS SALHIST-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-SALHIST-STATUS
           END-START.
           PERFORM 0245-EXAMINAR-1-SALARIO UNTIL WRK-SALHIST-FIM.

           EVALUATE TRUE
               WHEN WRK-VIGENCIA-ACHADA EQUAL ZEROS
                   MOVE 'SEM SALARIO VIGENTE' TO WRK-MOTIVO
               WHEN WRK-SALARIO-VIGENTE NOT EQUAL PAYIN-SALARIO
                   MOVE 'SALARIO DIFERE DO VIGENTE' TO WRK-MOTIVO
           END-EVALUATE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA VIGENCIA DA MATRICULA E, SE JA EM VIGOR, GUARDA
      *    O SALARIO; PARA NA PRIMEIRA VIGENCIA FUTURA OU NA TROCA DE
      *    MATRICULA
      *================================================================*
       0245-EXAMINAR-1-SALARIO         SECTION.
      *================================================================*
           READ SALHIST-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-SALHIST-STATUS
           END-READ.
           IF  NOT WRK-SALHIST-OK
               MOVE '10'                TO WRK-SALHIST-STATUS
               GO TO 0245-99-FIM
           END-IF.
           IF  SALHIST-MATRICULA       NOT EQUAL PAYIN-MATRICULA
           OR  SALHIST-DATA-VIGENCIA   GREATER WRK-DATA-PROC
               MOVE '10'                TO WRK-SALHIST-STATUS
               GO TO 0245-99-FIM
           END-IF.
           MOVE SALHIST-DATA-VIGENCIA  TO WRK-VIGENCIA-ACHADA.
           MOVE SALHIST-SALARIO        TO WRK-SALARIO-VIGENTE.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PREENCHIDA, USA NO LUGAR DA DATA DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC-FILE.
           IF  WRK-DATAPROC-OK
               READ DATAPROC-FILE
                   NOT AT END
                       IF  DATAPROC-DATA NOT EQUAL ZEROS
                           MOVE DATAPROC-DATA TO WRK-DATA-PROC
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           END-IF.
      *================================================================*
       0090-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRAVA O PAYIN SO COM OS REGISTROS LIMPOS E ENCERRA
      *================================================================*
           CLOSE PAYINOK-FILE.
           CLOSE PAYINREJ-FILE.
           CLOSE CAMBIO-FILE.
           IF  WRK-SALHIST-DISPONIVEL
               CLOSE SALHIST-FILE
           END-IF.

           PERFORM 0310-REGRAVAR-PAYIN-LIMPO.

