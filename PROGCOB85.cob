      * PLANILHA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - AS DEMONSTRACOES PARTEM DOS SALDOS DE ABERTURA
      *              (SALDOABE) DO ULTIMO EXERCICIO ENCERRADO PELO
      *              PROGFECAN, E OS LANCAMENTOS DE ENCERRAMENTO NAO
      *              ENTRAM NO MOVIMENTO DA DRE; O RESULTADO ACUMULADO
      *              PASSA A SER O DO EXERCICIO EM CURSO (O DOS
      *              ANTERIORES ESTA EM LUCROSACUM, NO PASSIVO)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PLANCTA-CONTA
               FILE STATUS            IS WRK-PLANCTA-STATUS.
           SELECT EXERFECH-FILE         ASSIGN TO "EXERFECH"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS EXERFECH-EXERCICIO
               FILE STATUS            IS WRK-EXERFECH-STATUS.
           SELECT SALDOABE-FILE         ASSIGN TO "SALDOABE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALDOABE-CHAVE
               FILE STATUS            IS WRK-SALDOABE-STATUS.
           SELECT DEMFIN-FILE           ASSIGN TO "DEMFIN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DEMFIN-STATUS.
           COPY 'GLPOST.COB'.
       FD  PLANCTA-FILE.
           COPY 'PLANCTA.COB'.
       FD  EXERFECH-FILE.
           COPY 'EXERFECH.COB'.
       FD  SALDOABE-FILE.
           COPY 'SALDOABE.COB'.
       FD  DEMFIN-FILE.
           COPY 'DEMFIN.COB'.
       WORKING-STORAGE                 SECTION.
           05  WRK-ANT-ANO             PIC 9(004).
           05  WRK-ANT-MES             PIC 9(002).
       77  WRK-GLPOST-PERIODO          PIC 9(006)      VALUE ZEROS.
       77  WRK-CONTA-LANC              PIC X(010)      VALUE SPACES.
      *
      *    PONTO DE PARTIDA: SALDOS DE ABERTURA (SALDOABE) DO
      *    EXERCICIO SEGUINTE AO ULTIMO ENCERRADO (EXERFECH) ANTES DO
      *    PERIODO ANTERIOR; O GLPOST ANTERIOR A ELES NAO E SOMADO.
      *    OS LANCAMENTOS DE ENCERRAMENTO (PROGFECAN) ENTRAM NOS
      *    ACUMULADOS, MAS NAO NO MOVIMENTO DA DRE
      *
       77  WRK-EXERFECH-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-EXERFECH-OK                         VALUE '00'.
           88  WRK-EXERFECH-FIM                        VALUE '10'.
           88  WRK-EXERFECH-INEXISTENTE                VALUE '35'.
       77  WRK-SALDOABE-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SALDOABE-OK                         VALUE '00'.
           88  WRK-SALDOABE-FIM                        VALUE '10'.
           88  WRK-SALDOABE-INEXISTENTE                VALUE '35'.
       77  WRK-BASE-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-BASE-DT-INI             PIC 9(008)      VALUE ZEROS.
      *
      *    SALDOS POR CONTA: MOVIMENTO DO PERIODO, MOVIMENTO DO
      *    PERIODO ANTERIOR E ACUMULADOS ATE CADA UM (DEBITOS MENOS
           OPEN INPUT GLPOST-FILE.
           OPEN INPUT PLANCTA-FILE.
           OPEN OUTPUT DEMFIN-FILE.
           PERFORM 0120-CARREGAR-SALDOS-ABERTURA.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA O ULTIMO EXERCICIO ENCERRADO ANTES DO ANO DO
      *    PERIODO ANTERIOR E CARREGA OS SALDOS DE ABERTURA DO
      *    EXERCICIO SEGUINTE NOS DOIS ACUMULADOS
      *================================================================*
       0120-CARREGAR-SALDOS-ABERTURA   SECTION.
      *================================================================*
           OPEN INPUT EXERFECH-FILE.
           IF  WRK-EXERFECH-INEXISTENTE
               GO TO 0120-99-FIM
           END-IF.
           MOVE ZEROS                  TO EXERFECH-EXERCICIO.
           START EXERFECH-FILE KEY NOT LESS EXERFECH-EXERCICIO
               INVALID KEY
                   SET WRK-EXERFECH-FIM TO TRUE
           END-START.
           PERFORM 0122-EXAMINAR-1-EXERCICIO UNTIL WRK-EXERFECH-FIM.
           CLOSE EXERFECH-FILE.
           IF  WRK-BASE-ANO            EQUAL ZEROS
               GO TO 0120-99-FIM
           END-IF.

           COMPUTE WRK-BASE-DT-INI = ((WRK-BASE-ANO + 1) * 10000) +
                   0101.
           OPEN INPUT SALDOABE-FILE.
           IF  WRK-SALDOABE-INEXISTENTE
               GO TO 0120-99-FIM
           END-IF.
           COMPUTE SALDOABE-EXERCICIO = WRK-BASE-ANO + 1.
           MOVE LOW-VALUES             TO SALDOABE-CONTA.
           START SALDOABE-FILE KEY NOT LESS SALDOABE-CHAVE
               INVALID KEY
                   SET WRK-SALDOABE-FIM TO TRUE
           END-START.
           PERFORM 0125-SOMAR-1-ABERTURA UNTIL WRK-SALDOABE-FIM.
           CLOSE SALDOABE-FILE.
      *================================================================*
       0120-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O EXERCICIO ENCERRADO SE ANTERIOR AO ANO DO PERIODO
      *    ANTERIOR
      *================================================================*
       0122-EXAMINAR-1-EXERCICIO       SECTION.
      *================================================================*
           READ EXERFECH-FILE NEXT RECORD
               AT END
                   SET WRK-EXERFECH-FIM TO TRUE
                   GO TO 0122-99-FIM
           END-READ.
           IF  EXERFECH-EXERCICIO      LESS WRK-ANT-ANO
               MOVE EXERFECH-EXERCICIO  TO WRK-BASE-ANO
           END-IF.
      *================================================================*
       0122-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O SALDO DE ABERTURA DE UMA CONTA NOS ACUMULADOS
      *================================================================*
       0125-SOMAR-1-ABERTURA           SECTION.
      *================================================================*
           READ SALDOABE-FILE NEXT RECORD
               AT END
                   SET WRK-SALDOABE-FIM TO TRUE
                   GO TO 0125-99-FIM
           END-READ.
           IF  SALDOABE-EXERCICIO      NOT EQUAL WRK-BASE-ANO + 1
               SET WRK-SALDOABE-FIM     TO TRUE
               GO TO 0125-99-FIM
           END-IF.
           MOVE SALDOABE-CONTA         TO WRK-CONTA-LANC.
           PERFORM 0225-LOCALIZAR-CONTA.
           ADD SALDOABE-SALDO          TO WRK-CTA-ACUM(WRK-CTA-IDX).
           ADD SALDOABE-SALDO          TO WRK-CTA-ACUM-ANT(WRK-CTA-IDX).
      *================================================================*
       0125-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACUMULA OS LANCAMENTOS POR CONTA E MONTA A DRE E O
      *    BALANCO PATRIMONIAL
      *================================================================*
       0220-ACUMULAR-1-LANCAMENTO      SECTION.
      *================================================================*
           IF  GLPOST-DATA             LESS WRK-BASE-DT-INI
               GO TO 0220-90-PROXIMO
           END-IF.
           DIVIDE GLPOST-DATA          BY 100
               GIVING WRK-GLPOST-PERIODO.
           IF  GLPOST-DEBITO
               COMPUTE WRK-VALOR-SINAL = GLPOST-VALOR * -1
           END-IF.

           MOVE GLPOST-CONTA           TO WRK-CONTA-LANC.
           PERFORM 0225-LOCALIZAR-CONTA.

           IF  GLPOST-PROGRAMA         EQUAL 'PROGFECAN'
               GO TO 0220-80-ACUMULADOS
           END-IF.
           IF  WRK-GLPOST-PERIODO      EQUAL WRK-PERIODO
               ADD WRK-VALOR-SINAL      TO WRK-CTA-PER(WRK-CTA-IDX)
           END-IF.
           IF  WRK-GLPOST-PERIODO      EQUAL WRK-PERIODO-ANT
               ADD WRK-VALOR-SINAL      TO WRK-CTA-PER-ANT(WRK-CTA-IDX)
           END-IF.
       0220-80-ACUMULADOS.
           IF  WRK-GLPOST-PERIODO      NOT GREATER WRK-PERIODO
               ADD WRK-VALOR-SINAL      TO WRK-CTA-ACUM(WRK-CTA-IDX)
           END-IF.
           IF  WRK-GLPOST-PERIODO      NOT GREATER WRK-PERIODO-ANT
               ADD WRK-VALOR-SINAL      TO WRK-CTA-ACUM-ANT
                                            (WRK-CTA-IDX)
           END-IF.

       0220-90-PROXIMO.
           PERFORM 0210-LER-LANCAMENTO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A CONTA NA TABELA, CRIANDO A LINHA COM O TIPO DO
      *    PLANO DE CONTAS QUANDO PRECISO
      *================================================================*
       0225-LOCALIZAR-CONTA            SECTION.
      *================================================================*
           SET WRK-CTA-IDX             TO 1.
           SEARCH WRK-CTA-ENTRY
               AT END
                 IF  WRK-CTA-COUNT LESS 100
                   ADD 1              TO WRK-CTA-COUNT
                   SET WRK-CTA-IDX    TO WRK-CTA-COUNT
                   MOVE WRK-CONTA-LANC TO WRK-CTA-CONTA(WRK-CTA-IDX)
                   MOVE ZEROS         TO WRK-CTA-PER(WRK-CTA-IDX)
                   MOVE ZEROS         TO WRK-CTA-PER-ANT(WRK-CTA-IDX)
                   MOVE ZEROS         TO WRK-CTA-ACUM(WRK-CTA-IDX)
                   MOVE ZEROS         TO WRK-CTA-ACUM-ANT(WRK-CTA-IDX)
                   MOVE WRK-CONTA-LANC TO PLANCTA-CONTA
                   READ PLANCTA-FILE
                   IF  WRK-PLANCTA-OK
                       MOVE PLANCTA-TIPO
                 ELSE
                   SET WRK-CTA-IDX    TO WRK-CTA-COUNT
                 END-IF
               WHEN WRK-CTA-CONTA(WRK-CTA-IDX) EQUAL WRK-CONTA-LANC
                   CONTINUE
           END-SEARCH.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
