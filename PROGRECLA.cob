       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECLA.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DAS RECLAMACOES CONTRA A TRANSPORTADORA
      * (RECLAMA) POR AVARIA, EXTRAVIO OU FALTA NA ENTREGA. A
      * RECLAMACAO E ABERTA A PARTIR DA LINHA DO MANIFESTO (MANIFUF),
      * AUTOMATICAMENTE PELO RETORNO DE ENTREGAS (PROGCOB28) OU AQUI,
      * E ACOMPANHADA PELAS SITUACOES SUBMETIDA, ACEITA, RECUSADA E
      * PAGA. A ACEITA E ABATIDA DOS PROXIMOS TITULOS DE FRETE DA
      * TRANSPORTADORA NO PAGAMENTO (PROGCOB77); A PAGA AQUI E A
      * RECEBIDA DIRETO DA TRANSPORTADORA. A ACAO FICA REGISTRADA NA
      * TRILHA DE CONSOLE (CONSLOG)
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
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS RECLAMA-CHAVE
               FILE STATUS            IS WRK-RECLAMA-STATUS.
           SELECT MANIFUF-FILE          ASSIGN TO "MANIFUF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS MANIFUF-CHAVE
               FILE STATUS            IS WRK-MANIFUF-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMA-FILE.
           COPY 'RECLAMA.COB'.
       FD  MANIFUF-FILE.
           COPY 'MANIFUF.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-RECLAMA-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-RECLAMA-OK                           VALUE '00'.
           88 WRK-RECLAMA-INEXISTENTE                  VALUE '35'.
       77  WRK-MANIFUF-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-MANIFUF-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-DATAPROC-OK                          VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-SUBMETER                        VALUE 'S'.
           88 WRK-ACAO-ACEITAR                         VALUE 'C'.
           88 WRK-ACAO-RECUSAR                         VALUE 'R'.
           88 WRK-ACAO-PAGAR                           VALUE 'P'.
       01  WRK-EMBARQUE.
           05  WRK-UF                  PIC X(002)      VALUE SPACES.
           05  WRK-DATA-EMB            PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-EMB            PIC 9(008)      VALUE ZEROS.
       77  WRK-TIPO                    PIC X(001)      VALUE SPACES.
       77  WRK-PERC-AFETADO            PIC 9(003)      VALUE ZEROS.
       77  WRK-EVIDENCIA               PIC X(030)      VALUE SPACES.
       77  WRK-VALOR-ACEITO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-RESULTADO               PIC X(012)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
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
      *    ABRE OS ARQUIVOS E RECEBE A ACAO E O EMBARQUE
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN I-O RECLAMA-FILE.
           IF  WRK-RECLAMA-INEXISTENTE
               CLOSE RECLAMA-FILE
               OPEN OUTPUT RECLAMA-FILE
               CLOSE RECLAMA-FILE
               OPEN I-O RECLAMA-FILE
           END-IF.
           OPEN INPUT MANIFUF-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR  S=SUBMETER  C=ACEITAR  '
                   'R=RECUSAR  P=PAGA PELA TRANSPORTADORA):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'EMBARQUE DO MANIFESTO - UF:'.
           ACCEPT WRK-UF.
           DISPLAY 'EMBARQUE DO MANIFESTO - DATA (AAAAMMDD):'.
           ACCEPT WRK-DATA-EMB.
           DISPLAY 'EMBARQUE DO MANIFESTO - HORA (HHMMSSCC):'.
           ACCEPT WRK-HORA-EMB.
           MOVE 'RECUSADA'             TO WRK-RESULTADO.
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
      *    LOCALIZA O EMBARQUE NO MANIFESTO E A RECLAMACAO DA SUA
      *    TRANSPORTADORA E DESPACHA A ACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-EMBARQUE           TO MANIFUF-CHAVE.
           READ MANIFUF-FILE.
           IF  NOT WRK-MANIFUF-OK
               DISPLAY 'EMBARQUE NAO ENCONTRADO NO MANIFESTO'
               GO TO 0200-99-FIM
           END-IF.
           IF  MANIFUF-TRANSP-CNPJ     EQUAL SPACES
               DISPLAY 'EMBARQUE SEM TRANSPORTADORA NO MANIFESTO'
               GO TO 0200-99-FIM
           END-IF.

           MOVE MANIFUF-TRANSP-CNPJ    TO RECLAMA-CNPJ.
           MOVE WRK-EMBARQUE           TO RECLAMA-EMBARQUE.
           READ RECLAMA-FILE.
           IF  NOT WRK-ACAO-INCLUIR
               IF  NOT WRK-RECLAMA-OK
                   DISPLAY 'RECLAMACAO NAO CADASTRADA PARA O EMBARQUE'
                   GO TO 0200-99-FIM
               END-IF
               PERFORM 0250-EXIBIR-RECLAMACAO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0400-INCLUIR-RECLAMACAO
               WHEN WRK-ACAO-SUBMETER
                   PERFORM 0500-SUBMETER-RECLAMACAO
               WHEN WRK-ACAO-ACEITAR
                   PERFORM 0600-ACEITAR-RECLAMACAO
               WHEN WRK-ACAO-RECUSAR
                   PERFORM 0650-RECUSAR-RECLAMACAO
               WHEN WRK-ACAO-PAGAR
                   PERFORM 0700-PAGAR-RECLAMACAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA A RECLAMACAO CORRENTE AO OPERADOR
      *================================================================*
       0250-EXIBIR-RECLAMACAO          SECTION.
      *================================================================*
           MOVE RECLAMA-VALOR-RECLAMADO TO WRK-VALOR-ED.
           DISPLAY 'TRANSPORTADORA ' RECLAMA-CNPJ ' TIPO '
                   RECLAMA-TIPO ' SITUACAO ' RECLAMA-SITUACAO.
           DISPLAY 'ABERTA EM ' RECLAMA-DATA-ABERTURA
                   ' VALOR RECLAMADO ' WRK-VALOR-ED.
           DISPLAY 'EVIDENCIA: ' RECLAMA-EVIDENCIA.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE A RECLAMACAO DE UM EMBARQUE NAO APONTADO PELO
      *    RETORNO DE ENTREGAS
      *================================================================*
       0400-INCLUIR-RECLAMACAO         SECTION.
      *================================================================*
           IF  WRK-RECLAMA-OK
               DISPLAY 'JA EXISTE RECLAMACAO PARA O EMBARQUE'
               GO TO 0400-99-FIM
           END-IF.
           DISPLAY 'TIPO (A=AVARIA  E=EXTRAVIO  F=FALTA):'.
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO               TO RECLAMA-TIPO.
           IF  NOT RECLAMA-TIPO-VALIDO
               DISPLAY 'TIPO DE RECLAMACAO INVALIDO'
               GO TO 0400-99-FIM
           END-IF.
           PERFORM 0800-RECEBER-PROPORCAO.
           IF  WRK-PERC-AFETADO        EQUAL ZEROS
               GO TO 0400-99-FIM
           END-IF.
           DISPLAY 'REFERENCIA DA EVIDENCIA (FOTO, LAUDO, CANHOTO):'.
           ACCEPT WRK-EVIDENCIA.

           MOVE MANIFUF-TRANSP-CNPJ    TO RECLAMA-CNPJ.
           MOVE WRK-EMBARQUE           TO RECLAMA-EMBARQUE.
           MOVE MANIFUF-PRODUTO        TO RECLAMA-PRODUTO.
           MOVE WRK-TIPO               TO RECLAMA-TIPO.
           MOVE MANIFUF-VALOR-BRL      TO RECLAMA-VALOR-MERCADORIA.
           MOVE MANIFUF-FRETE          TO RECLAMA-VALOR-FRETE.
           MOVE WRK-PERC-AFETADO       TO RECLAMA-PERC-AFETADO.
           PERFORM 0810-CALCULAR-VALOR-RECLAMADO.
           MOVE ZEROS                  TO RECLAMA-VALOR-ACEITO
                                           RECLAMA-VALOR-ABATIDO
                                           RECLAMA-DATA-SUBMISSAO
                                           RECLAMA-DATA-DECISAO
                                           RECLAMA-DATA-PAGAMENTO.
           MOVE WRK-EVIDENCIA          TO RECLAMA-EVIDENCIA.
           SET RECLAMA-ABERTA          TO TRUE.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-ABERTURA.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           WRITE RECLAMA-REC.
           MOVE 'INCLUIDA'             TO WRK-RESULTADO.
           MOVE RECLAMA-VALOR-RECLAMADO TO WRK-VALOR-ED.
           DISPLAY 'RECLAMACAO ABERTA - VALOR RECLAMADO '
                   WRK-VALOR-ED.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SUBMETE A RECLAMACAO ABERTA A TRANSPORTADORA: CONFIRMA A
      *    PROPORCAO AFETADA E EXIGE A REFERENCIA DA EVIDENCIA
      *================================================================*
       0500-SUBMETER-RECLAMACAO        SECTION.
      *================================================================*
           IF  NOT RECLAMA-ABERTA
               DISPLAY 'SO A RECLAMACAO ABERTA PODE SER SUBMETIDA'
               GO TO 0500-99-FIM
           END-IF.
           PERFORM 0800-RECEBER-PROPORCAO.
           IF  WRK-PERC-AFETADO        EQUAL ZEROS
               GO TO 0500-99-FIM
           END-IF.
           DISPLAY 'REFERENCIA DA EVIDENCIA (BRANCO MANTEM A ATUAL):'.
           ACCEPT WRK-EVIDENCIA.
           IF  WRK-EVIDENCIA           NOT EQUAL SPACES
               MOVE WRK-EVIDENCIA       TO RECLAMA-EVIDENCIA
           END-IF.
           IF  RECLAMA-EVIDENCIA       EQUAL SPACES
               DISPLAY 'RECLAMACAO SEM EVIDENCIA NAO PODE SER '
                       'SUBMETIDA'
               GO TO 0500-99-FIM
           END-IF.
           MOVE WRK-PERC-AFETADO       TO RECLAMA-PERC-AFETADO.
           PERFORM 0810-CALCULAR-VALOR-RECLAMADO.
           SET RECLAMA-SUBMETIDA       TO TRUE.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-SUBMISSAO.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE RECLAMA-REC.
           MOVE 'SUBMETIDA'            TO WRK-RESULTADO.
           MOVE RECLAMA-VALOR-RECLAMADO TO WRK-VALOR-ED.
           DISPLAY 'RECLAMACAO SUBMETIDA - VALOR RECLAMADO '
                   WRK-VALOR-ED.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O ACEITE DA TRANSPORTADORA, COM O VALOR ACEITO
      *    (ZERO = VALOR RECLAMADO), QUE PASSA A SER ABATIDO NO
      *    PAGAMENTO DE FRETES (PROGCOB77)
      *================================================================*
       0600-ACEITAR-RECLAMACAO         SECTION.
      *================================================================*
           IF  NOT RECLAMA-SUBMETIDA
               DISPLAY 'SO A RECLAMACAO SUBMETIDA PODE SER ACEITA'
               GO TO 0600-99-FIM
           END-IF.
           DISPLAY 'VALOR ACEITO PELA TRANSPORTADORA (ZERO = VALOR '
                   'RECLAMADO):'.
           ACCEPT WRK-VALOR-ACEITO.
           IF  WRK-VALOR-ACEITO        EQUAL ZEROS
               MOVE RECLAMA-VALOR-RECLAMADO TO WRK-VALOR-ACEITO
           END-IF.
           IF  WRK-VALOR-ACEITO        GREATER RECLAMA-VALOR-RECLAMADO
               DISPLAY 'VALOR ACEITO MAIOR QUE O RECLAMADO'
               GO TO 0600-99-FIM
           END-IF.
           MOVE WRK-VALOR-ACEITO       TO RECLAMA-VALOR-ACEITO.
           MOVE ZEROS                  TO RECLAMA-VALOR-ABATIDO.
           SET RECLAMA-ACEITA          TO TRUE.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-DECISAO.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE RECLAMA-REC.
           MOVE 'ACEITA'               TO WRK-RESULTADO.
           MOVE RECLAMA-VALOR-ACEITO   TO WRK-VALOR-ED.
           DISPLAY 'RECLAMACAO ACEITA - ' WRK-VALOR-ED
                   ' A ABATER DOS PROXIMOS TITULOS DE FRETE'.
      *================================================================*
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A RECUSA DA TRANSPORTADORA
      *================================================================*
       0650-RECUSAR-RECLAMACAO         SECTION.
      *================================================================*
           IF  NOT RECLAMA-SUBMETIDA
               DISPLAY 'SO A RECLAMACAO SUBMETIDA PODE SER RECUSADA'
               GO TO 0650-99-FIM
           END-IF.
           SET RECLAMA-RECUSADA        TO TRUE.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-DECISAO.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE RECLAMA-REC.
           MOVE 'RECUSADA'             TO WRK-RESULTADO.
           DISPLAY 'RECLAMACAO RECUSADA PELA TRANSPORTADORA'.
      *================================================================*
       0650-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA COMO PAGA A RECLAMACAO ACEITA CUJO SALDO A TRANSPOR-
      *    TADORA PAGOU DIRETO, SEM ESPERAR O ABATIMENTO NO PAGAMENTO
      *================================================================*
       0700-PAGAR-RECLAMACAO           SECTION.
      *================================================================*
           IF  NOT RECLAMA-ACEITA
               DISPLAY 'SO A RECLAMACAO ACEITA PODE SER BAIXADA COMO '
                       'PAGA'
               GO TO 0700-99-FIM
           END-IF.
           SET RECLAMA-PAGA            TO TRUE.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-PAGAMENTO.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE RECLAMA-REC.
           MOVE 'PAGA'                 TO WRK-RESULTADO.
           DISPLAY 'RECLAMACAO BAIXADA COMO PAGA PELA TRANSPORTADORA'.
      *================================================================*
       0700-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE A PROPORCAO AFETADA DO EMBARQUE (1 A 100; ZERO
      *    DIGITADO ASSUME 100 = EMBARQUE INTEIRO); FORA DA FAIXA,
      *    DEVOLVE ZERO PARA RECUSAR A ACAO
      *================================================================*
       0800-RECEBER-PROPORCAO          SECTION.
      *================================================================*
           DISPLAY 'PROPORCAO AFETADA DO EMBARQUE EM % (ZERO = 100):'.
           ACCEPT WRK-PERC-AFETADO.
           IF  WRK-PERC-AFETADO        EQUAL ZEROS
               MOVE 100                 TO WRK-PERC-AFETADO
           END-IF.
           IF  WRK-PERC-AFETADO        GREATER 100
               DISPLAY 'PROPORCAO AFETADA ACIMA DE 100%'
               MOVE ZEROS               TO WRK-PERC-AFETADO
           END-IF.
      *================================================================*
       0800-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALOR RECLAMADO: MERCADORIA MAIS FRETE NA PROPORCAO AFETADA
      *================================================================*
       0810-CALCULAR-VALOR-RECLAMADO   SECTION.
      *================================================================*
           COMPUTE RECLAMA-VALOR-RECLAMADO ROUNDED =
                   (RECLAMA-VALOR-MERCADORIA + RECLAMA-VALOR-FRETE) *
                   RECLAMA-PERC-AFETADO / 100.
      *================================================================*
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARIMBA O OPERADOR E A DATA DA ULTIMA ALTERACAO
      *================================================================*
       0850-CARIMBAR-ALTERACAO         SECTION.
      *================================================================*
           MOVE WRK-OPERADOR           TO RECLAMA-OPERADOR-ALT.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-ALT.
      *================================================================*
       0850-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A AUDITORIA, FECHA OS ARQUIVOS E ENCERRA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-UF               DELIMITED BY SIZE
                  WRK-DATA-EMB         DELIMITED BY SIZE
                  WRK-HORA-EMB         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-RESULTADO        DELIMITED BY SPACE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
           CLOSE RECLAMA-FILE.
           CLOSE MANIFUF-FILE.
           DISPLAY 'RECLAMACAO CONTRA A TRANSPORTADORA: '
                   WRK-RESULTADO.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
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
           MOVE 'PROGRECLA'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*
