      * FOLGA CONFIGURAVEL) AINDA SEM CONFIRMACAO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - A CONFIRMACAO COM OCORRENCIA DE AVARIA, EXTRAVIO OU
      *              FALTA (ENTRCONF-OCORRENCIA) ABRE A RECLAMACAO
      *              CONTRA A TRANSPORTADORA DO EMBARQUE (RECLAMA), PELO
      *              VALOR DA MERCADORIA MAIS O FRETE, PARA SUBMISSAO E
      *              ACOMPANHAMENTO PELO PROGRECLA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSUF-CHAVE
               FILE STATUS            IS WRK-TRANSUF-STATUS.
           SELECT RECLAMA-FILE          ASSIGN TO "RECLAMA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS RECLAMA-CHAVE
               FILE STATUS            IS WRK-RECLAMA-STATUS.
           SELECT ENTREXC-FILE          ASSIGN TO "ENTREXC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ENTREXC-STATUS.
           COPY 'MANIFUF.COB'.
       FD  TRANSUF-FILE.
           COPY 'TRANSUF.COB'.
       FD  RECLAMA-FILE.
           COPY 'RECLAMA.COB'.
       FD  ENTREXC-FILE.
           COPY 'ENTREXC.COB'.
       WORKING-STORAGE                 SECTION.
       77  WRK-TRANSUF-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-TRANSUF-OK                          VALUE '00'.
       77  WRK-ENTREXC-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-RECLAMA-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECLAMA-OK                          VALUE '00'.
           88  WRK-RECLAMA-INEXISTENTE                 VALUE '35'.
      *
      *    UF DE ORIGEM DOS EMBARQUES E FOLGA (EM DIAS) SOBRE O
      *    PRAZO DE TRANSITO ANTES DE APONTAR ATRASO - CONFIGURAVEIS
       77  WRK-QTD-BAIXADAS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-EMBARQUE        PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ATRASADOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-RECLAMACOES         PIC 9(005)      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
               OPEN I-O MANIFUF-FILE
           END-IF.
           OPEN INPUT TRANSUF-FILE.
           OPEN I-O RECLAMA-FILE.
           IF  WRK-RECLAMA-INEXISTENTE
               CLOSE RECLAMA-FILE
               OPEN OUTPUT RECLAMA-FILE
               CLOSE RECLAMA-FILE
               OPEN I-O RECLAMA-FILE
           END-IF.
           OPEN OUTPUT ENTREXC-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
               MOVE ENTRCONF-DATA-ENTREGA TO MANIFUF-DATA-ENTREGA
               REWRITE MANIFUF-REC
               ADD 1                    TO WRK-QTD-BAIXADAS
               IF  NOT ENTRCONF-SEM-OCORRENCIA
                   PERFORM 0230-ABRIR-RECLAMACAO
               END-IF
           ELSE
               ADD 1                    TO WRK-QTD-SEM-EMBARQUE
               MOVE SPACES              TO ENTREXC-REC
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE A RECLAMACAO CONTRA A TRANSPORTADORA DO EMBARQUE PELA
      *    OCORRENCIA DE AVARIA, EXTRAVIO OU FALTA, PELO VALOR DA
      *    MERCADORIA MAIS O FRETE; A PROPORCAO AFETADA E A EVIDENCIA
      *    SAO ACERTADAS NA SUBMISSAO (PROGRECLA)
      *================================================================*
       0230-ABRIR-RECLAMACAO           SECTION.
      *================================================================*
           MOVE SPACES                 TO ENTREXC-REC.
           IF  MANIFUF-TRANSP-CNPJ     EQUAL SPACES
               STRING 'OCORRENCIA SEM TRANSPORTADORA NO MANIFESTO: UF '
                                        DELIMITED BY SIZE
                      MANIFUF-UF        DELIMITED BY SIZE
                      ' DATA '          DELIMITED BY SIZE
                      MANIFUF-DATA      DELIMITED BY SIZE
                      ' HORA '          DELIMITED BY SIZE
                      MANIFUF-HORA      DELIMITED BY SIZE
                      INTO ENTREXC-REC
               END-STRING
               WRITE ENTREXC-REC
               GO TO 0230-99-FIM
           END-IF.

           MOVE MANIFUF-TRANSP-CNPJ    TO RECLAMA-CNPJ.
           MOVE MANIFUF-CHAVE          TO RECLAMA-EMBARQUE.
           READ RECLAMA-FILE.
           IF  WRK-RECLAMA-OK
               GO TO 0230-99-FIM
           END-IF.

           MOVE MANIFUF-TRANSP-CNPJ    TO RECLAMA-CNPJ.
           MOVE MANIFUF-CHAVE          TO RECLAMA-EMBARQUE.
           MOVE MANIFUF-PRODUTO        TO RECLAMA-PRODUTO.
           MOVE ENTRCONF-OCORRENCIA    TO RECLAMA-TIPO.
           MOVE MANIFUF-VALOR-BRL      TO RECLAMA-VALOR-MERCADORIA.
           MOVE MANIFUF-FRETE          TO RECLAMA-VALOR-FRETE.
           MOVE 100                    TO RECLAMA-PERC-AFETADO.
           COMPUTE RECLAMA-VALOR-RECLAMADO =
                   MANIFUF-VALOR-BRL + MANIFUF-FRETE.
           MOVE ZEROS                  TO RECLAMA-VALOR-ACEITO
                                           RECLAMA-VALOR-ABATIDO
                                           RECLAMA-DATA-SUBMISSAO
                                           RECLAMA-DATA-DECISAO
                                           RECLAMA-DATA-PAGAMENTO.
           MOVE SPACES                 TO RECLAMA-EVIDENCIA.
           SET RECLAMA-ABERTA          TO TRUE.
           MOVE WRK-DATA-SYS           TO RECLAMA-DATA-ABERTURA
                                           RECLAMA-DATA-ALT.
           MOVE 'PROGCOB28'            TO RECLAMA-OPERADOR-ALT.
           WRITE RECLAMA-REC.
           ADD 1                       TO WRK-QTD-RECLAMACOES.

           STRING 'RECLAMACAO ABERTA: TRANSPORTADORA '
                                        DELIMITED BY SIZE
                  RECLAMA-CNPJ         DELIMITED BY SIZE
                  ' UF '               DELIMITED BY SIZE
                  MANIFUF-UF           DELIMITED BY SIZE
                  ' DATA '             DELIMITED BY SIZE
                  MANIFUF-DATA         DELIMITED BY SIZE
                  ' HORA '             DELIMITED BY SIZE
                  MANIFUF-HORA         DELIMITED BY SIZE
                  ' OCORRENCIA '       DELIMITED BY SIZE
                  RECLAMA-TIPO         DELIMITED BY SIZE
                  ' - SUBMETER PELO PROGRECLA'
                                       DELIMITED BY SIZE
                  INTO ENTREXC-REC
           END-STRING.
           WRITE ENTREXC-REC.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE O MANIFESTO E APONTA OS EMBARQUES NAO ENTREGUES
      *    ALEM DO PRAZO DE TRANSITO MAIS A FOLGA
                  WRK-QTD-SEM-EMBARQUE DELIMITED BY SIZE
                  ' ATRASADOS='        DELIMITED BY SIZE
                  WRK-QTD-ATRASADOS    DELIMITED BY SIZE
                  ' RECLAMACOES='      DELIMITED BY SIZE
                  WRK-QTD-RECLAMACOES  DELIMITED BY SIZE
                  INTO ENTREXC-REC
           END-STRING.
           WRITE ENTREXC-REC.
           CLOSE ENTRCONF-FILE.
           CLOSE MANIFUF-FILE.
           CLOSE TRANSUF-FILE.
           CLOSE RECLAMA-FILE.
           CLOSE ENTREXC-FILE.
           DISPLAY 'RETORNO DE ENTREGAS PROCESSADO - EXCECOES EM '
                   'ENTREXC'.
