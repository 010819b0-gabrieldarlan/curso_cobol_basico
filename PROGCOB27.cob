      *              TRANSPAGAR), PARA O BALANCETE CARREGAR O QUE SE
      *              DEVE AS TRANSPORTADORAS; O ARQUIVO DE PAGAMENTO
      *              BANCARIO SAI NO PROGCOB77
      * XX/XX/XXXX - O TITULO GRAVADO E MARCADO COM A ORIGEM FRETE,
      *              JA QUE O CONTAPAG PASSA A GUARDAR TAMBEM AS
      *              NOTAS DE FORNECEDOR (PROGNFFOR)
      * XX/XX/XXXX - O FRETE COBRADO PASSA A SER CONFERIDO CONTRA A
      *              TABELA DA PROPRIA TRANSPORTADORA DO EMBARQUE
      *              (TRANSTAR) VIGENTE NA DATA DO EMBARQUE, SOBRE O
      *              PESO TAXADO, O VOLUME E O VALOR DO MANIFESTO; SEM
      *              TABELA, SEGUE A CONFERENCIA CONTRA O FRETE
      *              MANIFESTADO
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT TRANSTAR-FILE         ASSIGN TO "TRANSTAR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSTAR-CHAVE
               FILE STATUS            IS WRK-TRANSTAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATTRANS-FILE.
           COPY 'CONTAPAG.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  TRANSTAR-FILE.
           COPY 'TRANSTAR.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
       77  WRK-ACHOU-EMBARQUE          PIC X(001)      VALUE 'N'.
           88  WRK-EMBARQUE-CASADO                     VALUE 'S'.
      *
      *    FRETE ESPERADO: O DA TABELA DA PROPRIA TRANSPORTADORA DO
      *    EMBARQUE (TRANSTAR) NA DATA DO EMBARQUE; SEM TABELA, O
      *    FRETE MANIFESTADO
      *
       77  WRK-FRETE-ESPERADO          PIC 9(006)V99   VALUE ZEROS.
       77  WRK-BASE-CONFERENCIA        PIC X(012)      VALUE SPACES.
       77  WRK-QTD-PELA-TABELA         PIC 9(005)      VALUE ZEROS.
      *
      *    COTACAO PELA TABELA DE FRETE DA TRANSPORTADORA (TRANSTAR):
      *    VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA, FAIXA DE PESO,
      *    VALOR POR M3, AD VALOREM E FRETE MINIMO
      *
       77  WRK-TRANSTAR-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-TRANSTAR-OK                          VALUE '00'.
           88 WRK-TRANSTAR-INEXISTENTE                 VALUE '35'.
       77  WRK-TRANSTAR-ABERTURA       PIC X(001)      VALUE 'N'.
           88 WRK-TRANSTAR-ABERTO                      VALUE 'S'.
       77  WRK-TAR-CNPJ                PIC X(014)      VALUE SPACES.
       77  WRK-TAR-UF                  PIC X(002)      VALUE SPACES.
       77  WRK-TAR-DATA                PIC 9(008)      VALUE ZEROS.
       77  WRK-TAR-PESO                PIC 9(006)V99   VALUE ZEROS.
       77  WRK-TAR-VOLUME              PIC 9(003)V9999 VALUE ZEROS.
       77  WRK-TAR-VALOR               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TAR-VIGENCIA            PIC 9(008)      VALUE ZEROS.
       77  WRK-TAR-FRETE               PIC 9(006)V99   VALUE ZEROS.
       77  WRK-TAR-FAIXA               PIC 9(002)      VALUE ZEROS.
       77  WRK-TAR-ULT-FAIXA           PIC 9(002)      VALUE ZEROS.
       77  WRK-TAR-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-TAR-ACHADA              PIC X(001)      VALUE 'N'.
           88 WRK-TAR-OK                               VALUE 'S'.
       77  WRK-TAR-FIM-SCAN            PIC X(001)      VALUE 'N'.
           88 WRK-TAR-SCAN-FIM                         VALUE 'S'.
      *
      *    PERIODO FATURADO (MENOR E MAIOR DATA COBRADA), PARA
      *    APONTAR EMBARQUES DO PERIODO SEM COBRANCA
      *
               OPEN I-O MANIFUF-FILE
           END-IF.
           OPEN OUTPUT FATAUDIT-FILE.
           OPEN INPUT TRANSTAR-FILE.
           IF  WRK-TRANSTAR-OK
               SET WRK-TRANSTAR-ABERTO  TO TRUE
           END-IF.
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O CONTAPAG-FILE.
           IF  WRK-CONTAPAG-INEXISTENTE
      *================================================================*
       0240-COMPARAR-FRETE             SECTION.
      *================================================================*
           PERFORM 0270-CALCULAR-FRETE-ESPERADO.
           COMPUTE WRK-DIFERENCA =
                   FATTRANS-FRETE-COBRADO - WRK-FRETE-ESPERADO.

           SET MANIFUF-JA-FATURADO     TO TRUE.
           REWRITE MANIFUF-REC.
      *================================================================*
       0250-GRAVAR-DIVERGENCIA         SECTION.
      *================================================================*
           MOVE WRK-FRETE-ESPERADO     TO WRK-FRETE-ED.
           MOVE FATTRANS-FRETE-COBRADO TO WRK-COBRADO-ED.
           MOVE WRK-DIFERENCA          TO WRK-DIFERENCA-ED.
           MOVE SPACES                 TO FATAUDIT-REC.
                      FATTRANS-DATA     DELIMITED BY SIZE
                      ' PRODUTO '       DELIMITED BY SIZE
                      FATTRANS-PRODUTO  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WRK-BASE-CONFERENCIA DELIMITED BY SPACE
                      WRK-FRETE-ED      DELIMITED BY SIZE
                      ' COBRADO='       DELIMITED BY SIZE
                      WRK-COBRADO-ED    DELIMITED BY SIZE
                      FATTRANS-DATA     DELIMITED BY SIZE
                      ' PRODUTO '       DELIMITED BY SIZE
                      FATTRANS-PRODUTO  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WRK-BASE-CONFERENCIA DELIMITED BY SPACE
                      WRK-FRETE-ED      DELIMITED BY SIZE
                      ' COBRADO='       DELIMITED BY SIZE
                      WRK-COBRADO-ED    DELIMITED BY SIZE
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O FRETE ESPERADO DO EMBARQUE PELA TABELA DA
      *    PROPRIA TRANSPORTADORA (TRANSTAR) VIGENTE NA DATA DO
      *    EMBARQUE, SOBRE O PESO TAXADO, O VOLUME E O VALOR
      *    MANIFESTADOS; SEM TABELA, CONFERE CONTRA O FRETE
      *    MANIFESTADO
      *================================================================*
       0270-CALCULAR-FRETE-ESPERADO    SECTION.
      *================================================================*
           MOVE MANIFUF-FRETE          TO WRK-FRETE-ESPERADO.
           MOVE 'MANIFESTADO='         TO WRK-BASE-CONFERENCIA.
           IF  NOT WRK-TRANSTAR-ABERTO
           OR  MANIFUF-TRANSP-CNPJ     EQUAL SPACES
               GO TO 0270-99-FIM
           END-IF.
           MOVE MANIFUF-TRANSP-CNPJ    TO WRK-TAR-CNPJ.
           MOVE MANIFUF-UF             TO WRK-TAR-UF.
           MOVE MANIFUF-DATA           TO WRK-TAR-DATA.
           MOVE MANIFUF-PESO-TAXADO    TO WRK-TAR-PESO.
           MOVE MANIFUF-VOLUME-M3      TO WRK-TAR-VOLUME.
           MOVE MANIFUF-VALOR-BRL      TO WRK-TAR-VALOR.
           PERFORM 0864-LOCALIZAR-TABELA-TRANSP.
           IF  WRK-TAR-OK
               PERFORM 0866-CALCULAR-FRETE-TABELA
           END-IF.
           IF  WRK-TAR-OK
               MOVE WRK-TAR-FRETE       TO WRK-FRETE-ESPERADO
               MOVE 'TABELA='           TO WRK-BASE-CONFERENCIA
               ADD 1                    TO WRK-QTD-PELA-TABELA
           END-IF.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*
      *================================================================*
      *    LOCALIZA A TABELA DA TRANSPORTADORA WRK-TAR-CNPJ NA UF
      *    WRK-TAR-UF COM A VIGENCIA MAIS RECENTE NAO POSTERIOR A
      *    WRK-TAR-DATA E DEIXA O REGISTRO LIDO NO TRANSTAR-REC
      *================================================================*
       0864-LOCALIZAR-TABELA-TRANSP    SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-TAR-ACHADA
                                           WRK-TAR-FIM-SCAN.
           MOVE ZEROS                  TO WRK-TAR-VIGENCIA.
           MOVE WRK-TAR-CNPJ           TO TRANSTAR-CNPJ.
           MOVE WRK-TAR-UF             TO TRANSTAR-UF.
           MOVE ZEROS                  TO TRANSTAR-DATA-VIGENCIA.
           START TRANSTAR-FILE KEY NOT LESS TRANSTAR-CHAVE
               INVALID KEY
                   SET WRK-TAR-SCAN-FIM TO TRUE
           END-START.
           PERFORM 0865-EXAMINAR-1-VIGENCIA UNTIL WRK-TAR-SCAN-FIM.

           IF  WRK-TAR-OK
               MOVE WRK-TAR-CNPJ        TO TRANSTAR-CNPJ
               MOVE WRK-TAR-UF          TO TRANSTAR-UF
               MOVE WRK-TAR-VIGENCIA    TO TRANSTAR-DATA-VIGENCIA
               READ TRANSTAR-FILE
               IF  NOT WRK-TRANSTAR-OK
                   MOVE 'N'              TO WRK-TAR-ACHADA
               END-IF
           END-IF.
      *================================================================*
       0864-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA A PROXIMA VIGENCIA: GUARDA A MAIS RECENTE NAO
      *    POSTERIOR A DATA E PARA AO TROCAR DE TRANSPORTADORA/UF OU
      *    PASSAR DA DATA
      *================================================================*
       0865-EXAMINAR-1-VIGENCIA        SECTION.
      *================================================================*
           READ TRANSTAR-FILE NEXT RECORD
               AT END
                   SET WRK-TAR-SCAN-FIM TO TRUE
           END-READ.
           IF  NOT WRK-TAR-SCAN-FIM
               IF  TRANSTAR-CNPJ       NOT EQUAL WRK-TAR-CNPJ
               OR  TRANSTAR-UF         NOT EQUAL WRK-TAR-UF
               OR  TRANSTAR-DATA-VIGENCIA GREATER WRK-TAR-DATA
                   SET WRK-TAR-SCAN-FIM TO TRUE
               ELSE
                   MOVE TRANSTAR-DATA-VIGENCIA TO WRK-TAR-VIGENCIA
                   SET WRK-TAR-OK       TO TRUE
               END-IF
           END-IF.
      *================================================================*
       0865-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O FRETE PELA TABELA LIDA: PESO NA FAIXA + VOLUME +
      *    AD VALOREM, RESPEITANDO O FRETE MINIMO; TABELA SEM FAIXA
      *    DE PESO NAO COTA
      *================================================================*
       0866-CALCULAR-FRETE-TABELA      SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-TAR-FAIXA
                                           WRK-TAR-ULT-FAIXA
                                           WRK-TAR-FRETE.
           PERFORM 0867-ACHAR-FAIXA-PESO
               VARYING WRK-TAR-IDX FROM 1 BY 1
               UNTIL WRK-TAR-IDX GREATER 5.
           IF  WRK-TAR-FAIXA           EQUAL ZEROS
               MOVE WRK-TAR-ULT-FAIXA   TO WRK-TAR-FAIXA
           END-IF.
           IF  WRK-TAR-FAIXA           EQUAL ZEROS
               MOVE 'N'                 TO WRK-TAR-ACHADA
               GO TO 0866-99-FIM
           END-IF.

           COMPUTE WRK-TAR-FRETE ROUNDED =
                   (WRK-TAR-PESO * TRANSTAR-VLR-KG(WRK-TAR-FAIXA)) +
                   (WRK-TAR-VOLUME * TRANSTAR-VLR-M3) +
                   (WRK-TAR-VALOR * TRANSTAR-PERC-VALOR).
           IF  WRK-TAR-FRETE           LESS TRANSTAR-FRETE-MINIMO
               MOVE TRANSTAR-FRETE-MINIMO TO WRK-TAR-FRETE
           END-IF.
      *================================================================*
       0866-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A PRIMEIRA FAIXA QUE COMPORTA O PESO E A ULTIMA
      *    FAIXA EM USO (PARA PESO ACIMA DE TODAS AS FAIXAS)
      *================================================================*
       0867-ACHAR-FAIXA-PESO           SECTION.
      *================================================================*
           IF  TRANSTAR-PESO-ATE(WRK-TAR-IDX) NOT EQUAL ZEROS
               MOVE WRK-TAR-IDX         TO WRK-TAR-ULT-FAIXA
               IF  WRK-TAR-FAIXA       EQUAL ZEROS
               AND WRK-TAR-PESO        NOT GREATER
                   TRANSTAR-PESO-ATE(WRK-TAR-IDX)
                   MOVE WRK-TAR-IDX     TO WRK-TAR-FAIXA
               END-IF
           END-IF.
      *================================================================*
       0867-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS TOTAIS DA CONFERENCIA E ENCERRA O PROGRAMA
      *================================================================*
                  WRK-QTD-SEM-EMBARQUE DELIMITED BY SIZE
                  ' SEM COBRANCA='     DELIMITED BY SIZE
                  WRK-QTD-SEM-COBRANCA DELIMITED BY SIZE
                  ' PELA TABELA='      DELIMITED BY SIZE
                  WRK-QTD-PELA-TABELA  DELIMITED BY SIZE
                  INTO FATAUDIT-REC
           END-STRING.
           WRITE FATAUDIT-REC.
           CLOSE MANIFUF-FILE.
           CLOSE CONTAPAG-FILE.
           CLOSE FATAUDIT-FILE.
           CLOSE TRANSTAR-FILE.
           DISPLAY 'CONFERENCIA DA FATURA GRAVADA EM FATAUDIT'.
           GOBACK.
      *================================================================*
               MOVE WRK-DATA-VENCTO     TO CONTAPAG-DATA-VENCTO
               MOVE WRK-PAG-VALOR(WRK-PAG-IDX) TO CONTAPAG-VALOR
               SET CONTAPAG-ABERTO      TO TRUE
               SET CONTAPAG-FRETE       TO TRUE
               WRITE CONTAPAG-REC
           END-IF.
      *================================================================*
           END-IF.
           MOVE WRK-DATA-SYS           TO GLPOST-DATA.
           MOVE 'PROGCOB27'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE SPACES                 TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
