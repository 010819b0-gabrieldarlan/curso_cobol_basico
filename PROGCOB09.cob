      *              TRANSPORTADORA
      * XX/XX/XXXX - PRODUTO DESATIVADO NO PRODMAS (PELO PROGCOB41)
      *              PASSA A SER RECUSADO NO CALCULO DE FRETE
      * XX/XX/XXXX - A TRANSPORTADORA DO EMBARQUE PASSA A SER ESCOLHIDA
      *              PELO MENOR FRETE ENTRE AS TABELAS DAS
      *              TRANSPORTADORAS ATIVAS PARA A UF (TRANSTAR, MANTIDA
      *              PELO PROGTRTAB) QUE CUMPREM O PRAZO PROMETIDO DA
      *              MATRIZ TRANSUF; O FRETE COTADO, O PESO TAXADO E O
      *              VOLUME VAO PARA O MANIFESTO E A TRANSPORTADORA PARA
      *              O ORCAMENTO. SEM TABELA PARA A UF, SEGUE A TABELA
      *              POR UF E O CNPJ INFORMADO PELO OPERADOR
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSMAS-CNPJ
               FILE STATUS            IS WRK-TRANSMAS-STATUS.
           SELECT TRANSTAR-FILE         ASSIGN TO "TRANSTAR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSTAR-CHAVE
               FILE STATUS            IS WRK-TRANSTAR-STATUS.
           SELECT TRANSUF-FILE          ASSIGN TO "TRANSUF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSUF-CHAVE
               FILE STATUS            IS WRK-TRANSUF-STATUS.
           SELECT FRETCOT-FILE          ASSIGN TO "FRETCOT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
           COPY 'MANIFUF.COB'.
       FD  TRANSMAS-FILE.
           COPY 'TRANSMAS.COB'.
       FD  TRANSTAR-FILE.
           COPY 'TRANSTAR.COB'.
       FD  TRANSUF-FILE.
           COPY 'TRANSUF.COB'.
       FD  FRETCOT-FILE.
           COPY 'FRETCOT.COB'.
       FD  COTSEQ-FILE.
           88 WRK-TRANSMAS-NAO-ACHOU                   VALUE '23'.
           88 WRK-TRANSMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-TRANSP-CNPJ             PIC X(014)      VALUE SPACES.
       77  WRK-PESO-TAXADO             PIC 9(005)V99   VALUE ZEROS.
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
      *    ESCOLHA DA TRANSPORTADORA MAIS BARATA ENTRE AS ATIVAS COM
      *    TABELA PARA A UF, DENTRE AS QUE CUMPREM O PRAZO PROMETIDO
      *    DA MATRIZ TRANSUF; SEM NENHUMA NO PRAZO, FICA A MAIS
      *    BARATA DE TODAS, COM AVISO
      *
       77  WRK-TRANSMAS-FIM-SCAN       PIC X(001)      VALUE 'N'.
           88 WRK-TRANSMAS-SCAN-FIM                    VALUE 'S'.
       77  WRK-PRAZO-PROMETIDO         PIC 9(003)      VALUE ZEROS.
       77  WRK-MELHOR-CNPJ             PIC X(014)      VALUE SPACES.
       77  WRK-MELHOR-FRETE            PIC 9(006)V99   VALUE ZEROS.
       77  WRK-MELHOR-DIAS             PIC 9(003)      VALUE ZEROS.
       77  WRK-MENOR-CNPJ              PIC X(014)      VALUE SPACES.
       77  WRK-MENOR-FRETE             PIC 9(006)V99   VALUE ZEROS.
       77  WRK-MENOR-DIAS              PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-COTADAS             PIC 9(003)      VALUE ZEROS.
       77  WRK-ESCOLHA-PRAZO           PIC X(001)      VALUE 'S'.
           88 WRK-ESCOLHA-NO-PRAZO                     VALUE 'S'.
           88 WRK-ESCOLHA-FORA-PRAZO                   VALUE 'N'.
      *
      *    PRAZO PROMETIDO: MATRIZ TRANSUF A PARTIR DA UF DE ORIGEM
      *    DOS EMBARQUES, COM PRAZO DE CONTINGENCIA SEM MATRIZ
      *
       77  WRK-TRANSUF-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-TRANSUF-OK                           VALUE '00'.
       77  WRK-UF-ORIGEM               PIC X(002)      VALUE 'SP'.
       77  WRK-DIAS-CONTINGENCIA       PIC 9(003)      VALUE 5.
       77  WRK-CONSLOG-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(020)      VALUE SPACES.
       77  WRK-CAMPOS-LOG               PIC X(040)      VALUE SPACES.
               OPEN I-O TRANSMAS-FILE
           END-IF.

           OPEN INPUT TRANSTAR-FILE.
           IF  WRK-TRANSTAR-OK
               SET WRK-TRANSTAR-ABERTO  TO TRUE
           END-IF.
           OPEN INPUT TRANSUF-FILE.

           DISPLAY 'OPERADOR:'
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CODIGO DO PRODUTO:'
           ACCEPT WRK-DIM-COMPRIM.
           DISPLAY 'SOMENTE ORCAMENTO, SEM MANIFESTAR (S/N)?'
           ACCEPT WRK-MODO-ORCAMENTO.
           DISPLAY 'EXPORTAR RESULTADO EM CSV (S/N)?'
           ACCEPT WRK-EXPORTAR-CSV.

                                          FRETUF-VLR-M3
               COMPUTE WRK-FRETE = WRK-FRETE-VALOR + WRK-FRETE-PESO
                                 + WRK-FRETE-VOLUME
               COMPUTE WRK-PESO-TAXADO = WRK-PESO-KG *
                                         PRODMAS-FATOR-CLASSE
               PERFORM 0850-DEFINIR-TRANSPORTADORA
               IF  WRK-ORCAMENTO-SIM
                   PERFORM 0475-GRAVAR-ORCAMENTO
               ELSE
           CLOSE CAMBIO-FILE.
           CLOSE MANIFUF-FILE.
           CLOSE TRANSMAS-FILE.
           CLOSE TRANSTAR-FILE.
           CLOSE TRANSUF-FILE.
           CLOSE FRETCOT-FILE.
           GOBACK.
      *================================================================*
           SET MANIFUF-NAO-ENTREGUE     TO TRUE.
           MOVE ZEROS                   TO MANIFUF-DATA-ENTREGA.
           MOVE WRK-TRANSP-CNPJ         TO MANIFUF-TRANSP-CNPJ.
           MOVE WRK-PESO-TAXADO         TO MANIFUF-PESO-TAXADO.
           MOVE WRK-VOLUME-M3           TO MANIFUF-VOLUME-M3.
           WRITE MANIFUF-REC.
      *================================================================*
       0470-99-FIM.                    EXIT.
           MOVE WRK-DATA-SYS-LOG        TO FRETCOT-DATA-EMISSAO.
           MOVE WRK-DATA-VALIDADE       TO FRETCOT-DATA-VALIDADE.
           SET FRETCOT-ABERTA           TO TRUE.
           MOVE WRK-TRANSP-CNPJ         TO FRETCOT-TRANSP-CNPJ.
           WRITE FRETCOT-REC.
           DISPLAY 'ORCAMENTO NO ' WRK-COT-NUM ' VALIDO ATE '
                   WRK-DATA-VALIDADE ' - NAO MANIFESTADO'.
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEFINE A TRANSPORTADORA DO EMBARQUE: A MAIS BARATA PELAS
      *    TABELAS DAS TRANSPORTADORAS (TRANSTAR), QUE PASSA A DAR O
      *    FRETE; SEM TABELA PARA A UF, VALE O FRETE DA TABELA POR UF
      *    E O OPERADOR INFORMA A TRANSPORTADORA DO EMBARQUE
      *================================================================*
       0850-DEFINIR-TRANSPORTADORA     SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-TRANSP-CNPJ
                                           WRK-MELHOR-CNPJ.
           IF  WRK-TRANSTAR-ABERTO
               MOVE WRK-UF              TO WRK-TAR-UF
               MOVE WRK-DATA-PROC       TO WRK-TAR-DATA
               MOVE WRK-PESO-TAXADO     TO WRK-TAR-PESO
               MOVE WRK-VOLUME-M3       TO WRK-TAR-VOLUME
               MOVE WRK-VALOR-BRL       TO WRK-TAR-VALOR
               PERFORM 0860-ESCOLHER-TRANSPORTADORA
           END-IF.

           IF  WRK-MELHOR-CNPJ         NOT EQUAL SPACES
               MOVE WRK-MELHOR-CNPJ     TO WRK-TRANSP-CNPJ
               MOVE WRK-MELHOR-FRETE    TO WRK-FRETE
               MOVE WRK-MELHOR-CNPJ     TO TRANSMAS-CNPJ
               READ TRANSMAS-FILE
               DISPLAY 'TRANSPORTADORAS COTADAS: ' WRK-QTD-COTADAS
               DISPLAY 'TRANSPORTADORA ESCOLHIDA: ' TRANSMAS-NOME
                       ' PRAZO ' WRK-MELHOR-DIAS ' DIAS UTEIS'
               IF  WRK-ESCOLHA-FORA-PRAZO
                   DISPLAY 'AVISO: NENHUMA TRANSPORTADORA CUMPRE O '
                           'PRAZO PROMETIDO DE ' WRK-PRAZO-PROMETIDO
                           ' DIAS - ESCOLHIDA A MAIS BARATA'
               END-IF
               GO TO 0850-99-FIM
           END-IF.

           IF  NOT WRK-ORCAMENTO-SIM
               DISPLAY 'UF SEM TABELA DE TRANSPORTADORA VIGENTE'
               DISPLAY 'CNPJ DA TRANSPORTADORA (SOMENTE NUMEROS):'
               ACCEPT WRK-TRANSP-CNPJ
               MOVE WRK-TRANSP-CNPJ     TO TRANSMAS-CNPJ
               READ TRANSMAS-FILE
               IF  WRK-TRANSMAS-OK AND TRANSMAS-ATIVA
                   DISPLAY 'TRANSPORTADORA: ' TRANSMAS-NOME
               ELSE
                   DISPLAY 'AVISO: TRANSPORTADORA SEM CADASTRO '
                           'ATIVO NO TRANSMAS - CADASTRE PELO '
                           'PROGCOB39'
               END-IF
           END-IF.
      *================================================================*
       0850-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COTA O EMBARQUE EM TODAS AS TRANSPORTADORAS ATIVAS COM
      *    TABELA VIGENTE PARA A UF E ESCOLHE A MAIS BARATA QUE
      *    CUMPRE O PRAZO PROMETIDO (TRANSUF); SEM NENHUMA NO PRAZO,
      *    FICA A MAIS BARATA DE TODAS. SEM NENHUMA TABELA, O
      *    WRK-MELHOR-CNPJ VOLTA EM BRANCO E VALE A TABELA POR UF
      *================================================================*
       0860-ESCOLHER-TRANSPORTADORA    SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-MELHOR-CNPJ
                                           WRK-MENOR-CNPJ.
           MOVE ZEROS                  TO WRK-MELHOR-FRETE
                                           WRK-MELHOR-DIAS
                                           WRK-MENOR-FRETE
                                           WRK-MENOR-DIAS
                                           WRK-QTD-COTADAS.
           SET WRK-ESCOLHA-NO-PRAZO    TO TRUE.

           MOVE WRK-UF-ORIGEM          TO TRANSUF-UF-ORIGEM.
           MOVE WRK-TAR-UF             TO TRANSUF-UF-DESTINO.
           READ TRANSUF-FILE.
           IF  WRK-TRANSUF-OK
               MOVE TRANSUF-DIAS-TRANSITO TO WRK-PRAZO-PROMETIDO
           ELSE
               MOVE WRK-DIAS-CONTINGENCIA TO WRK-PRAZO-PROMETIDO
           END-IF.

           MOVE 'N'                    TO WRK-TRANSMAS-FIM-SCAN.
           MOVE LOW-VALUES             TO TRANSMAS-CNPJ.
           START TRANSMAS-FILE KEY NOT LESS TRANSMAS-CNPJ
               INVALID KEY
                   SET WRK-TRANSMAS-SCAN-FIM TO TRUE
           END-START.
           PERFORM 0862-COTAR-1-TRANSPORTADORA
               UNTIL WRK-TRANSMAS-SCAN-FIM.

           IF  WRK-MELHOR-CNPJ         EQUAL SPACES
           AND WRK-MENOR-CNPJ          NOT EQUAL SPACES
               MOVE WRK-MENOR-CNPJ      TO WRK-MELHOR-CNPJ
               MOVE WRK-MENOR-FRETE     TO WRK-MELHOR-FRETE
               MOVE WRK-MENOR-DIAS      TO WRK-MELHOR-DIAS
               SET WRK-ESCOLHA-FORA-PRAZO TO TRUE
           END-IF.
      *================================================================*
       0860-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COTA O EMBARQUE NA PROXIMA TRANSPORTADORA DO CADASTRO E
      *    GUARDA A MAIS BARATA NO PRAZO E A MAIS BARATA DE TODAS
      *================================================================*
       0862-COTAR-1-TRANSPORTADORA     SECTION.
      *================================================================*
           READ TRANSMAS-FILE NEXT RECORD
               AT END
                   SET WRK-TRANSMAS-SCAN-FIM TO TRUE
           END-READ.
           IF  WRK-TRANSMAS-SCAN-FIM
           OR  NOT TRANSMAS-ATIVA
               GO TO 0862-99-FIM
           END-IF.

           MOVE TRANSMAS-CNPJ          TO WRK-TAR-CNPJ.
           PERFORM 0864-LOCALIZAR-TABELA-TRANSP.
           IF  WRK-TAR-OK
               PERFORM 0866-CALCULAR-FRETE-TABELA
           END-IF.
           IF  NOT WRK-TAR-OK
               GO TO 0862-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-COTADAS.
           IF  WRK-MENOR-CNPJ          EQUAL SPACES
           OR  WRK-TAR-FRETE           LESS WRK-MENOR-FRETE
               MOVE WRK-TAR-CNPJ        TO WRK-MENOR-CNPJ
               MOVE WRK-TAR-FRETE       TO WRK-MENOR-FRETE
               MOVE TRANSTAR-DIAS-TRANSITO TO WRK-MENOR-DIAS
           END-IF.
           IF  TRANSTAR-DIAS-TRANSITO  NOT GREATER WRK-PRAZO-PROMETIDO
               IF  WRK-MELHOR-CNPJ     EQUAL SPACES
               OR  WRK-TAR-FRETE       LESS WRK-MELHOR-FRETE
                   MOVE WRK-TAR-CNPJ    TO WRK-MELHOR-CNPJ
                   MOVE WRK-TAR-FRETE   TO WRK-MELHOR-FRETE
                   MOVE TRANSTAR-DIAS-TRANSITO TO WRK-MELHOR-DIAS
               END-IF
           END-IF.
      *================================================================*
       0862-99-FIM.                    EXIT.
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
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
