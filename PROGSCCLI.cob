       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSCCLI.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: PONTUACAO MENSAL DE CREDITO DOS CLIENTES PELO
      * COMPORTAMENTO DE PAGAMENTO E PROPOSTA DE REVISAO DO LIMITE
      * (CUSTMAS-LIMITE-CREDITO). PARA CADA CLIENTE EM USO DO
      * CUSTMAS, NA JANELA DOS DOZE MESES ATE A DATA DE
      * PROCESSAMENTO, APURA: O ATRASO MEDIO EM DIAS DOS PAGAMENTOS
      * (DATA DO RECHIST CONTRA O CONTAREC-DATA-VENCTO DA PARCELA,
      * CONVENCAO 30/360); O MAIOR ESTAGIO DE COBRANCA ATINGIDO NAS
      * CARTAS DO PROGCOB53 (COBRACTL); OS TITULOS BAIXADOS POR
      * PERDA (PROGCOB57) E OS RENEGOCIADOS; E O VOLUME DE COMPRAS
      * (PEDIDOS NAO CANCELADOS). DA PONTUACAO SAI A PROPOSTA DE
      * ELEVAR, MANTER, REDUZIR OU BLOQUEAR O LIMITE; AS QUE MUDAM O
      * LIMITE VAO PARA O ARQUIVO DE REVISAO (LIMREV), ONDE O
      * APROVADOR AS DECIDE (PROGLIMAP), E TODAS SAEM NO LIMREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - RENEGOCIACOES CONTADAS PELOS ACORDOS DO PROGRENEG
      *              FECHADOS NA JANELA (ACORDO), INCLUSIVE OS ROMPIDOS,
      *              E NAO MAIS PELOS TITULOS RENEGOCIADOS DO CONTAREC
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO LIMREL (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS;
      *              A FILA LIMREV MANTEM O CPF INTEIRO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT RECHIST-FILE          ASSIGN TO "RECHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECHIST-STATUS.
           SELECT COBRACTL-FILE         ASSIGN TO "COBRACTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS COBRACTL-CHAVE
               FILE STATUS            IS WRK-COBRACTL-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT ACORDO-FILE           ASSIGN TO "ACORDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS ACORDO-NUMERO
               FILE STATUS            IS WRK-ACORDO-STATUS.
           SELECT LIMREV-FILE           ASSIGN TO "LIMREV"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS LIMREV-CHAVE
               FILE STATUS            IS WRK-LIMREV-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT LIMREL-FILE           ASSIGN TO "LIMREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LIMREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  RECHIST-FILE.
           COPY 'RECHIST.COB'.
       FD  COBRACTL-FILE.
           COPY 'COBRACTL.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  ACORDO-FILE.
           COPY 'ACORDO.COB'.
       FD  LIMREV-FILE.
           COPY 'LIMREV.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  LIMREL-FILE.
           COPY 'LIMREL.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
      *
      *    USUARIO QUE PEDIU O RELATORIO, PARA A REGRA DE MASCARAMENTO
      *    DE CPF E CONTA BANCARIA
      *
       77  WRK-USUARIO-SOLIC           PIC X(020)      VALUE SPACES.
       77  WRK-SENHA-SOLIC             PIC X(010)      VALUE SPACES.
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
           88  WRK-CUSTMAS-FIM                         VALUE '10'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECHIST-OK                          VALUE '00'.
           88  WRK-RECHIST-FIM                         VALUE '10'.
       77  WRK-COBRACTL-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-COBRACTL-OK                         VALUE '00'.
           88  WRK-COBRACTL-FIM                        VALUE '10'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
       77  WRK-ACORDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ACORDO-OK                           VALUE '00'.
           88  WRK-ACORDO-FIM                          VALUE '10'.
       77  WRK-LIMREV-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-LIMREV-OK                           VALUE '00'.
           88  WRK-LIMREV-INEXISTENTE                  VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-LIMREL-STATUS           PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANOMES          PIC 9(006).
           05  WRK-SYS-DIA             PIC 9(002).
       77  WRK-DATA-INICIO-JANELA      PIC 9(008)      VALUE ZEROS.
       77  WRK-REFERENCIA              PIC 9(006)      VALUE ZEROS.
      *
      *    ATRASO DE UM PAGAMENTO (CONVENCAO 30/360)
      *
       01  WRK-DATA-VENC               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-VENC-DEC REDEFINES WRK-DATA-VENC.
           05  WRK-VENC-ANO            PIC 9(004).
           05  WRK-VENC-MES            PIC 9(002).
           05  WRK-VENC-DIA            PIC 9(002).
       01  WRK-DATA-PAGTO              PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-PAGTO-DEC REDEFINES WRK-DATA-PAGTO.
           05  WRK-PAGTO-ANO           PIC 9(004).
           05  WRK-PAGTO-MES           PIC 9(002).
           05  WRK-PAGTO-DIA           PIC 9(002).
       77  WRK-DIAS-ATRASO             PIC S9(005)     VALUE ZEROS.
      *
      *    REGRAS DA PONTUACAO: PARTE DE 90 PONTOS, PERDE PELO ATRASO
      *    MEDIO, PELO ESTAGIO DE COBRANCA, POR BAIXA E POR
      *    RENEGOCIACAO, E GANHA 10 QUANDO AS COMPRAS DA JANELA
      *    ALCANCAM O LIMITE ATUAL (CLIENTE QUE USA O CREDITO)
      *
       77  WRK-PONTOS-BASE             PIC 9(003)      VALUE 90.
       77  WRK-PONTOS-VOLUME           PIC 9(003)      VALUE 10.
       77  WRK-PERDA-ATRASO-ATE-5      PIC 9(003)      VALUE 5.
       77  WRK-PERDA-ATRASO-ATE-15     PIC 9(003)      VALUE 10.
       77  WRK-PERDA-ATRASO-ATE-30     PIC 9(003)      VALUE 25.
       77  WRK-PERDA-ATRASO-MAIOR      PIC 9(003)      VALUE 40.
       77  WRK-PERDA-ESTAGIO-1         PIC 9(003)      VALUE 5.
       77  WRK-PERDA-ESTAGIO-2         PIC 9(003)      VALUE 15.
       77  WRK-PERDA-ESTAGIO-3         PIC 9(003)      VALUE 30.
       77  WRK-PERDA-POR-BAIXA         PIC 9(003)      VALUE 40.
       77  WRK-PERDA-POR-RENEG         PIC 9(003)      VALUE 20.
      *
      *    FAIXAS DA PROPOSTA: ABAIXO DE 30 PONTOS (OU COM BAIXA POR
      *    PERDA NA JANELA) BLOQUEIA; ABAIXO DE 60 REDUZ 30%; A
      *    PARTIR DE 85, USANDO O CREDITO, ELEVA 20%
      *
       77  WRK-FAIXA-BLOQUEIO          PIC 9(003)      VALUE 30.
       77  WRK-FAIXA-REDUCAO           PIC 9(003)      VALUE 60.
       77  WRK-FAIXA-ELEVACAO          PIC 9(003)      VALUE 85.
       77  WRK-FATOR-REDUCAO           PIC 9(001)V99   VALUE 0,70.
       77  WRK-FATOR-ELEVACAO          PIC 9(001)V99   VALUE 1,20.
       77  WRK-LIMITE-MAXIMO           PIC 9(007)V99   VALUE 9999999,99.
      *
      *    INDICADORES ACUMULADOS POR CLIENTE
      *
       01  WRK-CLI-TAB.
           05  WRK-CLI-ENTRY           OCCURS 500 TIMES
                                        INDEXED BY WRK-CLI-IDX.
               10  WRK-CLI-CPF         PIC X(011).
               10  WRK-CLI-NOME        PIC X(030).
               10  WRK-CLI-LIMITE      PIC 9(007)V99.
               10  WRK-CLI-QTD-PAGTOS  PIC 9(005).
               10  WRK-CLI-SOMA-ATRASO PIC 9(007).
               10  WRK-CLI-ESTAGIO     PIC 9(001).
               10  WRK-CLI-BAIXAS      PIC 9(003).
               10  WRK-CLI-RENEGS      PIC 9(003).
               10  WRK-CLI-COMPRAS     PIC 9(011)V99.
       77  WRK-CLI-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-CPF-CORRENTE            PIC X(011)      VALUE SPACES.
       77  WRK-CLI-LOCALIZADO          PIC X(001)      VALUE 'N'.
           88  WRK-CLI-ACHADO                          VALUE 'S'.
      *
      *    PONTUACAO E PROPOSTA DO CLIENTE CORRENTE
      *
       77  WRK-PONTUACAO               PIC S9(005)     VALUE ZEROS.
       77  WRK-ATRASO-MEDIO            PIC 9(003)      VALUE ZEROS.
       77  WRK-LIMITE-PROPOSTO         PIC 9(008)V99   VALUE ZEROS.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-ELEVAR                         VALUE 'E'.
           88  WRK-ACAO-MANTER                         VALUE 'M'.
           88  WRK-ACAO-REDUZIR                        VALUE 'R'.
           88  WRK-ACAO-BLOQUEAR                       VALUE 'B'.
       77  WRK-ACAO-DESCRICAO          PIC X(008)      VALUE SPACES.
       77  WRK-MOTIVO                  PIC X(060)      VALUE SPACES.
      *
       77  WRK-QTD-AVALIADOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-HISTORICO       PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ELEVAR              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-MANTER              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REDUZIR             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-BLOQUEAR            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-JA-DECIDIDAS        PIC 9(005)      VALUE ZEROS.
       77  WRK-PONTUACAO-ED            PIC ZZ9         VALUE ZEROS.
       77  WRK-ATRASO-ED               PIC ZZ9         VALUE ZEROS.
       77  WRK-LIMITE-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PROPOSTO-ED             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COMPRAS-ED              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
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
      *    DEFINE A REFERENCIA E A JANELA E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           MOVE WRK-SYS-ANOMES         TO WRK-REFERENCIA.
           COMPUTE WRK-DATA-INICIO-JANELA = WRK-DATA-SYS - 10000.
           DISPLAY 'PONTUACAO DE CREDITO DOS CLIENTES - REFERENCIA '
                   WRK-REFERENCIA ' JANELA ' WRK-DATA-INICIO-JANELA
                   ' A ' WRK-DATA-SYS.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.

           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT CONTAREC-FILE.
           OPEN INPUT COBRACTL-FILE.
           OPEN INPUT PEDIDO-FILE.
           OPEN I-O LIMREV-FILE.
           IF  WRK-LIMREV-INEXISTENTE
               CLOSE LIMREV-FILE
               OPEN OUTPUT LIMREV-FILE
               CLOSE LIMREV-FILE
               OPEN I-O LIMREV-FILE
           END-IF.
           OPEN OUTPUT LIMREL-FILE.
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
      *    CARREGA OS CLIENTES, ACUMULA OS INDICADORES DE CADA FONTE
      *    E PONTUA CADA CLIENTE
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-CARREGAR-CLIENTES.
           PERFORM 0220-APURAR-PAGAMENTOS.
           PERFORM 0230-APURAR-COBRANCA.
           PERFORM 0240-APURAR-TITULOS.
           PERFORM 0247-APURAR-ACORDOS.
           PERFORM 0250-APURAR-COMPRAS.
           PERFORM 0280-GRAVAR-CABECALHO.
           PERFORM 0260-PONTUAR-1-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX       GREATER WRK-CLI-COUNT.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS CLIENTES EM USO DO CUSTMAS (MESCLADOS E
      *    ANONIMIZADOS NAO TEM MAIS LIMITE A REVER)
      *================================================================*
       0210-CARREGAR-CLIENTES          SECTION.
      *================================================================*
           PERFORM 0215-CARREGAR-1-CLIENTE UNTIL WRK-CUSTMAS-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM CLIENTE NA TABELA COM OS INDICADORES ZERADOS
      *================================================================*
       0215-CARREGAR-1-CLIENTE         SECTION.
      *================================================================*
           READ CUSTMAS-FILE NEXT RECORD
               AT END
                   SET WRK-CUSTMAS-FIM  TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  NOT CUSTMAS-EM-USO
               GO TO 0215-99-FIM
           END-IF.
           IF  WRK-CLI-COUNT           NOT LESS 500
               DISPLAY 'AVISO: LIMITE DE 500 CLIENTES - A PARTIR DE '
                       CUSTMAS-CPF ' FORA DA PONTUACAO'
               SET WRK-CUSTMAS-FIM      TO TRUE
               GO TO 0215-99-FIM
           END-IF.
           ADD 1                       TO WRK-CLI-COUNT.
           SET WRK-CLI-IDX             TO WRK-CLI-COUNT.
           MOVE CUSTMAS-CPF            TO WRK-CLI-CPF(WRK-CLI-IDX).
           MOVE CUSTMAS-NOME           TO WRK-CLI-NOME(WRK-CLI-IDX).
           MOVE CUSTMAS-LIMITE-CREDITO TO WRK-CLI-LIMITE(WRK-CLI-IDX).
           MOVE ZEROS                  TO WRK-CLI-QTD-PAGTOS
                                           (WRK-CLI-IDX)
                                          WRK-CLI-SOMA-ATRASO
                                           (WRK-CLI-IDX)
                                          WRK-CLI-ESTAGIO(WRK-CLI-IDX)
                                          WRK-CLI-BAIXAS(WRK-CLI-IDX)
                                          WRK-CLI-RENEGS(WRK-CLI-IDX)
                                          WRK-CLI-COMPRAS(WRK-CLI-IDX).
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ATRASO DOS PAGAMENTOS DA JANELA: CADA LINHA DO RECHIST
      *    CONTRA O VENCIMENTO DA SUA PARCELA NO CONTAREC
      *================================================================*
       0220-APURAR-PAGAMENTOS          SECTION.
      *================================================================*
           OPEN INPUT RECHIST-FILE.
           IF  NOT WRK-RECHIST-OK
               GO TO 0220-99-FIM
           END-IF.
           PERFORM 0225-APURAR-1-PAGAMENTO UNTIL WRK-RECHIST-FIM.
           CLOSE RECHIST-FILE.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O ATRASO DE UM PAGAMENTO NO CLIENTE (PAGAMENTO EM DIA
      *    OU ANTECIPADO CONTA COMO ZERO DIAS)
      *================================================================*
       0225-APURAR-1-PAGAMENTO         SECTION.
      *================================================================*
           READ RECHIST-FILE
               AT END
                   SET WRK-RECHIST-FIM TO TRUE
                   GO TO 0225-99-FIM
           END-READ.
           IF  RECHIST-DATA            LESS WRK-DATA-INICIO-JANELA
           OR  RECHIST-DATA            GREATER WRK-DATA-SYS
               GO TO 0225-99-FIM
           END-IF.
           MOVE RECHIST-CPF            TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  NOT WRK-CLI-ACHADO
               GO TO 0225-99-FIM
           END-IF.
           MOVE RECHIST-PEDIDO         TO CONTAREC-PEDIDO.
           MOVE RECHIST-PARCELA        TO CONTAREC-PARCELA.
           READ CONTAREC-FILE.
           IF  NOT WRK-CONTAREC-OK
               GO TO 0225-99-FIM
           END-IF.
           MOVE CONTAREC-DATA-VENCTO   TO WRK-DATA-VENC.
           MOVE RECHIST-DATA           TO WRK-DATA-PAGTO.
           COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-PAGTO-ANO - WRK-VENC-ANO) * 360) +
                   ((WRK-PAGTO-MES - WRK-VENC-MES) * 30) +
                   (WRK-PAGTO-DIA - WRK-VENC-DIA).
           IF  WRK-DIAS-ATRASO         LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS-ATRASO
           END-IF.
           ADD 1                       TO WRK-CLI-QTD-PAGTOS
                                           (WRK-CLI-IDX).
           ADD WRK-DIAS-ATRASO         TO WRK-CLI-SOMA-ATRASO
                                           (WRK-CLI-IDX).
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MAIOR ESTAGIO DE COBRANCA DAS CARTAS EMITIDAS NA JANELA
      *================================================================*
       0230-APURAR-COBRANCA            SECTION.
      *================================================================*
           IF  NOT WRK-COBRACTL-OK
               GO TO 0230-99-FIM
           END-IF.
           PERFORM 0235-APURAR-1-COBRANCA UNTIL WRK-COBRACTL-FIM.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O ESTAGIO DE UM TITULO COBRADO SE FOR O MAIOR DO
      *    CLIENTE
      *================================================================*
       0235-APURAR-1-COBRANCA          SECTION.
      *================================================================*
           READ COBRACTL-FILE NEXT RECORD
               AT END
                   SET WRK-COBRACTL-FIM TO TRUE
                   GO TO 0235-99-FIM
           END-READ.
           IF  COBRACTL-DATA-ULT-CARTA LESS WRK-DATA-INICIO-JANELA
           OR  COBRACTL-DATA-ULT-CARTA GREATER WRK-DATA-SYS
               GO TO 0235-99-FIM
           END-IF.
           MOVE COBRACTL-CPF           TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  WRK-CLI-ACHADO
               IF  COBRACTL-ESTAGIO    GREATER
                   WRK-CLI-ESTAGIO(WRK-CLI-IDX)
                   MOVE COBRACTL-ESTAGIO TO
                                        WRK-CLI-ESTAGIO(WRK-CLI-IDX)
               END-IF
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TITULOS BAIXADOS POR PERDA EMITIDOS NA JANELA
      *================================================================*
       0240-APURAR-TITULOS             SECTION.
      *================================================================*
           IF  NOT WRK-CONTAREC-OK
               GO TO 0240-99-FIM
           END-IF.
           MOVE ZEROS                  TO CONTAREC-CHAVE.
           START CONTAREC-FILE KEY NOT LESS CONTAREC-CHAVE
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
           END-START.
           PERFORM 0245-APURAR-1-TITULO UNTIL WRK-CONTAREC-FIM.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA UM TITULO BAIXADO NO CLIENTE
      *================================================================*
       0245-APURAR-1-TITULO            SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  NOT CONTAREC-BAIXA-PERDA
               GO TO 0245-99-FIM
           END-IF.
           IF  CONTAREC-DATA-EMISSAO   LESS WRK-DATA-INICIO-JANELA
           OR  CONTAREC-DATA-EMISSAO   GREATER WRK-DATA-SYS
               GO TO 0245-99-FIM
           END-IF.
           MOVE CONTAREC-CPF           TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  NOT WRK-CLI-ACHADO
               GO TO 0245-99-FIM
           END-IF.
           ADD 1                       TO WRK-CLI-BAIXAS(WRK-CLI-IDX).
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACORDOS DE RENEGOCIACAO (PROGRENEG) FECHADOS NA JANELA,
      *    INCLUSIVE OS JA ROMPIDOS, CUJOS TITULOS ORIGINAIS VOLTARAM
      *    A FICAR EM ABERTO
      *================================================================*
       0247-APURAR-ACORDOS             SECTION.
      *================================================================*
           OPEN INPUT ACORDO-FILE.
           IF  NOT WRK-ACORDO-OK
               GO TO 0247-99-FIM
           END-IF.
           PERFORM 0248-APURAR-1-ACORDO UNTIL WRK-ACORDO-FIM.
           CLOSE ACORDO-FILE.
      *================================================================*
       0247-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA UM ACORDO DA JANELA NO CLIENTE
      *================================================================*
       0248-APURAR-1-ACORDO            SECTION.
      *================================================================*
           READ ACORDO-FILE NEXT RECORD
               AT END
                   SET WRK-ACORDO-FIM   TO TRUE
                   GO TO 0248-99-FIM
           END-READ.
           IF  ACORDO-DATA             LESS WRK-DATA-INICIO-JANELA
           OR  ACORDO-DATA             GREATER WRK-DATA-SYS
               GO TO 0248-99-FIM
           END-IF.
           MOVE ACORDO-CPF             TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  WRK-CLI-ACHADO
               ADD 1                    TO WRK-CLI-RENEGS(WRK-CLI-IDX)
           END-IF.
      *================================================================*
       0248-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VOLUME DE COMPRAS: PEDIDOS NAO CANCELADOS DA JANELA
      *================================================================*
       0250-APURAR-COMPRAS             SECTION.
      *================================================================*
           IF  NOT WRK-PEDIDO-OK
               GO TO 0250-99-FIM
           END-IF.
           PERFORM 0255-APURAR-1-PEDIDO UNTIL WRK-PEDIDO-FIM.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM PEDIDO NAS COMPRAS DO CLIENTE
      *================================================================*
       0255-APURAR-1-PEDIDO            SECTION.
      *================================================================*
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDO-FIM   TO TRUE
                   GO TO 0255-99-FIM
           END-READ.
           IF  PEDIDO-CANCELADO
           OR  PEDIDO-DATA             LESS WRK-DATA-INICIO-JANELA
           OR  PEDIDO-DATA             GREATER WRK-DATA-SYS
               GO TO 0255-99-FIM
           END-IF.
           MOVE PEDIDO-CPF             TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  WRK-CLI-ACHADO
               ADD PEDIDO-TOTAL         TO WRK-CLI-COMPRAS(WRK-CLI-IDX)
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PONTUA UM CLIENTE, DECIDE A PROPOSTA, GRAVA A REVISAO
      *    QUANDO O LIMITE MUDA E A LINHA DO RELATORIO
      *================================================================*
       0260-PONTUAR-1-CLIENTE          SECTION.
      *================================================================*
           IF  WRK-CLI-QTD-PAGTOS(WRK-CLI-IDX) EQUAL ZEROS
           AND WRK-CLI-COMPRAS(WRK-CLI-IDX)    EQUAL ZEROS
           AND WRK-CLI-ESTAGIO(WRK-CLI-IDX)    EQUAL ZEROS
           AND WRK-CLI-BAIXAS(WRK-CLI-IDX)     EQUAL ZEROS
           AND WRK-CLI-RENEGS(WRK-CLI-IDX)     EQUAL ZEROS
               ADD 1                    TO WRK-QTD-SEM-HISTORICO
               GO TO 0260-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-AVALIADOS.
           PERFORM 0262-CALCULAR-PONTUACAO.
           PERFORM 0264-DECIDIR-PROPOSTA.
           PERFORM 0270-GRAVAR-REVISAO.
           PERFORM 0285-GRAVAR-1-CLIENTE.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APLICA AS REGRAS DA PONTUACAO (0 A 100)
      *================================================================*
       0262-CALCULAR-PONTUACAO         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-ATRASO-MEDIO.
           IF  WRK-CLI-QTD-PAGTOS(WRK-CLI-IDX) GREATER ZEROS
               COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                       WRK-CLI-SOMA-ATRASO(WRK-CLI-IDX) /
                       WRK-CLI-QTD-PAGTOS(WRK-CLI-IDX)
                   ON SIZE ERROR
                       MOVE 999         TO WRK-ATRASO-MEDIO
               END-COMPUTE
           END-IF.
           MOVE WRK-PONTOS-BASE        TO WRK-PONTUACAO.
           EVALUATE TRUE
               WHEN WRK-ATRASO-MEDIO   EQUAL ZEROS
                   CONTINUE
               WHEN WRK-ATRASO-MEDIO   NOT GREATER 5
                   SUBTRACT WRK-PERDA-ATRASO-ATE-5  FROM WRK-PONTUACAO
               WHEN WRK-ATRASO-MEDIO   NOT GREATER 15
                   SUBTRACT WRK-PERDA-ATRASO-ATE-15 FROM WRK-PONTUACAO
               WHEN WRK-ATRASO-MEDIO   NOT GREATER 30
                   SUBTRACT WRK-PERDA-ATRASO-ATE-30 FROM WRK-PONTUACAO
               WHEN OTHER
                   SUBTRACT WRK-PERDA-ATRASO-MAIOR  FROM WRK-PONTUACAO
           END-EVALUATE.
           EVALUATE WRK-CLI-ESTAGIO(WRK-CLI-IDX)
               WHEN 1
                   SUBTRACT WRK-PERDA-ESTAGIO-1 FROM WRK-PONTUACAO
               WHEN 2
                   SUBTRACT WRK-PERDA-ESTAGIO-2 FROM WRK-PONTUACAO
               WHEN 3
                   SUBTRACT WRK-PERDA-ESTAGIO-3 FROM WRK-PONTUACAO
           END-EVALUATE.
           COMPUTE WRK-PONTUACAO = WRK-PONTUACAO -
                   (WRK-CLI-BAIXAS(WRK-CLI-IDX) * WRK-PERDA-POR-BAIXA) -
                   (WRK-CLI-RENEGS(WRK-CLI-IDX) * WRK-PERDA-POR-RENEG).
           IF  WRK-CLI-LIMITE(WRK-CLI-IDX) GREATER ZEROS
           AND WRK-CLI-COMPRAS(WRK-CLI-IDX) NOT LESS
               WRK-CLI-LIMITE(WRK-CLI-IDX)
               ADD WRK-PONTOS-VOLUME    TO WRK-PONTUACAO
           END-IF.
           IF  WRK-PONTUACAO           LESS ZEROS
               MOVE ZEROS               TO WRK-PONTUACAO
           END-IF.
           IF  WRK-PONTUACAO           GREATER 100
               MOVE 100                 TO WRK-PONTUACAO
           END-IF.
      *================================================================*
       0262-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DECIDE A PROPOSTA PELA FAIXA DA PONTUACAO; SEM LIMITE NAO
      *    HA O QUE REDUZIR OU ELEVAR (A CONCESSAO INICIAL CONTINUA
      *    NO CADASTRAMENTO DO PROGCPF)
      *================================================================*
       0264-DECIDIR-PROPOSTA           SECTION.
      *================================================================*
           MOVE WRK-CLI-LIMITE(WRK-CLI-IDX) TO WRK-LIMITE-PROPOSTO.
           SET WRK-ACAO-MANTER         TO TRUE.
           EVALUATE TRUE
               WHEN WRK-CLI-LIMITE(WRK-CLI-IDX) EQUAL ZEROS
                   CONTINUE
               WHEN WRK-CLI-BAIXAS(WRK-CLI-IDX) GREATER ZEROS
               WHEN WRK-PONTUACAO      LESS WRK-FAIXA-BLOQUEIO
                   SET WRK-ACAO-BLOQUEAR TO TRUE
                   MOVE ZEROS           TO WRK-LIMITE-PROPOSTO
               WHEN WRK-PONTUACAO      LESS WRK-FAIXA-REDUCAO
                   SET WRK-ACAO-REDUZIR TO TRUE
                   COMPUTE WRK-LIMITE-PROPOSTO ROUNDED =
                           WRK-CLI-LIMITE(WRK-CLI-IDX) *
                           WRK-FATOR-REDUCAO
               WHEN WRK-PONTUACAO      NOT LESS WRK-FAIXA-ELEVACAO
               AND  WRK-CLI-COMPRAS(WRK-CLI-IDX) NOT LESS
                    WRK-CLI-LIMITE(WRK-CLI-IDX)
                   SET WRK-ACAO-ELEVAR  TO TRUE
                   COMPUTE WRK-LIMITE-PROPOSTO ROUNDED =
                           WRK-CLI-LIMITE(WRK-CLI-IDX) *
                           WRK-FATOR-ELEVACAO
                   IF  WRK-LIMITE-PROPOSTO GREATER WRK-LIMITE-MAXIMO
                       MOVE WRK-LIMITE-MAXIMO TO WRK-LIMITE-PROPOSTO
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-ACAO-ELEVAR
                   MOVE 'ELEVAR'        TO WRK-ACAO-DESCRICAO
                   ADD 1                TO WRK-QTD-ELEVAR
               WHEN WRK-ACAO-REDUZIR
                   MOVE 'REDUZIR'       TO WRK-ACAO-DESCRICAO
                   ADD 1                TO WRK-QTD-REDUZIR
               WHEN WRK-ACAO-BLOQUEAR
                   MOVE 'BLOQUEAR'      TO WRK-ACAO-DESCRICAO
                   ADD 1                TO WRK-QTD-BLOQUEAR
               WHEN OTHER
                   MOVE 'MANTER'        TO WRK-ACAO-DESCRICAO
                   ADD 1                TO WRK-QTD-MANTER
           END-EVALUATE.

           MOVE WRK-PONTUACAO          TO WRK-PONTUACAO-ED.
           MOVE WRK-ATRASO-MEDIO       TO WRK-ATRASO-ED.
           MOVE SPACES                 TO WRK-MOTIVO.
           STRING 'PONTOS '            DELIMITED BY SIZE
                  WRK-PONTUACAO-ED     DELIMITED BY SIZE
                  ' ATRASO MEDIO '     DELIMITED BY SIZE
                  WRK-ATRASO-ED        DELIMITED BY SIZE
                  'D ESTAGIO '         DELIMITED BY SIZE
                  WRK-CLI-ESTAGIO(WRK-CLI-IDX) DELIMITED BY SIZE
                  ' BAIXAS '           DELIMITED BY SIZE
                  WRK-CLI-BAIXAS(WRK-CLI-IDX) DELIMITED BY SIZE
                  ' RENEG '            DELIMITED BY SIZE
                  WRK-CLI-RENEGS(WRK-CLI-IDX) DELIMITED BY SIZE
                  INTO WRK-MOTIVO
           END-STRING.
      *================================================================*
       0264-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA (OU REGRAVA, SE AINDA PENDENTE) A PROPOSTA DO MES NO
      *    LIMREV; PROPOSTA JA DECIDIDA PELO APROVADOR NAO E TOCADA,
      *    E A PENDENTE QUE PASSOU A MANTER O LIMITE SAI DA FILA
      *================================================================*
       0270-GRAVAR-REVISAO             SECTION.
      *================================================================*
           MOVE WRK-REFERENCIA         TO LIMREV-REFERENCIA.
           MOVE WRK-CLI-CPF(WRK-CLI-IDX) TO LIMREV-CPF.
           READ LIMREV-FILE.
           IF  WRK-LIMREV-OK
               IF  NOT LIMREV-PENDENTE
                   ADD 1                TO WRK-QTD-JA-DECIDIDAS
                   GO TO 0270-99-FIM
               END-IF
               IF  WRK-ACAO-MANTER
                   DELETE LIMREV-FILE
                   GO TO 0270-99-FIM
               END-IF
           ELSE
               IF  WRK-ACAO-MANTER
                   GO TO 0270-99-FIM
               END-IF
           END-IF.
           MOVE WRK-REFERENCIA         TO LIMREV-REFERENCIA.
           MOVE WRK-CLI-CPF(WRK-CLI-IDX) TO LIMREV-CPF.
           MOVE WRK-DATA-SYS           TO LIMREV-DATA-APURACAO.
           MOVE WRK-PONTUACAO          TO LIMREV-PONTUACAO.
           MOVE WRK-CLI-QTD-PAGTOS(WRK-CLI-IDX)
                                        TO LIMREV-QTD-PAGAMENTOS.
           MOVE WRK-ATRASO-MEDIO       TO LIMREV-ATRASO-MEDIO.
           MOVE WRK-CLI-ESTAGIO(WRK-CLI-IDX) TO LIMREV-ESTAGIO-MAXIMO.
           MOVE WRK-CLI-BAIXAS(WRK-CLI-IDX)  TO LIMREV-QTD-BAIXAS.
           MOVE WRK-CLI-RENEGS(WRK-CLI-IDX)
                                        TO LIMREV-QTD-RENEGOCIACOES.
           MOVE WRK-CLI-COMPRAS(WRK-CLI-IDX) TO LIMREV-VALOR-COMPRAS.
           MOVE WRK-CLI-LIMITE(WRK-CLI-IDX)  TO LIMREV-LIMITE-ATUAL.
           MOVE WRK-LIMITE-PROPOSTO    TO LIMREV-LIMITE-PROPOSTO.
           MOVE WRK-ACAO               TO LIMREV-ACAO.
           MOVE WRK-MOTIVO             TO LIMREV-MOTIVO.
           SET LIMREV-PENDENTE         TO TRUE.
           MOVE SPACES                 TO LIMREV-APROVADOR.
           MOVE ZEROS                  TO LIMREV-DATA-DECISAO.
           IF  WRK-LIMREV-OK
               REWRITE LIMREV-REC
           ELSE
               WRITE LIMREV-REC
           END-IF.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CABECALHO DO RELATORIO
      *================================================================*
       0280-GRAVAR-CABECALHO           SECTION.
      *================================================================*
           MOVE SPACES                 TO LIMREL-REC.
           STRING 'PONTUACAO DE CREDITO - REFERENCIA ' DELIMITED BY SIZE
                  WRK-REFERENCIA       DELIMITED BY SIZE
                  ' - JANELA DE '      DELIMITED BY SIZE
                  WRK-DATA-INICIO-JANELA DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO LIMREL-REC
           END-STRING.
           WRITE LIMREL-REC.
           MOVE SPACES                 TO LIMREL-REC.
           STRING 'CPF         CLIENTE                        '
                                       DELIMITED BY SIZE
                  'PTS ATR PGTOS E B R           COMPRAS'
                                       DELIMITED BY SIZE
                  '  LIMITE ATUAL      PROPOSTO ACAO'
                                       DELIMITED BY SIZE
                  INTO LIMREL-REC
           END-STRING.
           WRITE LIMREL-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LINHA DE UM CLIENTE PONTUADO
      *================================================================*
       0285-GRAVAR-1-CLIENTE           SECTION.
      *================================================================*
           MOVE WRK-CLI-LIMITE(WRK-CLI-IDX)  TO WRK-LIMITE-ED.
           MOVE WRK-LIMITE-PROPOSTO          TO WRK-PROPOSTO-ED.
           MOVE WRK-CLI-COMPRAS(WRK-CLI-IDX) TO WRK-COMPRAS-ED.
           MOVE WRK-CLI-CPF(WRK-CLI-IDX)     TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO LIMREL-REC.
           STRING MASC-CPF                  DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-CLI-NOME(WRK-CLI-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-PONTUACAO-ED          DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-ATRASO-ED             DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-CLI-QTD-PAGTOS(WRK-CLI-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-CLI-ESTAGIO(WRK-CLI-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-CLI-BAIXAS(WRK-CLI-IDX)(3:1) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-CLI-RENEGS(WRK-CLI-IDX)(3:1) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-COMPRAS-ED            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-LIMITE-ED             DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-PROPOSTO-ED           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-ACAO-DESCRICAO        DELIMITED BY SIZE
                  INTO LIMREL-REC
           END-STRING.
           WRITE LIMREL-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA O CLIENTE CORRENTE NA TABELA; CPF FORA DO
      *    CADASTRO EM USO NAO E PONTUADO
      *================================================================*
       0500-LOCALIZAR-CLIENTE          SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CLI-LOCALIZADO.
           SET WRK-CLI-IDX             TO 1.
           SEARCH WRK-CLI-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-CLI-IDX        GREATER WRK-CLI-COUNT
                   CONTINUE
               WHEN WRK-CLI-CPF(WRK-CLI-IDX) EQUAL WRK-CPF-CORRENTE
                   SET WRK-CLI-ACHADO   TO TRUE
           END-SEARCH.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TOTAIS DA APURACAO E FECHAMENTO DOS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO LIMREL-REC.
           STRING 'AVALIADOS='         DELIMITED BY SIZE
                  WRK-QTD-AVALIADOS    DELIMITED BY SIZE
                  ' SEM HISTORICO='    DELIMITED BY SIZE
                  WRK-QTD-SEM-HISTORICO DELIMITED BY SIZE
                  ' ELEVAR='           DELIMITED BY SIZE
                  WRK-QTD-ELEVAR       DELIMITED BY SIZE
                  ' MANTER='           DELIMITED BY SIZE
                  WRK-QTD-MANTER       DELIMITED BY SIZE
                  ' REDUZIR='          DELIMITED BY SIZE
                  WRK-QTD-REDUZIR      DELIMITED BY SIZE
                  ' BLOQUEAR='         DELIMITED BY SIZE
                  WRK-QTD-BLOQUEAR     DELIMITED BY SIZE
                  ' JA DECIDIDAS='     DELIMITED BY SIZE
                  WRK-QTD-JA-DECIDIDAS DELIMITED BY SIZE
                  INTO LIMREL-REC
           END-STRING.
           WRITE LIMREL-REC.
           CLOSE CUSTMAS-FILE.
           CLOSE CONTAREC-FILE.
           CLOSE COBRACTL-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE LIMREV-FILE.
           CLOSE LIMREL-FILE.
           DISPLAY 'PONTUACAO GRAVADA EM LIMREL - ' WRK-QTD-AVALIADOS
                   ' CLIENTES; PROPOSTAS PARA REVISAO NO LIMREV: '
                   'ELEVAR=' WRK-QTD-ELEVAR ' REDUZIR=' WRK-QTD-REDUZIR
                   ' BLOQUEAR=' WRK-QTD-BLOQUEAR.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IDENTIFICA O USUARIO QUE PEDIU O RELATORIO; SO UM NIVEL
      *    AUTORIZADO NO USERMAS RECEBE O CPF INTEIRO - SEM LOGIN
      *    VALIDO O RELATORIO SAI MASCARADO
      *================================================================*
       0960-IDENTIFICAR-SOLICITANTE    SECTION.
      *================================================================*
           SET MASC-MASCARAR           TO TRUE.
           DISPLAY 'USUARIO SOLICITANTE:'.
           ACCEPT WRK-USUARIO-SOLIC.
           DISPLAY 'SENHA:'.
           ACCEPT WRK-SENHA-SOLIC      WITH NO ECHO.
           OPEN INPUT USERMAS-FILE.
           IF  NOT WRK-USERMAS-OK
               GO TO 0960-99-FIM
           END-IF.
           MOVE WRK-USUARIO-SOLIC      TO USERMAS-USUARIO.
           READ USERMAS-FILE.
           IF  WRK-USERMAS-OK AND USERMAS-ATIVO
               AND WRK-SENHA-SOLIC     EQUAL USERMAS-SENHA
               MOVE USERMAS-NIVEL       TO MASC-NIVEL
               IF  MASC-NIVEL-INTEGRAL
                   SET MASC-INTEGRAL    TO TRUE
               END-IF
           END-IF.
           CLOSE USERMAS-FILE.
      *================================================================*
       0960-99-FIM.                    EXIT.
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
