       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLGPD.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO DE ACESSO A DADOS PESSOAIS DO TITULAR
      * (LGPD). RECEBE UM CPF E REUNE TUDO QUE O SISTEMA GUARDA
      * SOBRE ELE: O CADASTRO (CUSTMAS), OS ENDERECOS DE ENTREGA
      * (ENDENTR), OS PEDIDOS E SEUS ITENS (PEDIDO/PEDIDET), OS
      * TITULOS A RECEBER (CONTAREC) E OS RECEBIMENTOS (RECHIST), AS
      * NOTAS DE CREDITO (CREDHIST/CREDSAL), OS BOLETOS REMETIDOS AO
      * BANCO (REMCOB), AS CARTAS DE COBRANCA ENVIADAS (COBRACTL),
      * AS CONSULTAS DE CPF (CONTADORES DO CUSTMAS E LINHAS DO
      * HISTCPF) E AS TRILHAS DE AUDITORIA DE CONSOLE (CONSLOG) E DE
      * EXCECOES DE VALIDACAO (VALIDLOG) QUE CITAM O CPF. CADA
      * CATEGORIA SAI COM A BASE LEGAL DE RETENCAO, NUM FORMATO QUE
      * PODE SER ENTREGUE AO TITULAR (LGPDREL); O ATENDIMENTO DA
      * REQUISICAO VAI PARA A TRILHA LGPDLOG E PARA A AUDITORIA DE
      * CONSOLE (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - TITULOS DO TITULAR LIDOS SO PELO CPF, NA CHAVE
      *              ALTERNATIVA CONTAREC-CPF
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT ENDENTR-FILE          ASSIGN TO "ENDENTR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ENDENTR-CHAVE
               FILE STATUS            IS WRK-ENDENTR-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT PEDIDET-FILE          ASSIGN TO "PEDIDET"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
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
           SELECT CREDHIST-FILE         ASSIGN TO "CREDHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CREDHIST-STATUS.
           SELECT CREDSAL-FILE          ASSIGN TO "CREDSAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CREDSAL-CPF
               FILE STATUS            IS WRK-CREDSAL-STATUS.
           SELECT REMCOB-FILE           ASSIGN TO "REMCOB"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-REMCOB-STATUS.
           SELECT COBRACTL-FILE         ASSIGN TO "COBRACTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS COBRACTL-CHAVE
               FILE STATUS            IS WRK-COBRACTL-STATUS.
           SELECT HISTCPF-FILE          ASSIGN TO "HISTCPF"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-HISTCPF-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-VALIDLOG-STATUS.
           SELECT LGPDREL-FILE          ASSIGN TO "LGPDREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LGPDREL-STATUS.
           SELECT LGPDLOG-FILE          ASSIGN TO "LGPDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LGPDLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  ENDENTR-FILE.
           COPY 'ENDENTR.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  RECHIST-FILE.
           COPY 'RECHIST.COB'.
       FD  CREDHIST-FILE.
           COPY 'CREDHIST.COB'.
       FD  CREDSAL-FILE.
           COPY 'CREDSAL.COB'.
       FD  REMCOB-FILE.
           COPY 'BANCOCOB.COB'.
       FD  COBRACTL-FILE.
           COPY 'COBRACTL.COB'.
       FD  HISTCPF-FILE.
           COPY 'HISTCPF.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       FD  VALIDLOG-FILE.
           COPY 'VALIDLOG.COB'.
       FD  LGPDREL-FILE.
           COPY 'LGPDREL.COB'.
       FD  LGPDLOG-FILE.
           COPY 'LGPDLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
           88  WRK-CUSTMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-ENDENTR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ENDENTR-OK                          VALUE '00'.
           88  WRK-ENDENTR-FIM                         VALUE '10'.
           88  WRK-ENDENTR-INEXISTENTE                 VALUE '35'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDET-OK                          VALUE '00'.
           88  WRK-PEDIDET-FIM                         VALUE '10'.
           88  WRK-PEDIDET-INEXISTENTE                 VALUE '35'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECHIST-OK                          VALUE '00'.
           88  WRK-RECHIST-FIM                         VALUE '10'.
           88  WRK-RECHIST-INEXISTENTE                 VALUE '35'.
       77  WRK-CREDHIST-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CREDHIST-OK                         VALUE '00'.
           88  WRK-CREDHIST-FIM                        VALUE '10'.
           88  WRK-CREDHIST-INEXISTENTE                VALUE '35'.
       77  WRK-CREDSAL-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CREDSAL-OK                          VALUE '00'.
           88  WRK-CREDSAL-INEXISTENTE                 VALUE '35'.
       77  WRK-REMCOB-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-REMCOB-OK                           VALUE '00'.
           88  WRK-REMCOB-FIM                          VALUE '10'.
           88  WRK-REMCOB-INEXISTENTE                  VALUE '35'.
       77  WRK-COBRACTL-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-COBRACTL-OK                         VALUE '00'.
           88  WRK-COBRACTL-FIM                        VALUE '10'.
           88  WRK-COBRACTL-INEXISTENTE                VALUE '35'.
       77  WRK-HISTCPF-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-HISTCPF-OK                          VALUE '00'.
           88  WRK-HISTCPF-FIM                         VALUE '10'.
           88  WRK-HISTCPF-INEXISTENTE                 VALUE '35'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CONSLOG-OK                          VALUE '00'.
           88  WRK-CONSLOG-FIM                         VALUE '10'.
           88  WRK-CONSLOG-INEXISTENTE                 VALUE '35'.
       77  WRK-VALIDLOG-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-VALIDLOG-OK                         VALUE '00'.
           88  WRK-VALIDLOG-FIM                        VALUE '10'.
           88  WRK-VALIDLOG-INEXISTENTE                VALUE '35'.
       77  WRK-LGPDREL-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-LGPDLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
      *    PARAMETROS DA REQUISICAO, PEDIDOS AO OPERADOR
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-CPF-CONSULTA            PIC X(011)      VALUE SPACES.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
      *
      *    CATEGORIA EM IMPRESSAO E SUA BASE LEGAL DE RETENCAO
      *
       77  WRK-CATEGORIA               PIC X(040)      VALUE SPACES.
       77  WRK-BASE-LEGAL              PIC X(090)      VALUE SPACES.
       77  WRK-QTD-CATEGORIA           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REGISTROS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-CATEGORIAS-COM      PIC 9(002)      VALUE ZEROS.
       77  WRK-OCORRENCIAS             PIC 9(003)      VALUE ZEROS.
       77  WRK-PEDIDO-ATUAL            PIC 9(006)      VALUE ZEROS.
      *
       77  WRK-LINHA                   PIC X(132)      VALUE SPACES.
       77  WRK-VALOR-ED                PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED                  PIC ZZ.ZZ9      VALUE ZEROS.
       77  WRK-DATA2-ED                PIC X(010)      VALUE SPACES.
      *
      *    DATA AAAAMMDD E SUA FORMA DD/MM/AAAA PARA O TITULAR
      *
       01  WRK-DATA-AAAAMMDD           PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-AAAAMMDD-R REDEFINES WRK-DATA-AAAAMMDD.
           05  WRK-DATA-ANO            PIC 9(004).
           05  WRK-DATA-MES            PIC 9(002).
           05  WRK-DATA-DIA            PIC 9(002).
       01  WRK-DATA-ED.
           05  WRK-DATA-ED-DIA         PIC 9(002).
           05  FILLER                  PIC X(001)      VALUE '/'.
           05  WRK-DATA-ED-MES         PIC 9(002).
           05  FILLER                  PIC X(001)      VALUE '/'.
           05  WRK-DATA-ED-ANO         PIC 9(004).
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE O OPERADOR E O CPF DO TITULAR, ABRE AS FONTES DE
      *    DADOS E GRAVA O CABECALHO DO RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           DISPLAY 'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)'.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CPF DO TITULAR:'.
           ACCEPT WRK-CPF-CONSULTA.
           IF  WRK-CPF-CONSULTA        EQUAL SPACES
           OR  WRK-OPERADOR            EQUAL SPACES
               DISPLAY 'OPERADOR E CPF DO TITULAR SAO OBRIGATORIOS'
               GOBACK
           END-IF.

           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT ENDENTR-FILE.
           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN INPUT CONTAREC-FILE.
           OPEN INPUT RECHIST-FILE.
           OPEN INPUT CREDHIST-FILE.
           OPEN INPUT CREDSAL-FILE.
           OPEN INPUT REMCOB-FILE.
           OPEN INPUT COBRACTL-FILE.
           OPEN INPUT HISTCPF-FILE.
           OPEN INPUT CONSLOG-FILE.
           OPEN INPUT VALIDLOG-FILE.
           OPEN OUTPUT LGPDREL-FILE.

           MOVE WRK-DATA-SYS           TO WRK-DATA-AAAAMMDD.
           PERFORM 0830-FORMATAR-DATA.
           MOVE SPACES                 TO WRK-LINHA.
           STRING 'RELATORIO DE DADOS PESSOAIS - LEI 13.709/2018 '
                                       DELIMITED BY SIZE
                  '(LGPD), ART. 18, II - ACESSO DO TITULAR'
                                       DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.
           MOVE SPACES                 TO WRK-LINHA.
           STRING 'CPF DO TITULAR: '   DELIMITED BY SIZE
                  WRK-CPF-CONSULTA     DELIMITED BY SIZE
                  '   EMITIDO EM: '    DELIMITED BY SIZE
                  WRK-DATA-ED          DELIMITED BY SIZE
                  '   ATENDIDO POR: '  DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME, CATEGORIA A CATEGORIA, OS DADOS GUARDADOS SOBRE
      *    O CPF DO TITULAR
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-IMPRIMIR-CADASTRO.
           PERFORM 0220-IMPRIMIR-ENDERECOS.
           PERFORM 0230-IMPRIMIR-PEDIDOS.
           PERFORM 0240-IMPRIMIR-TITULOS.
           PERFORM 0250-IMPRIMIR-RECEBIMENTOS.
           PERFORM 0260-IMPRIMIR-CREDITOS.
           PERFORM 0270-IMPRIMIR-BOLETOS.
           PERFORM 0280-IMPRIMIR-COBRANCA.
           PERFORM 0290-IMPRIMIR-CONSULTAS.
           PERFORM 0310-IMPRIMIR-CONSLOG.
           PERFORM 0320-IMPRIMIR-VALIDLOG.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DADOS CADASTRAIS DO CLIENTE (CUSTMAS)
      *================================================================*
       0210-IMPRIMIR-CADASTRO          SECTION.
      *================================================================*
           MOVE 'DADOS CADASTRAIS'     TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'EXECUCAO DE CONTRATO (ART. 7, V) - MANTIDOS '
                                       DELIMITED BY SIZE
                  'ENQUANTO HOUVER RELACAO COMERCIAL E TITULOS '
                                       DELIMITED BY SIZE
                  'EM ABERTO'          DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-CUSTMAS-INEXISTENTE
               GO TO 0210-90-FECHAR
           END-IF.
           MOVE WRK-CPF-CONSULTA       TO CUSTMAS-CPF.
           READ CUSTMAS-FILE
               INVALID KEY
                   GO TO 0210-90-FECHAR
           END-READ.

           MOVE SPACES                 TO WRK-LINHA.
           STRING '  NOME.....: '      DELIMITED BY SIZE
                  CUSTMAS-NOME         DELIMITED BY SIZE
                  '  TELEFONE: '       DELIMITED BY SIZE
                  CUSTMAS-TELEFONE     DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0820-GRAVAR-DETALHE.
           MOVE SPACES                 TO WRK-LINHA.
           STRING '  ENDERECO.: '      DELIMITED BY SIZE
                  CUSTMAS-ENDERECO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CUSTMAS-CIDADE       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CUSTMAS-UF           DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.
           MOVE CUSTMAS-LIMITE-CREDITO TO WRK-VALOR-ED.
           MOVE SPACES                 TO WRK-LINHA.
           STRING '  LIMITE DE CREDITO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.
           IF  CUSTMAS-MESCLADO
               MOVE SPACES              TO WRK-LINHA
               STRING '  CADASTRO UNIFICADO NO CPF '
                                       DELIMITED BY SIZE
                      CUSTMAS-CPF-DESTINO DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0810-GRAVAR-LINHA
           END-IF.
           IF  CUSTMAS-ANONIMIZADO
               MOVE '  CADASTRO ANONIMIZADO A PEDIDO DO TITULAR'
                                       TO WRK-LINHA
               PERFORM 0810-GRAVAR-LINHA
           END-IF.
       0210-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENDERECOS DE ENTREGA DO CLIENTE (ENDENTR)
      *================================================================*
       0220-IMPRIMIR-ENDERECOS         SECTION.
      *================================================================*
           MOVE 'ENDERECOS DE ENTREGA' TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'EXECUCAO DE CONTRATO (ART. 7, V) - MANTIDOS '
                                       DELIMITED BY SIZE
                  'ENQUANTO HOUVER PEDIDOS A ENTREGAR'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-ENDENTR-INEXISTENTE
               GO TO 0220-90-FECHAR
           END-IF.
           MOVE WRK-CPF-CONSULTA       TO ENDENTR-CPF.
           MOVE ZEROS                  TO ENDENTR-SEQ.
           START ENDENTR-FILE KEY NOT LESS ENDENTR-CHAVE
               INVALID KEY
                   GO TO 0220-90-FECHAR
           END-START.
           PERFORM 0225-LER-ENDERECO.
           PERFORM 0228-IMPRIMIR-1-ENDERECO
               UNTIL WRK-ENDENTR-FIM
               OR ENDENTR-CPF          NOT EQUAL WRK-CPF-CONSULTA.
       0220-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO ENDERECO DE ENTREGA
      *================================================================*
       0225-LER-ENDERECO               SECTION.
      *================================================================*
           READ ENDENTR-FILE NEXT
               AT END
                   SET WRK-ENDENTR-FIM TO TRUE
           END-READ.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM ENDERECO DE ENTREGA DO TITULAR
      *================================================================*
       0228-IMPRIMIR-1-ENDERECO        SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-LINHA.
           STRING '  '                 DELIMITED BY SIZE
                  ENDENTR-SEQ          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ENDENTR-DESCRICAO    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ENDENTR-ENDERECO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ENDENTR-CIDADE       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ENDENTR-UF           DELIMITED BY SIZE
                  ' SITUACAO '         DELIMITED BY SIZE
                  ENDENTR-STATUS       DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0225-LER-ENDERECO.
      *================================================================*
       0228-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PEDIDOS DO CLIENTE (PEDIDO) COM SEUS ITENS (PEDIDET)
      *================================================================*
       0230-IMPRIMIR-PEDIDOS           SECTION.
      *================================================================*
           MOVE 'PEDIDOS E ITENS'      TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'OBRIGACAO LEGAL FISCAL (ART. 7, II) - 5 ANOS '
                                       DELIMITED BY SIZE
                  'APOS O EXERCICIO DA VENDA (CTN, ART. 173)'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-PEDIDO-INEXISTENTE
               GO TO 0230-90-FECHAR
           END-IF.
           PERFORM 0232-LER-PEDIDO.
           PERFORM 0234-IMPRIMIR-1-PEDIDO UNTIL WRK-PEDIDO-FIM.
       0230-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PEDIDO DO CADASTRO-RESUMO
      *================================================================*
       0232-LER-PEDIDO                 SECTION.
      *================================================================*
           READ PEDIDO-FILE
               AT END
                   SET WRK-PEDIDO-FIM  TO TRUE
           END-READ.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM PEDIDO DO TITULAR E OS ITENS DELE
      *================================================================*
       0234-IMPRIMIR-1-PEDIDO          SECTION.
      *================================================================*
           IF  PEDIDO-CPF              NOT EQUAL WRK-CPF-CONSULTA
               GO TO 0234-90-PROXIMO
           END-IF.
           MOVE PEDIDO-DATA            TO WRK-DATA-AAAAMMDD.
           PERFORM 0830-FORMATAR-DATA.
           MOVE PEDIDO-TOTAL           TO WRK-VALOR-ED.
           MOVE SPACES                 TO WRK-LINHA.
           STRING '  PEDIDO '          DELIMITED BY SIZE
                  PEDIDO-NUMERO        DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  WRK-DATA-ED          DELIMITED BY SIZE
                  ' UF '               DELIMITED BY SIZE
                  PEDIDO-UF            DELIMITED BY SIZE
                  ' ENTREGA '          DELIMITED BY SIZE
                  PEDIDO-END-ENTREGA   DELIMITED BY SIZE
                  ' SITUACAO '         DELIMITED BY SIZE
                  PEDIDO-SITUACAO      DELIMITED BY SIZE
                  ' TOTAL '            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0820-GRAVAR-DETALHE.
           IF  WRK-PEDIDET-INEXISTENTE
               GO TO 0234-90-PROXIMO
           END-IF.
           MOVE PEDIDO-NUMERO          TO WRK-PEDIDO-ATUAL.
           MOVE PEDIDO-NUMERO          TO PEDIDET-PEDIDO.
           MOVE ZEROS                  TO PEDIDET-LINHA.
           MOVE SPACES                 TO WRK-PEDIDET-STATUS.
           START PEDIDET-FILE KEY NOT LESS PEDIDET-CHAVE
               INVALID KEY
                   GO TO 0234-90-PROXIMO
           END-START.
           PERFORM 0236-LER-ITEM.
           PERFORM 0238-IMPRIMIR-1-ITEM
               UNTIL WRK-PEDIDET-FIM
               OR PEDIDET-PEDIDO       NOT EQUAL WRK-PEDIDO-ATUAL.
       0234-90-PROXIMO.
           PERFORM 0232-LER-PEDIDO.
      *================================================================*
       0234-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO ITEM DE PEDIDO
      *================================================================*
       0236-LER-ITEM                   SECTION.
      *================================================================*
           READ PEDIDET-FILE NEXT
               AT END
                   SET WRK-PEDIDET-FIM TO TRUE
           END-READ.
      *================================================================*
       0236-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM ITEM DO PEDIDO DO TITULAR
      *================================================================*
       0238-IMPRIMIR-1-ITEM            SECTION.
      *================================================================*
           MOVE PEDIDET-QTD            TO WRK-QTD-ED.
           MOVE PEDIDET-TOTAL-ITEM     TO WRK-VALOR-ED.
           MOVE SPACES                 TO WRK-LINHA.
           STRING '      ITEM '        DELIMITED BY SIZE
                  PEDIDET-LINHA        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PEDIDET-PRODUTO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PEDIDET-DESCRICAO    DELIMITED BY SIZE
                  ' QTD '              DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  ' VALOR '            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0820-GRAVAR-DETALHE.
           PERFORM 0236-LER-ITEM.
      *================================================================*
       0238-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TITULOS A RECEBER DO CLIENTE (CONTAREC)
      *================================================================*
       0240-IMPRIMIR-TITULOS           SECTION.
      *================================================================*
           MOVE 'TITULOS A RECEBER'    TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'OBRIGACAO LEGAL CONTABIL (ART. 7, II) E '
                                       DELIMITED BY SIZE
                  'EXERCICIO DE DIREITOS (ART. 7, VI) - 5 ANOS '
                                       DELIMITED BY SIZE
                  'APOS A QUITACAO (CC, ART. 206)'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-CONTAREC-INEXISTENTE
               GO TO 0240-90-FECHAR
           END-IF.
           MOVE WRK-CPF-CONSULTA       TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0240-90-FECHAR
           END-START.
           PERFORM 0245-LER-TITULO.
           PERFORM 0248-IMPRIMIR-1-TITULO UNTIL WRK-CONTAREC-FIM.
       0240-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO TITULO DO TITULAR, PELA CHAVE ALTERNATIVA
      *================================================================*
       0245-LER-TITULO                 SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  CONTAREC-CPF            NOT EQUAL WRK-CPF-CONSULTA
               SET WRK-CONTAREC-FIM     TO TRUE
           END-IF.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM TITULO DO TITULAR
      *================================================================*
       0248-IMPRIMIR-1-TITULO          SECTION.
      *================================================================*
           IF  CONTAREC-CPF            EQUAL WRK-CPF-CONSULTA
               MOVE CONTAREC-DATA-VENCTO TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE CONTAREC-VALOR      TO WRK-VALOR-ED
               MOVE CONTAREC-VALOR-PAGO TO WRK-VALOR2-ED
               MOVE SPACES              TO WRK-LINHA
               STRING '  PEDIDO '       DELIMITED BY SIZE
                      CONTAREC-PEDIDO   DELIMITED BY SIZE
                      ' PARCELA '       DELIMITED BY SIZE
                      CONTAREC-PARCELA  DELIMITED BY SIZE
                      ' VENCIMENTO '    DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      ' VALOR '         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      ' PAGO '          DELIMITED BY SIZE
                      WRK-VALOR2-ED     DELIMITED BY SIZE
                      ' SITUACAO '      DELIMITED BY SIZE
                      CONTAREC-SITUACAO DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0245-LER-TITULO.
      *================================================================*
       0248-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBIMENTOS DO CLIENTE (TRILHA RECHIST)
      *================================================================*
       0250-IMPRIMIR-RECEBIMENTOS      SECTION.
      *================================================================*
           MOVE 'RECEBIMENTOS'         TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'OBRIGACAO LEGAL CONTABIL E FISCAL (ART. 7, II) '
                                       DELIMITED BY SIZE
                  '- 5 ANOS APOS O EXERCICIO DO PAGAMENTO'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-RECHIST-INEXISTENTE
               GO TO 0250-90-FECHAR
           END-IF.
           PERFORM 0255-LER-RECEBIMENTO.
           PERFORM 0258-IMPRIMIR-1-RECEBIMENTO
               UNTIL WRK-RECHIST-FIM.
       0250-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DA TRILHA DE RECEBIMENTOS
      *================================================================*
       0255-LER-RECEBIMENTO            SECTION.
      *================================================================*
           READ RECHIST-FILE
               AT END
                   SET WRK-RECHIST-FIM TO TRUE
           END-READ.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM RECEBIMENTO DO TITULAR
      *================================================================*
       0258-IMPRIMIR-1-RECEBIMENTO     SECTION.
      *================================================================*
           IF  RECHIST-CPF             EQUAL WRK-CPF-CONSULTA
               MOVE RECHIST-DATA        TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE RECHIST-VALOR       TO WRK-VALOR-ED
               MOVE RECHIST-ENCARGOS    TO WRK-VALOR2-ED
               MOVE SPACES              TO WRK-LINHA
               STRING '  '              DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      RECHIST-PEDIDO    DELIMITED BY SIZE
                      ' PARCELA '       DELIMITED BY SIZE
                      RECHIST-PARCELA   DELIMITED BY SIZE
                      ' VALOR '         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      ' ENCARGOS '      DELIMITED BY SIZE
                      WRK-VALOR2-ED     DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0255-LER-RECEBIMENTO.
      *================================================================*
       0258-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    NOTAS DE CREDITO (TRILHA CREDHIST) E SALDO DE CREDITO
      *    (CREDSAL) DO CLIENTE
      *================================================================*
       0260-IMPRIMIR-CREDITOS          SECTION.
      *================================================================*
           MOVE 'NOTAS DE CREDITO'     TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'OBRIGACAO LEGAL FISCAL (ART. 7, II) - 5 ANOS '
                                       DELIMITED BY SIZE
                  'APOS O EXERCICIO DA EMISSAO; SALDO MANTIDO '
                                       DELIMITED BY SIZE
                  'ATE SUA UTILIZACAO'  DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-CREDHIST-INEXISTENTE
               GO TO 0260-50-SALDO
           END-IF.
           PERFORM 0265-LER-CREDITO.
           PERFORM 0268-IMPRIMIR-1-CREDITO UNTIL WRK-CREDHIST-FIM.
       0260-50-SALDO.
           IF  WRK-CREDSAL-INEXISTENTE
               GO TO 0260-90-FECHAR
           END-IF.
           MOVE WRK-CPF-CONSULTA       TO CREDSAL-CPF.
           READ CREDSAL-FILE
               INVALID KEY
                   GO TO 0260-90-FECHAR
           END-READ.
           MOVE CREDSAL-DATA-ULT-MOVTO TO WRK-DATA-AAAAMMDD.
           PERFORM 0830-FORMATAR-DATA.
           MOVE CREDSAL-SALDO          TO WRK-VALOR-ED.
           MOVE SPACES                 TO WRK-LINHA.
           STRING '  SALDO DE CREDITO '  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' ULTIMO MOVIMENTO ' DELIMITED BY SIZE
                  WRK-DATA-ED          DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0820-GRAVAR-DETALHE.
       0260-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DA TRILHA DE NOTAS DE CREDITO
      *================================================================*
       0265-LER-CREDITO                SECTION.
      *================================================================*
           READ CREDHIST-FILE
               AT END
                   SET WRK-CREDHIST-FIM TO TRUE
           END-READ.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA NOTA DE CREDITO DO TITULAR
      *================================================================*
       0268-IMPRIMIR-1-CREDITO         SECTION.
      *================================================================*
           IF  CREDHIST-CPF            EQUAL WRK-CPF-CONSULTA
               MOVE CREDHIST-DATA       TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE CREDHIST-VALOR      TO WRK-VALOR-ED
               MOVE SPACES              TO WRK-LINHA
               STRING '  '              DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      ' NOTA DE CREDITO DO PEDIDO '
                                       DELIMITED BY SIZE
                      CREDHIST-PEDIDO   DELIMITED BY SIZE
                      ' VALOR '         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0265-LER-CREDITO.
      *================================================================*
       0268-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BOLETOS REMETIDOS AO BANCO EM NOME DO CLIENTE (REMCOB)
      *================================================================*
       0270-IMPRIMIR-BOLETOS           SECTION.
      *================================================================*
           MOVE 'BOLETOS EMITIDOS'     TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'EXECUCAO DE CONTRATO (ART. 7, V) - MANTIDOS '
                                       DELIMITED BY SIZE
                  'ATE A LIQUIDACAO E CONCILIACAO DO TITULO'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-REMCOB-INEXISTENTE
               GO TO 0270-90-FECHAR
           END-IF.
           PERFORM 0275-LER-BOLETO.
           PERFORM 0278-IMPRIMIR-1-BOLETO UNTIL WRK-REMCOB-FIM.
       0270-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM REGISTRO DA REMESSA DE COBRANCA
      *================================================================*
       0275-LER-BOLETO                 SECTION.
      *================================================================*
           READ REMCOB-FILE
               AT END
                   SET WRK-REMCOB-FIM  TO TRUE
           END-READ.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UM BOLETO DO TITULAR (SO OS DETALHES DA REMESSA)
      *================================================================*
       0278-IMPRIMIR-1-BOLETO          SECTION.
      *================================================================*
           IF  BANCOCOB-DETALHE
           AND BANCOCOB-D-CPF          EQUAL WRK-CPF-CONSULTA
               MOVE BANCOCOB-D-DATA     TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE BANCOCOB-D-VALOR    TO WRK-VALOR-ED
               MOVE SPACES              TO WRK-LINHA
               STRING '  PEDIDO '       DELIMITED BY SIZE
                      BANCOCOB-D-PEDIDO DELIMITED BY SIZE
                      ' PARCELA '       DELIMITED BY SIZE
                      BANCOCOB-D-PARCELA DELIMITED BY SIZE
                      ' DOCUMENTO '     DELIMITED BY SIZE
                      BANCOCOB-D-DOCUMENTO DELIMITED BY SIZE
                      ' VENCIMENTO '    DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      ' VALOR '         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0275-LER-BOLETO.
      *================================================================*
       0278-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARTAS DE COBRANCA ENVIADAS AO CLIENTE (COBRACTL)
      *================================================================*
       0280-IMPRIMIR-COBRANCA          SECTION.
      *================================================================*
           MOVE 'CARTAS DE COBRANCA ENVIADAS' TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'EXERCICIO REGULAR DE DIREITOS (ART. 7, VI) - '
                                       DELIMITED BY SIZE
                  'MANTIDAS ATE A PRESCRICAO DA DIVIDA '
                                       DELIMITED BY SIZE
                  '(CC, ART. 206, PAR. 5)' DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-COBRACTL-INEXISTENTE
               GO TO 0280-90-FECHAR
           END-IF.
           PERFORM 0285-LER-COBRANCA.
           PERFORM 0288-IMPRIMIR-1-COBRANCA UNTIL WRK-COBRACTL-FIM.
       0280-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM CONTROLE DE COBRANCA
      *================================================================*
       0285-LER-COBRANCA               SECTION.
      *================================================================*
           READ COBRACTL-FILE
               AT END
                   SET WRK-COBRACTL-FIM TO TRUE
           END-READ.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A ULTIMA CARTA DE COBRANCA ENVIADA AO TITULAR
      *    POR TITULO, COM O ESTAGIO DA REGUA
      *================================================================*
       0288-IMPRIMIR-1-COBRANCA        SECTION.
      *================================================================*
           IF  COBRACTL-CPF            EQUAL WRK-CPF-CONSULTA
               MOVE COBRACTL-DATA-ULT-CARTA TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE SPACES              TO WRK-LINHA
               STRING '  PEDIDO '       DELIMITED BY SIZE
                      COBRACTL-PEDIDO   DELIMITED BY SIZE
                      ' PARCELA '       DELIMITED BY SIZE
                      COBRACTL-PARCELA  DELIMITED BY SIZE
                      ' CARTA DE ESTAGIO ' DELIMITED BY SIZE
                      COBRACTL-ESTAGIO  DELIMITED BY SIZE
                      ' ENVIADA EM '    DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0285-LER-COBRANCA.
      *================================================================*
       0288-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONSULTAS AO CPF: CONTADORES DO CADASTRO E LINHAS DO
      *    HISTORICO DE COMPRAS POR CPF (HISTCPF) QUE O CITAM
      *================================================================*
       0290-IMPRIMIR-CONSULTAS         SECTION.
      *================================================================*
           MOVE 'CONSULTAS AO CPF'     TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'PROTECAO DO CREDITO (ART. 7, X) - MANTIDAS '
                                       DELIMITED BY SIZE
                  'ENQUANTO HOUVER RELACAO COMERCIAL'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-CUSTMAS-OK
           AND CUSTMAS-CPF             EQUAL WRK-CPF-CONSULTA
           AND CUSTMAS-QTD-CONSULTAS   GREATER ZEROS
               MOVE CUSTMAS-QTD-CONSULTAS TO WRK-QTD-ED
               MOVE CUSTMAS-DATA-1A-CONSULTA TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE WRK-DATA-ED         TO WRK-DATA2-ED
               MOVE CUSTMAS-DATA-ULT-CONSULTA TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE SPACES              TO WRK-LINHA
               STRING '  CONSULTAS '    DELIMITED BY SIZE
                      WRK-QTD-ED        DELIMITED BY SIZE
                      ' PRIMEIRA EM '   DELIMITED BY SIZE
                      WRK-DATA2-ED      DELIMITED BY SIZE
                      ' ULTIMA EM '     DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           IF  WRK-HISTCPF-INEXISTENTE
               GO TO 0290-90-FECHAR
           END-IF.
           PERFORM 0295-LER-HISTCPF.
           PERFORM 0298-IMPRIMIR-1-HISTCPF UNTIL WRK-HISTCPF-FIM.
       0290-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DO HISTORICO DE COMPRAS POR CPF
      *================================================================*
       0295-LER-HISTCPF                SECTION.
      *================================================================*
           READ HISTCPF-FILE
               AT END
                   SET WRK-HISTCPF-FIM TO TRUE
           END-READ.
      *================================================================*
       0295-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A LINHA DO HISTCPF QUE CITA O CPF DO TITULAR
      *================================================================*
       0298-IMPRIMIR-1-HISTCPF         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-OCORRENCIAS.
           INSPECT HISTCPF-REC TALLYING WRK-OCORRENCIAS
               FOR ALL WRK-CPF-CONSULTA.
           IF  WRK-OCORRENCIAS         GREATER ZEROS
               MOVE SPACES              TO WRK-LINHA
               STRING '  '              DELIMITED BY SIZE
                      HISTCPF-REC       DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0295-LER-HISTCPF.
      *================================================================*
       0298-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTROS DA AUDITORIA DE CONSOLE (CONSLOG) QUE CITAM
      *    O CPF DO TITULAR
      *================================================================*
       0310-IMPRIMIR-CONSLOG           SECTION.
      *================================================================*
           MOVE 'REGISTROS DE AUDITORIA DE OPERACOES' TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'LEGITIMO INTERESSE - SEGURANCA E AUDITORIA '
                                       DELIMITED BY SIZE
                  '(ART. 7, IX; ART. 37) - 5 ANOS'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-CONSLOG-INEXISTENTE
               GO TO 0310-90-FECHAR
           END-IF.
           PERFORM 0315-LER-CONSLOG.
           PERFORM 0318-IMPRIMIR-1-CONSLOG UNTIL WRK-CONSLOG-FIM.
       0310-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0310-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DA AUDITORIA DE CONSOLE
      *================================================================*
       0315-LER-CONSLOG                SECTION.
      *================================================================*
           READ CONSLOG-FILE
               AT END
                   SET WRK-CONSLOG-FIM TO TRUE
           END-READ.
      *================================================================*
       0315-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A LINHA DA AUDITORIA DE CONSOLE QUE CITA O CPF
      *================================================================*
       0318-IMPRIMIR-1-CONSLOG         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-OCORRENCIAS.
           INSPECT CONSLOG-CAMPOS TALLYING WRK-OCORRENCIAS
               FOR ALL WRK-CPF-CONSULTA.
           IF  WRK-OCORRENCIAS         GREATER ZEROS
               MOVE CONSLOG-DATA        TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE SPACES              TO WRK-LINHA
               STRING '  '              DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CONSLOG-PROGRAMA  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CONSLOG-OPERADOR  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CONSLOG-CAMPOS    DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0315-LER-CONSLOG.
      *================================================================*
       0318-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTROS DE EXCECOES DE VALIDACAO (VALIDLOG) QUE CITAM
      *    O CPF DO TITULAR
      *================================================================*
       0320-IMPRIMIR-VALIDLOG          SECTION.
      *================================================================*
           MOVE 'REGISTROS DE EXCECOES DE VALIDACAO' TO WRK-CATEGORIA.
           MOVE SPACES                 TO WRK-BASE-LEGAL.
           STRING 'LEGITIMO INTERESSE - PREVENCAO A FRAUDE '
                                       DELIMITED BY SIZE
                  '(ART. 7, IX; ART. 11, II, G) - 5 ANOS'
                                       DELIMITED BY SIZE
                  INTO WRK-BASE-LEGAL
           END-STRING.
           PERFORM 0800-ABRIR-CATEGORIA.
           IF  WRK-VALIDLOG-INEXISTENTE
               GO TO 0320-90-FECHAR
           END-IF.
           PERFORM 0325-LER-VALIDLOG.
           PERFORM 0328-IMPRIMIR-1-VALIDLOG UNTIL WRK-VALIDLOG-FIM.
       0320-90-FECHAR.
           PERFORM 0805-FECHAR-CATEGORIA.
      *================================================================*
       0320-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DA TRILHA DE EXCECOES DE VALIDACAO
      *================================================================*
       0325-LER-VALIDLOG               SECTION.
      *================================================================*
           READ VALIDLOG-FILE
               AT END
                   SET WRK-VALIDLOG-FIM TO TRUE
           END-READ.
      *================================================================*
       0325-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A EXCECAO DE VALIDACAO QUE CITA O CPF
      *================================================================*
       0328-IMPRIMIR-1-VALIDLOG        SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-OCORRENCIAS.
           INSPECT VALIDLOG-CAMPOS TALLYING WRK-OCORRENCIAS
               FOR ALL WRK-CPF-CONSULTA.
           IF  WRK-OCORRENCIAS         GREATER ZEROS
               MOVE VALIDLOG-DATA       TO WRK-DATA-AAAAMMDD
               PERFORM 0830-FORMATAR-DATA
               MOVE SPACES              TO WRK-LINHA
               STRING '  '              DELIMITED BY SIZE
                      WRK-DATA-ED       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      VALIDLOG-PROGRAMA DELIMITED BY SIZE
                      ' MOTIVO '        DELIMITED BY SIZE
                      VALIDLOG-COD-MOTIVO DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      VALIDLOG-CAMPOS   DELIMITED BY SIZE
                      ' SITUACAO '      DELIMITED BY SIZE
                      VALIDLOG-SITUACAO DELIMITED BY SIZE
                      INTO WRK-LINHA
               END-STRING
               PERFORM 0820-GRAVAR-DETALHE
           END-IF.
           PERFORM 0325-LER-VALIDLOG.
      *================================================================*
       0328-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O FECHO DO RELATORIO, REGISTRA O ATENDIMENTO DA
      *    REQUISICAO E ENCERRA O PROGRAMA
      *================================================================*
       0400-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.
           MOVE WRK-QTD-REGISTROS      TO WRK-QTD-ED.
           MOVE SPACES                 TO WRK-LINHA.
           STRING 'TOTAL DE REGISTROS ENTREGUES: '
                                       DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WRK-QTD-CATEGORIAS-COM DELIMITED BY SIZE
                  ' CATEGORIAS'        DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.
           MOVE SPACES                 TO WRK-LINHA.
           STRING 'O TITULAR PODE PEDIR CORRECAO, ANONIMIZACAO OU '
                                       DELIMITED BY SIZE
                  'ELIMINACAO DOS DADOS NAO SUJEITOS A RETENCAO '
                                       DELIMITED BY SIZE
                  'LEGAL (ART. 18)'    DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.

           CLOSE CUSTMAS-FILE.
           CLOSE ENDENTR-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE CONTAREC-FILE.
           CLOSE RECHIST-FILE.
           CLOSE CREDHIST-FILE.
           CLOSE CREDSAL-FILE.
           CLOSE REMCOB-FILE.
           CLOSE COBRACTL-FILE.
           CLOSE HISTCPF-FILE.
           CLOSE CONSLOG-FILE.
           CLOSE VALIDLOG-FILE.
           CLOSE LGPDREL-FILE.

           PERFORM 0910-GRAVAR-LGPDLOG.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'LGPD CPF '          DELIMITED BY SIZE
                  WRK-CPF-CONSULTA     DELIMITED BY SIZE
                  ' REGS '             DELIMITED BY SIZE
                  WRK-QTD-REGISTROS    DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
           DISPLAY 'RELATORIO DO TITULAR GRAVADO EM LGPDREL - '
                   WRK-QTD-REGISTROS ' REGISTROS'.
           GOBACK.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE UMA CATEGORIA NO RELATORIO: TITULO E BASE LEGAL DE
      *    RETENCAO DOS DADOS
      *================================================================*
       0800-ABRIR-CATEGORIA            SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-CATEGORIA.
           MOVE SPACES                 TO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.
           MOVE WRK-CATEGORIA          TO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.
           MOVE SPACES                 TO WRK-LINHA.
           STRING 'BASE LEGAL E RETENCAO: ' DELIMITED BY SIZE
                  WRK-BASE-LEGAL       DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA.
      *================================================================*
       0800-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA A CATEGORIA, AVISANDO QUANDO NAO HA DADOS NELA
      *================================================================*
       0805-FECHAR-CATEGORIA           SECTION.
      *================================================================*
           IF  WRK-QTD-CATEGORIA       EQUAL ZEROS
               MOVE '  NENHUM DADO DO TITULAR NESTA CATEGORIA'
                                       TO WRK-LINHA
               PERFORM 0810-GRAVAR-LINHA
           ELSE
               ADD 1                    TO WRK-QTD-CATEGORIAS-COM
           END-IF.
      *================================================================*
       0805-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA LINHA NO RELATORIO DO TITULAR
      *================================================================*
       0810-GRAVAR-LINHA               SECTION.
      *================================================================*
           MOVE WRK-LINHA              TO LGPDREL-REC.
           WRITE LGPDREL-REC.
      *================================================================*
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA LINHA DE DADO DO TITULAR, CONTANDO O REGISTRO
      *================================================================*
       0820-GRAVAR-DETALHE             SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-CATEGORIA.
           ADD 1                       TO WRK-QTD-REGISTROS.
           PERFORM 0810-GRAVAR-LINHA.
      *================================================================*
       0820-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE A DATA AAAAMMDD PARA DD/MM/AAAA
      *================================================================*
       0830-FORMATAR-DATA              SECTION.
      *================================================================*
           MOVE WRK-DATA-DIA           TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-MES           TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-ANO           TO WRK-DATA-ED-ANO.
      *================================================================*
       0830-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA NA TRILHA DE AUDITORIA DE CONSOLE
      *================================================================*
       0900-GRAVAR-AUDITORIA-CONSOLE   SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND CONSLOG-FILE.
           IF  WRK-CONSLOG-STATUS      EQUAL '35'
               OPEN OUTPUT CONSLOG-FILE
               CLOSE CONSLOG-FILE
               OPEN EXTEND CONSLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO CONSLOG-DATA.
           MOVE WRK-HORA-SYS           TO CONSLOG-HORA.
           MOVE 'PROGLGPD'             TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O ATENDIMENTO DA REQUISICAO DO TITULAR NA
      *    TRILHA LGPDLOG
      *================================================================*
       0910-GRAVAR-LGPDLOG             SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND LGPDLOG-FILE.
           IF  WRK-LGPDLOG-STATUS      EQUAL '35'
               OPEN OUTPUT LGPDLOG-FILE
               CLOSE LGPDLOG-FILE
               OPEN EXTEND LGPDLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO LGPDLOG-DATA.
           MOVE WRK-HORA-SYS           TO LGPDLOG-HORA.
           MOVE WRK-OPERADOR           TO LGPDLOG-OPERADOR.
           MOVE WRK-CPF-CONSULTA       TO LGPDLOG-CPF.
           MOVE WRK-QTD-REGISTROS      TO LGPDLOG-QTD-REGISTROS.
           IF  WRK-QTD-REGISTROS       GREATER ZEROS
               SET LGPDLOG-ATENDIDA     TO TRUE
           ELSE
               SET LGPDLOG-SEM-DADOS    TO TRUE
           END-IF.
           WRITE LGPDLOG-REC.
           CLOSE LGPDLOG-FILE.
      *================================================================*
       0910-99-FIM.                    EXIT.
      *================================================================*
