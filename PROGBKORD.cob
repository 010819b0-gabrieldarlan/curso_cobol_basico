       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBKORD.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ALOCACAO DAS PENDENCIAS DE ENTREGA (BACKORD,
      * GRAVADAS PELO PROGCOB18 PARA OS ITENS SEM ESTOQUE) E
      * RELATORIO DE ENVELHECIMENTO. CHAMADO AO FINAL DO
      * RECEBIMENTO (PROGCOB72) E DO LANCAMENTO DE ENTRADAS
      * (PROGCOB25), PERCORRE AS PENDENCIAS POR PRODUTO EM ORDEM DE
      * CHEGADA (PEPS) E, ENQUANTO O SALDO DO ESTOQUE COBRE A
      * PENDENCIA MAIS ANTIGA, RESERVA O ESTOQUE (BAIXA COM
      * MOVIMENTO NO MOVEST) E LIBERA A ENTREGA COMPLEMENTAR COMO UM
      * PEDIDO NOVO NO LOTE PEDITEM (NUMERO DO CONTADOR BATSEQBO,
      * FAIXA 900000), QUE O PROGCOB18 SEPARA E FATURA SEM BAIXAR DE
      * NOVO; A PENDENCIA QUE NAO CABE SEGURA AS MAIS NOVAS DO MESMO
      * PRODUTO. O BKORDREL TRAZ AS LIBERACOES E AS PENDENCIAS EM
      * ABERTO POR PRODUTO E POR CLIENTE, DA ESPERA MAIS LONGA PARA
      * A MAIS CURTA, PARA A EQUIPE DE VENDAS LIGAR PRIMEIRO A QUEM
      * ESPERA HA MAIS TEMPO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - MOVIMENTOS GRAVADOS NA TRILHA MOVEST SEM LOTE
      *              (LOTE EM BRANCO E VALIDADE ZERADA)
      * XX/XX/XXXX - PENDENCIA DE KIT (KITMAS): SO E LIBERADA QUANDO
      *              TODOS OS COMPONENTES TEM SALDO, E A RESERVA E O
      *              MOVEST SAO FEITOS EM CADA COMPONENTE
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO BKORDREL (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      * XX/XX/XXXX - O ITEM COMPLEMENTAR LEVA A FILIAL DO PEDIDO
      *              ORIGINAL, GUARDADA NA PENDENCIA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BACKORD-FILE          ASSIGN TO "BACKORD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS BACKORD-CHAVE
               FILE STATUS            IS WRK-BACKORD-STATUS.
           SELECT ESTOQUE-FILE          ASSIGN TO "ESTOQUE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTOQUE-CODIGO
               FILE STATUS            IS WRK-ESTOQUE-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT MOVEST-FILE           ASSIGN TO "MOVEST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVEST-STATUS.
           SELECT PEDITEM-FILE          ASSIGN TO "PEDITEM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PEDITEM-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQBO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT BKORDREL-FILE         ASSIGN TO "BKORDREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BKORDREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORD-FILE.
           COPY 'BACKORD.COB'.
       FD  ESTOQUE-FILE.
           COPY 'ESTOQUE.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  MOVEST-FILE.
           COPY 'MOVEST.COB'.
       FD  PEDITEM-FILE.
           COPY 'PEDITEM.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  BKORDREL-FILE.
           COPY 'BKORDREL.COB'.
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
       77  WRK-BACKORD-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-BACKORD-OK                          VALUE '00'.
           88  WRK-BACKORD-INEXISTENTE                 VALUE '35'.
       77  WRK-ESTOQUE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTOQUE-OK                          VALUE '00'.
           88  WRK-ESTOQUE-INEXISTENTE                 VALUE '35'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-KITMAS-OK                           VALUE '00'.
       77  WRK-KITMAS-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-KITMAS-ABERTO                       VALUE 'S'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-PEDITEM-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-BKORDREL-STATUS         PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       01  WRK-DATA-PED                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-PED-DEC REDEFINES WRK-DATA-PED.
           05  WRK-PED-ANO             PIC 9(004).
           05  WRK-PED-MES             PIC 9(002).
           05  WRK-PED-DIA             PIC 9(002).
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-ESPERA             PIC S9(005)     VALUE ZEROS.
      *
      *    LEITURA DAS PENDENCIAS E FILA DO PRODUTO CORRENTE: A
      *    PRIMEIRA PENDENCIA QUE NAO CABE NO SALDO TRAVA A FILA
      *
       77  WRK-FIM-BACKORD             PIC X(001)      VALUE 'N'.
           88  WRK-BACKORD-ENCERRADO                   VALUE 'S'.
       77  WRK-PRODUTO-ATUAL           PIC X(006)      VALUE SPACES.
       77  WRK-FILA-PRODUTO            PIC X(001)      VALUE 'N'.
           88  WRK-FILA-TRAVADA                        VALUE 'S'.
      *
      *    PENDENCIA DE KIT (KITMAS): A RESERVA E FEITA NOS
      *    COMPONENTES, E SO QUANDO TODOS TEM SALDO
      *
       01  WRK-KIT-TAB.
           05  WRK-KIT-ENTRY           OCCURS 20 TIMES.
               10  WRK-KIT-COMPONENTE  PIC X(006).
               10  WRK-KIT-QTD         PIC 9(005).
       77  WRK-KIT-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-KIT-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-FIM-KIT                 PIC X(001)      VALUE 'N'.
           88  WRK-KIT-ENCERRADO                       VALUE 'S'.
       77  WRK-KIT-FALTA               PIC X(001)      VALUE 'N'.
           88  WRK-KIT-EM-FALTA                        VALUE 'S'.
       77  WRK-SAI-PRODUTO             PIC X(006)      VALUE SPACES.
       77  WRK-SAI-QTD                 PIC 9(005)      VALUE ZEROS.
      *
      *    NUMERACAO DOS PEDIDOS COMPLEMENTARES, EM FAIXA PROPRIA
      *    PARA NAO COLIDIR COM OS PEDIDOS DIGITADOS
      *
       77  WRK-NUMERO-BASE             PIC 9(006)      VALUE 900000.
       77  WRK-NUMERO-PEDIDO           PIC 9(006)      VALUE ZEROS.
      *
      *    SUBTOTAL DO PRODUTO NO ENVELHECIMENTO
      *
       77  WRK-PRD-LINHAS              PIC 9(005)      VALUE ZEROS.
       77  WRK-PRD-QTD                 PIC 9(007)      VALUE ZEROS.
       77  WRK-PRD-MAIOR-ESPERA        PIC 9(005)      VALUE ZEROS.
      *
      *    PENDENCIAS EM ABERTO ACUMULADAS POR CLIENTE
      *
       01  WRK-CLI-TAB.
           05  WRK-CLI-ENTRY           OCCURS 200 TIMES
                                        INDEXED BY WRK-CLI-IDX.
               10  WRK-CLI-CPF         PIC X(011).
               10  WRK-CLI-LINHAS      PIC 9(005).
               10  WRK-CLI-QTD         PIC 9(007).
               10  WRK-CLI-VALOR       PIC 9(009)V99.
               10  WRK-CLI-MAIOR-ESPERA PIC 9(005).
       77  WRK-CLI-COUNT               PIC 9(003)      VALUE ZEROS.
      *
      *    ORDENACAO DA ESPERA MAIS LONGA PARA A MAIS CURTA
      *
       77  WRK-ORD-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-J                   PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-MAIOR               PIC 9(003)      VALUE ZEROS.
       01  WRK-ORD-TROCA.
           05  WRK-TROCA-CPF           PIC X(011).
           05  WRK-TROCA-LINHAS        PIC 9(005).
           05  WRK-TROCA-QTD           PIC 9(007).
           05  WRK-TROCA-VALOR         PIC 9(009)V99.
           05  WRK-TROCA-MAIOR-ESPERA  PIC 9(005).
      *
       77  WRK-VALOR-LINHA             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-ED                PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-LIBERADAS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-EM-ABERTO           PIC 9(005)      VALUE ZEROS.
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
      *    ABRE OS ARQUIVOS E GRAVA O CABECALHO DO RELATORIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN I-O BACKORD-FILE.
           OPEN I-O ESTOQUE-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT KITMAS-FILE.
           IF  WRK-KITMAS-OK
               SET WRK-KITMAS-ABERTO    TO TRUE
           END-IF.
           OPEN OUTPUT BKORDREL-FILE.

           MOVE SPACES                 TO BKORDREL-REC.
           STRING 'PENDENCIAS DE ENTREGA - ALOCACAO E '
                                       DELIMITED BY SIZE
                  'ENVELHECIMENTO EM ' DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO BKORDREL-REC
           END-STRING.
           WRITE BKORDREL-REC.
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
      *    ALOCA AS PENDENCIAS E EMITE O ENVELHECIMENTO DAS QUE
      *    FICARAM EM ABERTO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-BACKORD-INEXISTENTE
               MOVE 'NENHUMA PENDENCIA DE ENTREGA REGISTRADA'
                                        TO BKORDREL-REC
               WRITE BKORDREL-REC
               GO TO 0200-99-FIM
           END-IF.
           IF  NOT WRK-ESTOQUE-INEXISTENTE
               PERFORM 0210-ALOCAR-PENDENCIAS
           END-IF.
           PERFORM 0250-ENVELHECER-POR-PRODUTO.
           PERFORM 0270-ORDENAR-ESPERA-MAIOR.
           MOVE SPACES                 TO BKORDREL-REC.
           WRITE BKORDREL-REC.
           MOVE 'PENDENCIAS EM ABERTO POR CLIENTE - ESPERA MAIS LONGA '
                                        TO BKORDREL-REC.
           WRITE BKORDREL-REC.
           PERFORM 0280-IMPRIMIR-1-CLIENTE
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         GREATER WRK-CLI-COUNT.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE AS PENDENCIAS NA ORDEM DA CHAVE (PRODUTO, DATA DO
      *    PEDIDO), QUE E A ORDEM DE CHEGADA DE CADA PRODUTO
      *================================================================*
       0210-ALOCAR-PENDENCIAS          SECTION.
      *================================================================*
           OPEN EXTEND PEDITEM-FILE.
           IF  WRK-PEDITEM-STATUS      EQUAL '35'
               OPEN OUTPUT PEDITEM-FILE
               CLOSE PEDITEM-FILE
               OPEN EXTEND PEDITEM-FILE
           END-IF.
           MOVE SPACES                 TO WRK-PRODUTO-ATUAL.
           MOVE 'N'                    TO WRK-FIM-BACKORD.
           MOVE LOW-VALUES             TO BACKORD-CHAVE.
           START BACKORD-FILE KEY NOT LESS BACKORD-CHAVE
               INVALID KEY
                   SET WRK-BACKORD-ENCERRADO TO TRUE
           END-START.
           PERFORM 0220-ALOCAR-1-PENDENCIA
               UNTIL WRK-BACKORD-ENCERRADO.
           CLOSE PEDITEM-FILE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ALOCA UMA PENDENCIA SE O SALDO DO PRODUTO A COBRE E A FILA
      *    DO PRODUTO NAO ESTA TRAVADA POR UMA MAIS ANTIGA
      *================================================================*
       0220-ALOCAR-1-PENDENCIA         SECTION.
      *================================================================*
           READ BACKORD-FILE NEXT RECORD
               AT END
                   SET WRK-BACKORD-ENCERRADO TO TRUE
                   GO TO 0220-99-FIM
           END-READ.
           IF  BACKORD-PRODUTO         NOT EQUAL WRK-PRODUTO-ATUAL
               MOVE BACKORD-PRODUTO     TO WRK-PRODUTO-ATUAL
               MOVE 'N'                 TO WRK-FILA-PRODUTO
           END-IF.
           IF  NOT BACKORD-PENDENTE OR WRK-FILA-TRAVADA
               GO TO 0220-99-FIM
           END-IF.
           PERFORM 0225-CARREGAR-KIT.
           IF  WRK-KIT-COUNT           GREATER ZEROS
               MOVE 'N'                 TO WRK-KIT-FALTA
               PERFORM 0226-CHECAR-1-COMPONENTE
                   VARYING WRK-KIT-I FROM 1 BY 1
                   UNTIL WRK-KIT-I     GREATER WRK-KIT-COUNT
               IF  WRK-KIT-EM-FALTA
                   SET WRK-FILA-TRAVADA TO TRUE
                   GO TO 0220-99-FIM
               END-IF
               PERFORM 0228-RESERVAR-1-COMPONENTE
                   VARYING WRK-KIT-I FROM 1 BY 1
                   UNTIL WRK-KIT-I     GREATER WRK-KIT-COUNT
           ELSE
               MOVE BACKORD-PRODUTO     TO ESTOQUE-CODIGO
               READ ESTOQUE-FILE
               IF  NOT WRK-ESTOQUE-OK
               OR  BACKORD-QTD         GREATER ESTOQUE-SALDO
                   SET WRK-FILA-TRAVADA TO TRUE
                   GO TO 0220-99-FIM
               END-IF
               MOVE BACKORD-PRODUTO     TO WRK-SAI-PRODUTO
               MOVE BACKORD-QTD         TO WRK-SAI-QTD
               SUBTRACT WRK-SAI-QTD     FROM ESTOQUE-SALDO
               MOVE WRK-DATA-SYS        TO ESTOQUE-DATA-ULT-MOVTO
               REWRITE ESTOQUE-REC
               PERFORM 0230-GRAVAR-MOVIMENTO
           END-IF.
           PERFORM 0240-OBTER-NUMERO-PEDIDO.

           MOVE WRK-NUMERO-PEDIDO      TO PEDITEM-PEDIDO.
           MOVE BACKORD-CPF            TO PEDITEM-CPF.
           MOVE BACKORD-UF             TO PEDITEM-UF.
           MOVE BACKORD-PRODUTO        TO PEDITEM-PRODUTO.
           MOVE BACKORD-QTD            TO PEDITEM-QTD.
           MOVE BACKORD-PRECO          TO PEDITEM-PRECO.
           MOVE ZEROS                  TO PEDITEM-COTACAO.
           MOVE BACKORD-CONDPAG        TO PEDITEM-CONDPAG.
           MOVE BACKORD-END-ENTREGA    TO PEDITEM-END-ENTREGA.
           SET PEDITEM-DE-PENDENCIA    TO TRUE.
           MOVE BACKORD-PEDIDO         TO PEDITEM-PEDIDO-ORIGEM.
           MOVE BACKORD-FILIAL         TO PEDITEM-FILIAL.
           WRITE PEDITEM-REC.

           SET BACKORD-LIBERADA        TO TRUE.
           MOVE WRK-DATA-SYS           TO BACKORD-DATA-LIBERACAO.
           MOVE WRK-NUMERO-PEDIDO      TO BACKORD-PEDIDO-SEGUIMENTO.
           REWRITE BACKORD-REC.
           ADD 1                       TO WRK-QTD-LIBERADAS.

           MOVE BACKORD-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO BKORDREL-REC.
           STRING 'LIBERADA: PEDIDO '  DELIMITED BY SIZE
                  BACKORD-PEDIDO       DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  BACKORD-DATA-PEDIDO  DELIMITED BY SIZE
                  ' CPF '              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' PRODUTO '          DELIMITED BY SIZE
                  BACKORD-PRODUTO      DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  BACKORD-QTD          DELIMITED BY SIZE
                  ' -> PEDIDO COMPLEMENTAR ' DELIMITED BY SIZE
                  WRK-NUMERO-PEDIDO    DELIMITED BY SIZE
                  INTO BKORDREL-REC
           END-STRING.
           WRITE BKORDREL-REC.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS COMPONENTES DO PRODUTO DA PENDENCIA QUANDO ELE
      *    E UM KIT NA ESTRUTURA (KITMAS)
      *================================================================*
       0225-CARREGAR-KIT               SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-KIT-COUNT.
           IF  NOT WRK-KITMAS-ABERTO
               GO TO 0225-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-FIM-KIT.
           MOVE BACKORD-PRODUTO        TO KITMAS-KIT.
           MOVE LOW-VALUES             TO KITMAS-COMPONENTE.
           START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
               INVALID KEY
                   SET WRK-KIT-ENCERRADO TO TRUE
           END-START.
           PERFORM 0227-CARREGAR-1-COMPONENTE
               UNTIL WRK-KIT-ENCERRADO.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE SE O SALDO DE UM COMPONENTE COBRE A PENDENCIA DO KIT
      *================================================================*
       0226-CHECAR-1-COMPONENTE        SECTION.
      *================================================================*
           COMPUTE WRK-SAI-QTD = BACKORD-QTD * WRK-KIT-QTD(WRK-KIT-I).
           MOVE WRK-KIT-COMPONENTE(WRK-KIT-I) TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  NOT WRK-ESTOQUE-OK
           OR  WRK-SAI-QTD             GREATER ESTOQUE-SALDO
               SET WRK-KIT-EM-FALTA     TO TRUE
           END-IF.
      *================================================================*
       0226-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM COMPONENTE DO KIT NA TABELA DA PENDENCIA
      *================================================================*
       0227-CARREGAR-1-COMPONENTE      SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0227-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL BACKORD-PRODUTO
           OR  WRK-KIT-COUNT           NOT LESS 20
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0227-99-FIM
           END-IF.
           ADD 1                       TO WRK-KIT-COUNT.
           MOVE KITMAS-COMPONENTE
                               TO WRK-KIT-COMPONENTE(WRK-KIT-COUNT).
           MOVE KITMAS-QTD             TO WRK-KIT-QTD(WRK-KIT-COUNT).
      *================================================================*
       0227-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RESERVA UM COMPONENTE DO KIT, COM O SEU MOVIMENTO
      *================================================================*
       0228-RESERVAR-1-COMPONENTE      SECTION.
      *================================================================*
           MOVE WRK-KIT-COMPONENTE(WRK-KIT-I) TO WRK-SAI-PRODUTO.
           COMPUTE WRK-SAI-QTD = BACKORD-QTD * WRK-KIT-QTD(WRK-KIT-I).
           MOVE WRK-SAI-PRODUTO        TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  WRK-ESTOQUE-OK
               SUBTRACT WRK-SAI-QTD     FROM ESTOQUE-SALDO
               MOVE WRK-DATA-SYS        TO ESTOQUE-DATA-ULT-MOVTO
               REWRITE ESTOQUE-REC
               PERFORM 0230-GRAVAR-MOVIMENTO
           END-IF.
      *================================================================*
       0228-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A RESERVA NA TRILHA DE MOVIMENTACAO DE ESTOQUE
      *================================================================*
       0230-GRAVAR-MOVIMENTO           SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND MOVEST-FILE.
           IF  WRK-MOVEST-STATUS       EQUAL '35'
               OPEN OUTPUT MOVEST-FILE
               CLOSE MOVEST-FILE
               OPEN EXTEND MOVEST-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO MOVEST-DATA.
           MOVE WRK-HORA-SYS           TO MOVEST-HORA.
           MOVE 'PROGBKORD'            TO MOVEST-PROGRAMA.
           SET MOVEST-SAIDA            TO TRUE.
           MOVE WRK-SAI-PRODUTO        TO MOVEST-PRODUTO.
           MOVE WRK-SAI-QTD            TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM E AVANCA O NUMERO DO PEDIDO COMPLEMENTAR NO CONTADOR
      *    PERSISTENTE, COMECANDO NA FAIXA PROPRIA
      *================================================================*
       0240-OBTER-NUMERO-PEDIDO        SECTION.
      *================================================================*
           MOVE WRK-NUMERO-BASE        TO WRK-NUMERO-PEDIDO.
           OPEN INPUT BATSEQ-FILE.
           IF  WRK-BATSEQ-OK
               READ BATSEQ-FILE
                   NOT AT END
                       IF  BATSEQ-NUM   GREATER WRK-NUMERO-BASE
                           MOVE BATSEQ-NUM TO WRK-NUMERO-PEDIDO
                       END-IF
               END-READ
               CLOSE BATSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NUMERO-PEDIDO.
           MOVE WRK-NUMERO-PEDIDO      TO BATSEQ-NUM.
           OPEN OUTPUT BATSEQ-FILE.
           WRITE BATSEQ-REC.
           CLOSE BATSEQ-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA AS PENDENCIAS EM ABERTO POR PRODUTO, DA MAIS ANTIGA
      *    PARA A MAIS NOVA, E ACUMULA A TABELA POR CLIENTE
      *================================================================*
       0250-ENVELHECER-POR-PRODUTO     SECTION.
      *================================================================*
           MOVE SPACES                 TO BKORDREL-REC.
           WRITE BKORDREL-REC.
           MOVE 'PENDENCIAS EM ABERTO POR PRODUTO (ORDEM DE CHEGADA)'
                                        TO BKORDREL-REC.
           WRITE BKORDREL-REC.
           MOVE SPACES                 TO WRK-PRODUTO-ATUAL.
           MOVE ZEROS                  TO WRK-PRD-LINHAS
                                           WRK-PRD-QTD
                                           WRK-PRD-MAIOR-ESPERA.
           MOVE 'N'                    TO WRK-FIM-BACKORD.
           MOVE LOW-VALUES             TO BACKORD-CHAVE.
           START BACKORD-FILE KEY NOT LESS BACKORD-CHAVE
               INVALID KEY
                   SET WRK-BACKORD-ENCERRADO TO TRUE
           END-START.
           PERFORM 0255-ENVELHECER-1-PENDENCIA
               UNTIL WRK-BACKORD-ENCERRADO.
           PERFORM 0260-IMPRIMIR-TOTAL-PRODUTO.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME UMA PENDENCIA EM ABERTO COM OS DIAS DE ESPERA
      *    (CONVENCAO 30/360) E A SOMA NO PRODUTO E NO CLIENTE
      *================================================================*
       0255-ENVELHECER-1-PENDENCIA     SECTION.
      *================================================================*
           READ BACKORD-FILE NEXT RECORD
               AT END
                   SET WRK-BACKORD-ENCERRADO TO TRUE
                   GO TO 0255-99-FIM
           END-READ.
           IF  NOT BACKORD-PENDENTE
               GO TO 0255-99-FIM
           END-IF.
           IF  BACKORD-PRODUTO         NOT EQUAL WRK-PRODUTO-ATUAL
               PERFORM 0260-IMPRIMIR-TOTAL-PRODUTO
               MOVE BACKORD-PRODUTO     TO WRK-PRODUTO-ATUAL
           END-IF.

           MOVE BACKORD-DATA-PEDIDO    TO WRK-DATA-PED.
           COMPUTE WRK-DIAS-ESPERA =
                   ((WRK-SYS-ANO - WRK-PED-ANO) * 360) +
                   ((WRK-SYS-MES - WRK-PED-MES) * 30) +
                   (WRK-SYS-DIA - WRK-PED-DIA).
           IF  WRK-DIAS-ESPERA         LESS ZEROS
               MOVE ZEROS               TO WRK-DIAS-ESPERA
           END-IF.
           COMPUTE WRK-VALOR-LINHA = BACKORD-QTD * BACKORD-PRECO.
           ADD 1                       TO WRK-QTD-EM-ABERTO.
           ADD 1                       TO WRK-PRD-LINHAS.
           ADD BACKORD-QTD             TO WRK-PRD-QTD.
           IF  WRK-DIAS-ESPERA         GREATER WRK-PRD-MAIOR-ESPERA
               MOVE WRK-DIAS-ESPERA     TO WRK-PRD-MAIOR-ESPERA
           END-IF.

           MOVE BACKORD-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO BKORDREL-REC.
           STRING '  '                 DELIMITED BY SIZE
                  BACKORD-PRODUTO      DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  BACKORD-PEDIDO       DELIMITED BY SIZE
                  ' DE '               DELIMITED BY SIZE
                  BACKORD-DATA-PEDIDO  DELIMITED BY SIZE
                  ' CPF '              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  BACKORD-QTD          DELIMITED BY SIZE
                  ' ESPERA='           DELIMITED BY SIZE
                  WRK-DIAS-ESPERA      DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO BKORDREL-REC
           END-STRING.
           WRITE BKORDREL-REC.

           SET WRK-CLI-IDX             TO 1.
           SEARCH WRK-CLI-ENTRY
               AT END
                 IF  WRK-CLI-COUNT LESS 200
                   ADD 1              TO WRK-CLI-COUNT
                   SET WRK-CLI-IDX    TO WRK-CLI-COUNT
                   MOVE BACKORD-CPF   TO WRK-CLI-CPF(WRK-CLI-IDX)
                   MOVE ZEROS         TO WRK-CLI-LINHAS(WRK-CLI-IDX)
                                         WRK-CLI-QTD(WRK-CLI-IDX)
                                         WRK-CLI-VALOR(WRK-CLI-IDX)
                                       WRK-CLI-MAIOR-ESPERA(WRK-CLI-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 200 CLIENTES NO '
                           'ENVELHECIMENTO - ' BACKORD-CPF
                           ' SOMADO NA ULTIMA LINHA'
                   SET WRK-CLI-IDX    TO WRK-CLI-COUNT
                 END-IF
               WHEN WRK-CLI-CPF(WRK-CLI-IDX) EQUAL BACKORD-CPF
                   CONTINUE
           END-SEARCH.
           ADD 1                       TO WRK-CLI-LINHAS(WRK-CLI-IDX).
           ADD BACKORD-QTD             TO WRK-CLI-QTD(WRK-CLI-IDX).
           ADD WRK-VALOR-LINHA         TO WRK-CLI-VALOR(WRK-CLI-IDX).
           IF  WRK-DIAS-ESPERA GREATER WRK-CLI-MAIOR-ESPERA(WRK-CLI-IDX)
               MOVE WRK-DIAS-ESPERA
                                  TO WRK-CLI-MAIOR-ESPERA(WRK-CLI-IDX)
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME O SUBTOTAL DO PRODUTO QUE ACABOU E ZERA O ACUMULO
      *================================================================*
       0260-IMPRIMIR-TOTAL-PRODUTO     SECTION.
      *================================================================*
           IF  WRK-PRD-LINHAS          EQUAL ZEROS
               GO TO 0260-99-FIM
           END-IF.
           MOVE SPACES                 TO BKORDREL-REC.
           STRING '  TOTAL DO PRODUTO ' DELIMITED BY SIZE
                  WRK-PRODUTO-ATUAL    DELIMITED BY SIZE
                  ' LINHAS='           DELIMITED BY SIZE
                  WRK-PRD-LINHAS       DELIMITED BY SIZE
                  ' QTD PENDENTE='     DELIMITED BY SIZE
                  WRK-PRD-QTD          DELIMITED BY SIZE
                  ' MAIOR ESPERA='     DELIMITED BY SIZE
                  WRK-PRD-MAIOR-ESPERA DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO BKORDREL-REC
           END-STRING.
           WRITE BKORDREL-REC.
           MOVE ZEROS                  TO WRK-PRD-LINHAS
                                           WRK-PRD-QTD
                                           WRK-PRD-MAIOR-ESPERA.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ORDENA OS CLIENTES DA ESPERA MAIS LONGA PARA A MAIS CURTA
      *================================================================*
       0270-ORDENAR-ESPERA-MAIOR       SECTION.
      *================================================================*
           PERFORM 0272-SELECIONAR-1-POSICAO
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         NOT LESS WRK-CLI-COUNT.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LEVA PARA A POSICAO CORRENTE A MAIOR ESPERA
      *================================================================*
       0272-SELECIONAR-1-POSICAO       SECTION.
      *================================================================*
           MOVE WRK-ORD-I              TO WRK-ORD-MAIOR.
           COMPUTE WRK-ORD-J = WRK-ORD-I + 1.
           PERFORM 0274-COMPARAR-1-POSICAO
               UNTIL WRK-ORD-J         GREATER WRK-CLI-COUNT.
           IF  WRK-ORD-MAIOR           NOT EQUAL WRK-ORD-I
               MOVE WRK-CLI-ENTRY(WRK-ORD-I)     TO WRK-ORD-TROCA
               MOVE WRK-CLI-ENTRY(WRK-ORD-MAIOR)
                                        TO WRK-CLI-ENTRY(WRK-ORD-I)
               MOVE WRK-ORD-TROCA       TO WRK-CLI-ENTRY(WRK-ORD-MAIOR)
           END-IF.
      *================================================================*
       0272-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COMPARA UMA POSICAO CANDIDATA COM A MAIOR ATUAL
      *================================================================*
       0274-COMPARAR-1-POSICAO         SECTION.
      *================================================================*
           IF  WRK-CLI-MAIOR-ESPERA(WRK-ORD-J) GREATER
               WRK-CLI-MAIOR-ESPERA(WRK-ORD-MAIOR)
               MOVE WRK-ORD-J           TO WRK-ORD-MAIOR
           END-IF.
           ADD 1                       TO WRK-ORD-J.
      *================================================================*
       0274-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A LINHA DE UM CLIENTE COM PENDENCIAS EM ABERTO
      *================================================================*
       0280-IMPRIMIR-1-CLIENTE         SECTION.
      *================================================================*
           MOVE WRK-CLI-CPF(WRK-ORD-I) TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               MOVE 'CLIENTE SEM CADASTRO' TO CUSTMAS-NOME
               MOVE SPACES              TO CUSTMAS-TELEFONE
           END-IF.
           MOVE WRK-CLI-VALOR(WRK-ORD-I) TO WRK-VALOR-ED.
           MOVE WRK-CLI-CPF(WRK-ORD-I) TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO BKORDREL-REC.
           STRING MASC-CPF             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CUSTMAS-NOME         DELIMITED BY SIZE
                  ' FONE '             DELIMITED BY SIZE
                  CUSTMAS-TELEFONE     DELIMITED BY SIZE
                  ' LINHAS='           DELIMITED BY SIZE
                  WRK-CLI-LINHAS(WRK-ORD-I) DELIMITED BY SIZE
                  ' VALOR='            DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' ESPERA='           DELIMITED BY SIZE
                  WRK-CLI-MAIOR-ESPERA(WRK-ORD-I) DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO BKORDREL-REC
           END-STRING.
           WRITE BKORDREL-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO BKORDREL-REC.
           STRING 'PENDENCIAS LIBERADAS NESTA EXECUCAO='
                                       DELIMITED BY SIZE
                  WRK-QTD-LIBERADAS    DELIMITED BY SIZE
                  ' EM ABERTO='        DELIMITED BY SIZE
                  WRK-QTD-EM-ABERTO    DELIMITED BY SIZE
                  ' CLIENTES='         DELIMITED BY SIZE
                  WRK-CLI-COUNT        DELIMITED BY SIZE
                  INTO BKORDREL-REC
           END-STRING.
           WRITE BKORDREL-REC.

           CLOSE BACKORD-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE KITMAS-FILE.
           CLOSE BKORDREL-FILE.
           DISPLAY 'PENDENCIAS LIBERADAS: ' WRK-QTD-LIBERADAS
                   ' EM ABERTO: ' WRK-QTD-EM-ABERTO
                   ' - RELATORIO EM BKORDREL'.
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
