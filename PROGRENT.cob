       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRENT.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RENTABILIDADE POR CLIENTE (CPF DO CUSTMAS) NUM
      * PERIODO. PARA CADA CPF SOMA: A VENDA LIQUIDA DOS ITENS
      * ATENDIDOS DO PEDIDET (PEDIDOS NAO CANCELADOS DO PERIODO); O
      * CMV AO CUSTO MEDIO DO CUSTOPROD (KIT PELA SOMA DOS
      * COMPONENTES DO KITMAS, COMO NO PROGCOB30); O FRETE ABSORVIDO,
      * DIFERENCA ENTRE O QUE A TRANSPORTADORA COBROU (FATURA
      * FATTRANS OU, SEM ELA, O FRETE DO MANIFESTO MANIFUF, CASADOS
      * PELA UF/DATA/PRODUTO COMO NA CONFERENCIA DO PROGCOB27) E O
      * FRETE COBRADO NO PEDIDO; AS NOTAS DE CREDITO DO CREDHIST; AS
      * BAIXAS POR PERDA DO PROGCOB57 (TITULOS DO CONTAREC EMITIDOS
      * NO PERIODO) E OS ENCARGOS DE ATRASO RECEBIDOS (RECHIST). A
      * MARGEM DE CONTRIBUICAO SAI EM VALOR E EM PERCENTUAL DA
      * VENDA, DO PIOR PARA O MELHOR CLIENTE, NO RENTREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO RENTREL (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT PEDIDET-FILE          ASSIGN TO "PEDIDET"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
           SELECT CUSTOPROD-FILE        ASSIGN TO "CUSTOPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT FATTRANS-FILE         ASSIGN TO "FATTRANS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FATTRANS-STATUS.
           SELECT MANIFUF-FILE          ASSIGN TO "MANIFUF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS MANIFUF-CHAVE
               FILE STATUS            IS WRK-MANIFUF-STATUS.
           SELECT CREDHIST-FILE         ASSIGN TO "CREDHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CREDHIST-STATUS.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT RECHIST-FILE          ASSIGN TO "RECHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECHIST-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT RENTREL-FILE          ASSIGN TO "RENTREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RENTREL-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  FATTRANS-FILE.
           COPY 'FATTRANS.COB'.
       FD  MANIFUF-FILE.
           COPY 'MANIFUF.COB'.
       FD  CREDHIST-FILE.
           COPY 'CREDHIST.COB'.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  RECHIST-FILE.
           COPY 'RECHIST.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  RENTREL-FILE.
           COPY 'RENTREL.COB'.
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
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDET-OK                          VALUE '00'.
       77  WRK-CUSTOPROD-STATUS        PIC X(002)      VALUE SPACES.
           88  WRK-CUSTOPROD-OK                        VALUE '00'.
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-KITMAS-OK                           VALUE '00'.
       77  WRK-FATTRANS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-FATTRANS-OK                         VALUE '00'.
           88  WRK-FATTRANS-FIM                        VALUE '10'.
       77  WRK-MANIFUF-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-MANIFUF-OK                          VALUE '00'.
           88  WRK-MANIFUF-FIM                         VALUE '10'.
       77  WRK-CREDHIST-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CREDHIST-OK                         VALUE '00'.
           88  WRK-CREDHIST-FIM                        VALUE '10'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECHIST-OK                          VALUE '00'.
           88  WRK-RECHIST-FIM                         VALUE '10'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-RENTREL-STATUS          PIC X(002)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
       77  WRK-DATA-INICIAL            PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FINAL              PIC 9(008)      VALUE ZEROS.
       77  WRK-FIM-PEDIDET             PIC X(001)      VALUE 'N'.
           88  WRK-PEDIDET-ENCERRADO                   VALUE 'S'.
      *
      *    CUSTO UNITARIO DO ITEM: O CUSTO MEDIO DO PRODUTO OU, SE ELE
      *    E UM KIT (KITMAS), A SOMA DOS CUSTOS MEDIOS DOS COMPONENTES
      *
       77  WRK-KITMAS-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-KITMAS-ABERTO                       VALUE 'S'.
       77  WRK-FIM-KIT                 PIC X(001)      VALUE 'N'.
           88  WRK-KIT-ENCERRADO                       VALUE 'S'.
       77  WRK-ITEM-KIT                PIC X(001)      VALUE 'N'.
           88  WRK-ITEM-E-KIT                          VALUE 'S'.
       77  WRK-CUSTO-UNITARIO          PIC 9(007)V9999 VALUE ZEROS.
       77  WRK-CUSTO-ITEM              PIC 9(009)V99   VALUE ZEROS.
      *
      *    COBRANCAS DA FATURA DA TRANSPORTADORA; CADA UMA E USADA
      *    UMA SO VEZ NO CASAMENTO COM OS ITENS DOS PEDIDOS
      *
       01  WRK-FAT-TAB.
           05  WRK-FAT-ENTRY           OCCURS 1000 TIMES
                                        INDEXED BY WRK-FAT-IDX.
               10  WRK-FAT-UF          PIC X(002).
               10  WRK-FAT-DATA        PIC 9(008).
               10  WRK-FAT-PRODUTO     PIC X(006).
               10  WRK-FAT-FRETE       PIC 9(004)V99.
               10  WRK-FAT-USADA       PIC X(001).
       77  WRK-FAT-COUNT               PIC 9(004)      VALUE ZEROS.
       77  WRK-FRETE-ITEM              PIC 9(006)V99   VALUE ZEROS.
       77  WRK-ACHOU-EMBARQUE          PIC X(001)      VALUE 'N'.
           88  WRK-EMBARQUE-CASADO                     VALUE 'S'.
      *
      *    RESULTADO ACUMULADO POR CLIENTE
      *
       01  WRK-CLI-TAB.
           05  WRK-CLI-ENTRY           OCCURS 500 TIMES
                                        INDEXED BY WRK-CLI-IDX.
               10  WRK-CLI-CPF         PIC X(011).
               10  WRK-CLI-VENDAS      PIC 9(011)V99.
               10  WRK-CLI-CMV         PIC 9(011)V99.
               10  WRK-CLI-FRETE-COB   PIC 9(009)V99.
               10  WRK-CLI-FRETE-TRA   PIC 9(009)V99.
               10  WRK-CLI-CREDITOS    PIC 9(009)V99.
               10  WRK-CLI-BAIXAS      PIC 9(009)V99.
               10  WRK-CLI-ENCARGOS    PIC 9(009)V99.
               10  WRK-CLI-MARGEM      PIC S9(011)V99.
               10  WRK-CLI-PERC        PIC S9(005)V99.
       77  WRK-CLI-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-CPF-CORRENTE            PIC X(011)      VALUE SPACES.
       77  WRK-CLI-LOCALIZADO          PIC X(001)      VALUE 'N'.
           88  WRK-CLI-ACHADO                          VALUE 'S'.
       77  WRK-CLI-AVISO               PIC X(001)      VALUE 'N'.
           88  WRK-CLI-AVISADO                         VALUE 'S'.
      *
      *    ORDENACAO DO PIOR PARA O MELHOR (SELECAO PELA MARGEM)
      *
       77  WRK-ORD-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-J                   PIC 9(003)      VALUE ZEROS.
       77  WRK-ORD-MENOR               PIC 9(003)      VALUE ZEROS.
       01  WRK-ORD-TROCA.
           05  WRK-TROCA-CPF           PIC X(011).
           05  WRK-TROCA-VENDAS        PIC 9(011)V99.
           05  WRK-TROCA-CMV           PIC 9(011)V99.
           05  WRK-TROCA-FRETE-COB     PIC 9(009)V99.
           05  WRK-TROCA-FRETE-TRA     PIC 9(009)V99.
           05  WRK-TROCA-CREDITOS      PIC 9(009)V99.
           05  WRK-TROCA-BAIXAS        PIC 9(009)V99.
           05  WRK-TROCA-ENCARGOS      PIC 9(009)V99.
           05  WRK-TROCA-MARGEM        PIC S9(011)V99.
           05  WRK-TROCA-PERC          PIC S9(005)V99.
      *
       77  WRK-FRETE-ABSORVIDO         PIC S9(009)V99  VALUE ZEROS.
       77  WRK-TOT-VENDAS              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-MARGEM              PIC S9(013)V99  VALUE ZEROS.
       77  WRK-TOT-PERC                PIC S9(005)V99  VALUE ZEROS.
       77  WRK-QTD-NEGATIVOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-VENDAS-ED               PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CMV-ED                  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FRETE-ED                PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CREDITOS-ED             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BAIXAS-ED               PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ENCARGOS-ED             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MARGEM-ED               PIC -ZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-TOTAL-ED                PIC -Z.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-PERC-ED                 PIC -ZZZ9,99    VALUE ZEROS.
       77  WRK-NOME-CURTO              PIC X(020)      VALUE SPACES.
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
      *    RECEBE O PERIODO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'RENTABILIDADE POR CLIENTE'.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           DISPLAY 'DATA INICIAL (AAAAMMDD, ENTER = INICIO DO MES):'.
           MOVE ZEROS                  TO WRK-DATA-INICIAL.
           ACCEPT WRK-DATA-INICIAL.
           IF  WRK-DATA-INICIAL        EQUAL ZEROS
               COMPUTE WRK-DATA-INICIAL = (WRK-SYS-ANO * 10000) +
                       (WRK-SYS-MES * 100) + 1
           END-IF.
           DISPLAY 'DATA FINAL (AAAAMMDD, ENTER = HOJE):'.
           MOVE ZEROS                  TO WRK-DATA-FINAL.
           ACCEPT WRK-DATA-FINAL.
           IF  WRK-DATA-FINAL          EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-FINAL
           END-IF.

           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN INPUT CUSTOPROD-FILE.
           OPEN INPUT KITMAS-FILE.
           IF  WRK-KITMAS-OK
               SET WRK-KITMAS-ABERTO    TO TRUE
           END-IF.
           OPEN INPUT MANIFUF-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT RENTREL-FILE.
           PERFORM 0110-CARREGAR-FATURA.
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
      *    CARREGA AS COBRANCAS DA FATURA DA TRANSPORTADORA QUE CAEM
      *    NO PERIODO; SEM A FATURA, FICA O FRETE DO MANIFESTO
      *================================================================*
       0110-CARREGAR-FATURA            SECTION.
      *================================================================*
           OPEN INPUT FATTRANS-FILE.
           IF  NOT WRK-FATTRANS-OK
               GO TO 0110-99-FIM
           END-IF.
           PERFORM 0115-CARREGAR-1-COBRANCA UNTIL WRK-FATTRANS-FIM.
           CLOSE FATTRANS-FILE.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UMA COBRANCA DA FATURA
      *================================================================*
       0115-CARREGAR-1-COBRANCA        SECTION.
      *================================================================*
           READ FATTRANS-FILE
               AT END
                   SET WRK-FATTRANS-FIM TO TRUE
                   GO TO 0115-99-FIM
           END-READ.
           IF  FATTRANS-DATA           LESS WRK-DATA-INICIAL
           OR  FATTRANS-DATA           GREATER WRK-DATA-FINAL
               GO TO 0115-99-FIM
           END-IF.
           IF  WRK-FAT-COUNT           NOT LESS 1000
               DISPLAY 'AVISO: LIMITE DE 1000 COBRANCAS DA FATURA - '
                       'RESTANTE PELO FRETE DO MANIFESTO'
               SET WRK-FATTRANS-FIM     TO TRUE
               GO TO 0115-99-FIM
           END-IF.
           ADD 1                       TO WRK-FAT-COUNT.
           MOVE FATTRANS-UF            TO WRK-FAT-UF(WRK-FAT-COUNT).
           MOVE FATTRANS-DATA          TO WRK-FAT-DATA(WRK-FAT-COUNT).
           MOVE FATTRANS-PRODUTO       TO WRK-FAT-PRODUTO
                                           (WRK-FAT-COUNT).
           MOVE FATTRANS-FRETE-COBRADO TO WRK-FAT-FRETE(WRK-FAT-COUNT).
           MOVE 'N'                    TO WRK-FAT-USADA(WRK-FAT-COUNT).
      *================================================================*
       0115-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACUMULA AS FONTES POR CLIENTE, CALCULA A MARGEM, ORDENA
      *    DO PIOR PARA O MELHOR E GRAVA O RELATORIO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-SOMAR-PEDIDOS.
           PERFORM 0230-SOMAR-CREDITOS.
           PERFORM 0240-SOMAR-BAIXAS.
           PERFORM 0250-SOMAR-ENCARGOS.
           PERFORM 0260-CALCULAR-1-MARGEM
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX       GREATER WRK-CLI-COUNT.
           PERFORM 0270-ORDENAR-PIOR-PRIMEIRO.
           PERFORM 0280-GRAVAR-RELATORIO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE OS PEDIDOS NAO CANCELADOS DO PERIODO
      *================================================================*
       0210-SOMAR-PEDIDOS              SECTION.
      *================================================================*
           MOVE ZEROS                  TO PEDIDO-NUMERO.
           START PEDIDO-FILE KEY NOT LESS PEDIDO-NUMERO
               INVALID KEY
                   SET WRK-PEDIDO-FIM   TO TRUE
           END-START.
           PERFORM 0212-SOMAR-1-PEDIDO UNTIL WRK-PEDIDO-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O FRETE COBRADO DO PEDIDO E OS SEUS ITENS ATENDIDOS
      *================================================================*
       0212-SOMAR-1-PEDIDO             SECTION.
      *================================================================*
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDO-FIM   TO TRUE
                   GO TO 0212-99-FIM
           END-READ.
           IF  PEDIDO-CANCELADO
           OR  PEDIDO-DATA             LESS WRK-DATA-INICIAL
           OR  PEDIDO-DATA             GREATER WRK-DATA-FINAL
               GO TO 0212-99-FIM
           END-IF.
           MOVE PEDIDO-CPF             TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  NOT WRK-CLI-ACHADO
               GO TO 0212-99-FIM
           END-IF.
           ADD PEDIDO-FRETE            TO WRK-CLI-FRETE-COB
                                           (WRK-CLI-IDX).

           MOVE 'N'                    TO WRK-FIM-PEDIDET.
           MOVE PEDIDO-NUMERO          TO PEDIDET-PEDIDO.
           MOVE ZEROS                  TO PEDIDET-LINHA.
           START PEDIDET-FILE KEY NOT LESS PEDIDET-CHAVE
               INVALID KEY
                   SET WRK-PEDIDET-ENCERRADO TO TRUE
           END-START.
           PERFORM 0214-SOMAR-1-ITEM UNTIL WRK-PEDIDET-ENCERRADO.
      *================================================================*
       0212-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA A VENDA, O CMV E O FRETE DA TRANSPORTADORA DE UM ITEM
      *    ATENDIDO
      *================================================================*
       0214-SOMAR-1-ITEM               SECTION.
      *================================================================*
           READ PEDIDET-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDET-ENCERRADO TO TRUE
                   GO TO 0214-99-FIM
           END-READ.
           IF  PEDIDET-PEDIDO          NOT EQUAL PEDIDO-NUMERO
               SET WRK-PEDIDET-ENCERRADO TO TRUE
               GO TO 0214-99-FIM
           END-IF.
           IF  NOT PEDIDET-ITEM-ATENDIDO
               GO TO 0214-99-FIM
           END-IF.
           ADD PEDIDET-TOTAL-ITEM      TO WRK-CLI-VENDAS(WRK-CLI-IDX).
           PERFORM 0216-OBTER-CUSTO-UNITARIO.
           COMPUTE WRK-CUSTO-ITEM ROUNDED =
                   PEDIDET-QTD * WRK-CUSTO-UNITARIO.
           ADD WRK-CUSTO-ITEM          TO WRK-CLI-CMV(WRK-CLI-IDX).
           PERFORM 0220-OBTER-FRETE-TRANSP.
           ADD WRK-FRETE-ITEM          TO WRK-CLI-FRETE-TRA
                                           (WRK-CLI-IDX).
      *================================================================*
       0214-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CUSTO UNITARIO DO ITEM: CUSTO MEDIO DO PRODUTO OU, PARA
      *    KIT, A SOMA DOS COMPONENTES VEZES A QUANTIDADE POR KIT
      *================================================================*
       0216-OBTER-CUSTO-UNITARIO       SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CUSTO-UNITARIO.
           MOVE 'N'                    TO WRK-ITEM-KIT.
           IF  WRK-KITMAS-ABERTO
               MOVE 'N'                 TO WRK-FIM-KIT
               MOVE PEDIDET-PRODUTO     TO KITMAS-KIT
               MOVE LOW-VALUES          TO KITMAS-COMPONENTE
               START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
                   INVALID KEY
                       SET WRK-KIT-ENCERRADO TO TRUE
               END-START
               PERFORM 0218-SOMAR-1-COMPONENTE
                   UNTIL WRK-KIT-ENCERRADO
           END-IF.
           IF  NOT WRK-ITEM-E-KIT
               MOVE PEDIDET-PRODUTO     TO CUSTOPROD-PRODUTO
               READ CUSTOPROD-FILE
               IF  WRK-CUSTOPROD-OK
                   MOVE CUSTOPROD-CUSTO-MEDIO TO WRK-CUSTO-UNITARIO
               END-IF
           END-IF.
      *================================================================*
       0216-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NO CUSTO DO KIT O CUSTO MEDIO DE UM COMPONENTE VEZES
      *    A QUANTIDADE DELE POR KIT
      *================================================================*
       0218-SOMAR-1-COMPONENTE         SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0218-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL PEDIDET-PRODUTO
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0218-99-FIM
           END-IF.
           SET WRK-ITEM-E-KIT          TO TRUE.
           MOVE KITMAS-COMPONENTE      TO CUSTOPROD-PRODUTO.
           READ CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               COMPUTE WRK-CUSTO-UNITARIO = WRK-CUSTO-UNITARIO +
                       (KITMAS-QTD * CUSTOPROD-CUSTO-MEDIO)
           END-IF.
      *================================================================*
       0218-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FRETE REAL DO ITEM: A COBRANCA DA FATURA DA TRANSPORTADORA
      *    NA UF/DATA/PRODUTO DO PEDIDO AINDA NAO USADA; SEM ELA, O
      *    FRETE DO PRIMEIRO EMBARQUE DO MANIFESTO NA MESMA CHAVE
      *================================================================*
       0220-OBTER-FRETE-TRANSP         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-FRETE-ITEM.
           SET WRK-FAT-IDX             TO 1.
           SEARCH WRK-FAT-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-FAT-IDX        GREATER WRK-FAT-COUNT
                   CONTINUE
               WHEN WRK-FAT-UF(WRK-FAT-IDX)   EQUAL PEDIDO-UF
               AND  WRK-FAT-DATA(WRK-FAT-IDX) EQUAL PEDIDO-DATA
               AND  WRK-FAT-PRODUTO(WRK-FAT-IDX) EQUAL PEDIDET-PRODUTO
               AND  WRK-FAT-USADA(WRK-FAT-IDX) EQUAL 'N'
                   MOVE 'S'             TO WRK-FAT-USADA(WRK-FAT-IDX)
                   MOVE WRK-FAT-FRETE(WRK-FAT-IDX) TO WRK-FRETE-ITEM
                   GO TO 0220-99-FIM
           END-SEARCH.

           MOVE 'N'                    TO WRK-ACHOU-EMBARQUE.
           MOVE PEDIDO-UF              TO MANIFUF-UF.
           MOVE PEDIDO-DATA            TO MANIFUF-DATA.
           MOVE ZEROS                  TO MANIFUF-HORA.
           START MANIFUF-FILE KEY NOT LESS MANIFUF-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-MANIFUF-STATUS
           END-START.
           PERFORM 0225-EXAMINAR-1-EMBARQUE
               UNTIL WRK-EMBARQUE-CASADO
               OR WRK-MANIFUF-FIM.
           IF  WRK-EMBARQUE-CASADO
               MOVE MANIFUF-FRETE       TO WRK-FRETE-ITEM
           END-IF.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO EMBARQUE E DECIDE SE CASA COM O ITEM;
      *    PASSANDO DA UF/DATA DO PEDIDO, ENCERRA A PROCURA
      *================================================================*
       0225-EXAMINAR-1-EMBARQUE        SECTION.
      *================================================================*
           READ MANIFUF-FILE NEXT RECORD
               AT END
                   SET WRK-MANIFUF-FIM TO TRUE
           END-READ.
           IF  WRK-MANIFUF-OK
               IF  MANIFUF-UF          NOT EQUAL PEDIDO-UF
               OR  MANIFUF-DATA        NOT EQUAL PEDIDO-DATA
                   SET WRK-MANIFUF-FIM TO TRUE
               ELSE
                   IF  MANIFUF-PRODUTO EQUAL PEDIDET-PRODUTO
                       SET WRK-EMBARQUE-CASADO TO TRUE
                   END-IF
               END-IF
           END-IF.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA AS NOTAS DE CREDITO EMITIDAS NO PERIODO
      *================================================================*
       0230-SOMAR-CREDITOS             SECTION.
      *================================================================*
           OPEN INPUT CREDHIST-FILE.
           IF  NOT WRK-CREDHIST-OK
               GO TO 0230-99-FIM
           END-IF.
           PERFORM 0235-SOMAR-1-CREDITO UNTIL WRK-CREDHIST-FIM.
           CLOSE CREDHIST-FILE.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UMA NOTA DE CREDITO NO CLIENTE
      *================================================================*
       0235-SOMAR-1-CREDITO            SECTION.
      *================================================================*
           READ CREDHIST-FILE
               AT END
                   SET WRK-CREDHIST-FIM TO TRUE
                   GO TO 0235-99-FIM
           END-READ.
           IF  CREDHIST-DATA           LESS WRK-DATA-INICIAL
           OR  CREDHIST-DATA           GREATER WRK-DATA-FINAL
               GO TO 0235-99-FIM
           END-IF.
           MOVE CREDHIST-CPF           TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  WRK-CLI-ACHADO
               ADD CREDHIST-VALOR       TO WRK-CLI-CREDITOS
                                           (WRK-CLI-IDX)
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O SALDO BAIXADO POR PERDA (PROGCOB57) DOS TITULOS
      *    EMITIDOS NO PERIODO, JUNTO DAS VENDAS QUE OS GERARAM
      *================================================================*
       0240-SOMAR-BAIXAS               SECTION.
      *================================================================*
           OPEN INPUT CONTAREC-FILE.
           IF  NOT WRK-CONTAREC-OK
               GO TO 0240-99-FIM
           END-IF.
           PERFORM 0245-SOMAR-1-BAIXA UNTIL WRK-CONTAREC-FIM.
           CLOSE CONTAREC-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM TITULO BAIXADO POR PERDA NO CLIENTE
      *================================================================*
       0245-SOMAR-1-BAIXA              SECTION.
      *================================================================*
           READ CONTAREC-FILE
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  NOT CONTAREC-BAIXA-PERDA
           OR  CONTAREC-DATA-EMISSAO   LESS WRK-DATA-INICIAL
           OR  CONTAREC-DATA-EMISSAO   GREATER WRK-DATA-FINAL
           OR  CONTAREC-VALOR-PAGO     NOT LESS CONTAREC-VALOR
               GO TO 0245-99-FIM
           END-IF.
           MOVE CONTAREC-CPF           TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  WRK-CLI-ACHADO
               COMPUTE WRK-CLI-BAIXAS(WRK-CLI-IDX) =
                       WRK-CLI-BAIXAS(WRK-CLI-IDX) +
                       CONTAREC-VALOR - CONTAREC-VALOR-PAGO
           END-IF.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA OS ENCARGOS DE ATRASO RECEBIDOS NO PERIODO
      *================================================================*
       0250-SOMAR-ENCARGOS             SECTION.
      *================================================================*
           OPEN INPUT RECHIST-FILE.
           IF  NOT WRK-RECHIST-OK
               GO TO 0250-99-FIM
           END-IF.
           PERFORM 0255-SOMAR-1-RECEBIMENTO UNTIL WRK-RECHIST-FIM.
           CLOSE RECHIST-FILE.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA OS ENCARGOS DE UM RECEBIMENTO NO CLIENTE
      *================================================================*
       0255-SOMAR-1-RECEBIMENTO        SECTION.
      *================================================================*
           READ RECHIST-FILE
               AT END
                   SET WRK-RECHIST-FIM TO TRUE
                   GO TO 0255-99-FIM
           END-READ.
           IF  RECHIST-DATA            LESS WRK-DATA-INICIAL
           OR  RECHIST-DATA            GREATER WRK-DATA-FINAL
           OR  RECHIST-ENCARGOS        EQUAL ZEROS
               GO TO 0255-99-FIM
           END-IF.
           MOVE RECHIST-CPF            TO WRK-CPF-CORRENTE.
           PERFORM 0500-LOCALIZAR-CLIENTE.
           IF  WRK-CLI-ACHADO
               ADD RECHIST-ENCARGOS     TO WRK-CLI-ENCARGOS
                                           (WRK-CLI-IDX)
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARGEM DE CONTRIBUICAO = VENDA - CMV - FRETE ABSORVIDO -
      *    NOTAS DE CREDITO - BAIXAS + ENCARGOS, E O PERCENTUAL
      *    SOBRE A VENDA
      *================================================================*
       0260-CALCULAR-1-MARGEM          SECTION.
      *================================================================*
           COMPUTE WRK-CLI-MARGEM(WRK-CLI-IDX) =
                   WRK-CLI-VENDAS(WRK-CLI-IDX)
                 - WRK-CLI-CMV(WRK-CLI-IDX)
                 - WRK-CLI-FRETE-TRA(WRK-CLI-IDX)
                 + WRK-CLI-FRETE-COB(WRK-CLI-IDX)
                 - WRK-CLI-CREDITOS(WRK-CLI-IDX)
                 - WRK-CLI-BAIXAS(WRK-CLI-IDX)
                 + WRK-CLI-ENCARGOS(WRK-CLI-IDX).
           IF  WRK-CLI-VENDAS(WRK-CLI-IDX) GREATER ZEROS
               COMPUTE WRK-CLI-PERC(WRK-CLI-IDX) ROUNDED =
                       (WRK-CLI-MARGEM(WRK-CLI-IDX) * 100) /
                       WRK-CLI-VENDAS(WRK-CLI-IDX)
           ELSE
               MOVE ZEROS               TO WRK-CLI-PERC(WRK-CLI-IDX)
           END-IF.
           ADD WRK-CLI-VENDAS(WRK-CLI-IDX) TO WRK-TOT-VENDAS.
           ADD WRK-CLI-MARGEM(WRK-CLI-IDX) TO WRK-TOT-MARGEM.
           IF  WRK-CLI-MARGEM(WRK-CLI-IDX) LESS ZEROS
               ADD 1                    TO WRK-QTD-NEGATIVOS
           END-IF.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ORDENA OS CLIENTES DA MENOR PARA A MAIOR MARGEM
      *================================================================*
       0270-ORDENAR-PIOR-PRIMEIRO      SECTION.
      *================================================================*
           PERFORM 0272-SELECIONAR-1-POSICAO
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         NOT LESS WRK-CLI-COUNT.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LEVA PARA A POSICAO CORRENTE A MENOR MARGEM RESTANTE
      *================================================================*
       0272-SELECIONAR-1-POSICAO       SECTION.
      *================================================================*
           MOVE WRK-ORD-I              TO WRK-ORD-MENOR.
           COMPUTE WRK-ORD-J = WRK-ORD-I + 1.
           PERFORM 0274-COMPARAR-1-POSICAO
               UNTIL WRK-ORD-J         GREATER WRK-CLI-COUNT.
           IF  WRK-ORD-MENOR           NOT EQUAL WRK-ORD-I
               MOVE WRK-CLI-ENTRY(WRK-ORD-I)     TO WRK-ORD-TROCA
               MOVE WRK-CLI-ENTRY(WRK-ORD-MENOR)
                                        TO WRK-CLI-ENTRY(WRK-ORD-I)
               MOVE WRK-ORD-TROCA       TO WRK-CLI-ENTRY(WRK-ORD-MENOR)
           END-IF.
      *================================================================*
       0272-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COMPARA UMA POSICAO CANDIDATA COM A MENOR ATUAL
      *================================================================*
       0274-COMPARAR-1-POSICAO         SECTION.
      *================================================================*
           IF  WRK-CLI-MARGEM(WRK-ORD-J) LESS
               WRK-CLI-MARGEM(WRK-ORD-MENOR)
               MOVE WRK-ORD-J           TO WRK-ORD-MENOR
           END-IF.
           ADD 1                       TO WRK-ORD-J.
      *================================================================*
       0274-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CABECALHO, UMA LINHA POR CLIENTE E O TOTAL
      *================================================================*
       0280-GRAVAR-RELATORIO           SECTION.
      *================================================================*
           MOVE SPACES                 TO RENTREL-REC.
           STRING 'RENTABILIDADE POR CLIENTE DE ' DELIMITED BY SIZE
                  WRK-DATA-INICIAL     DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WRK-DATA-FINAL       DELIMITED BY SIZE
                  ' - DO PIOR PARA O MELHOR' DELIMITED BY SIZE
                  INTO RENTREL-REC
           END-STRING.
           WRITE RENTREL-REC.
           MOVE SPACES                 TO RENTREL-REC.
           STRING 'CPF         CLIENTE              '
                                       DELIMITED BY SIZE
                  '  VENDA LIQ.           CMV  FRETE ABSORV.'
                                       DELIMITED BY SIZE
                  '      CREDITOS        BAIXAS      ENCARGOS'
                                       DELIMITED BY SIZE
                  '         MARGEM   MARGEM%'
                                       DELIMITED BY SIZE
                  INTO RENTREL-REC
           END-STRING.
           WRITE RENTREL-REC.
           PERFORM 0285-GRAVAR-1-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX       GREATER WRK-CLI-COUNT.

           IF  WRK-TOT-VENDAS          GREATER ZEROS
               COMPUTE WRK-TOT-PERC ROUNDED =
                       (WRK-TOT-MARGEM * 100) / WRK-TOT-VENDAS
           END-IF.
           MOVE WRK-TOT-MARGEM         TO WRK-TOTAL-ED.
           MOVE WRK-TOT-PERC           TO WRK-PERC-ED.
           MOVE SPACES                 TO RENTREL-REC.
           STRING 'CLIENTES='          DELIMITED BY SIZE
                  WRK-CLI-COUNT        DELIMITED BY SIZE
                  ' COM MARGEM NEGATIVA=' DELIMITED BY SIZE
                  WRK-QTD-NEGATIVOS    DELIMITED BY SIZE
                  ' MARGEM TOTAL='     DELIMITED BY SIZE
                  WRK-TOTAL-ED         DELIMITED BY SIZE
                  ' ('                 DELIMITED BY SIZE
                  WRK-PERC-ED          DELIMITED BY SIZE
                  '%)'                 DELIMITED BY SIZE
                  INTO RENTREL-REC
           END-STRING.
           WRITE RENTREL-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM CLIENTE
      *================================================================*
       0285-GRAVAR-1-CLIENTE           SECTION.
      *================================================================*
           MOVE WRK-CLI-CPF(WRK-CLI-IDX) TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  WRK-CUSTMAS-OK
               MOVE CUSTMAS-NOME        TO WRK-NOME-CURTO
           ELSE
               MOVE 'NAO CADASTRADO'    TO WRK-NOME-CURTO
           END-IF.
           COMPUTE WRK-FRETE-ABSORVIDO =
                   WRK-CLI-FRETE-TRA(WRK-CLI-IDX) -
                   WRK-CLI-FRETE-COB(WRK-CLI-IDX).
           MOVE WRK-CLI-VENDAS(WRK-CLI-IDX)   TO WRK-VENDAS-ED.
           MOVE WRK-CLI-CMV(WRK-CLI-IDX)      TO WRK-CMV-ED.
           MOVE WRK-FRETE-ABSORVIDO           TO WRK-FRETE-ED.
           MOVE WRK-CLI-CREDITOS(WRK-CLI-IDX) TO WRK-CREDITOS-ED.
           MOVE WRK-CLI-BAIXAS(WRK-CLI-IDX)   TO WRK-BAIXAS-ED.
           MOVE WRK-CLI-ENCARGOS(WRK-CLI-IDX) TO WRK-ENCARGOS-ED.
           MOVE WRK-CLI-MARGEM(WRK-CLI-IDX)   TO WRK-MARGEM-ED.
           MOVE WRK-CLI-PERC(WRK-CLI-IDX)     TO WRK-PERC-ED.
           MOVE WRK-CLI-CPF(WRK-CLI-IDX)      TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO RENTREL-REC.
           STRING MASC-CPF             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOME-CURTO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VENDAS-ED        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CMV-ED           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-FRETE-ED         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CREDITOS-ED      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-BAIXAS-ED        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ENCARGOS-ED      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-MARGEM-ED        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PERC-ED          DELIMITED BY SIZE
                  INTO RENTREL-REC
           END-STRING.
           WRITE RENTREL-REC.
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA (OU ABRE) A LINHA DO CLIENTE CORRENTE NA TABELA
      *================================================================*
       0500-LOCALIZAR-CLIENTE          SECTION.
      *================================================================*
           MOVE 'S'                    TO WRK-CLI-LOCALIZADO.
           SET WRK-CLI-IDX             TO 1.
           SEARCH WRK-CLI-ENTRY
               AT END
                   PERFORM 0510-ABRIR-CLIENTE
               WHEN WRK-CLI-IDX        GREATER WRK-CLI-COUNT
                   PERFORM 0510-ABRIR-CLIENTE
               WHEN WRK-CLI-CPF(WRK-CLI-IDX) EQUAL WRK-CPF-CORRENTE
                   CONTINUE
           END-SEARCH.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE UMA LINHA ZERADA PARA O CLIENTE; COM A TABELA CHEIA
      *    O CLIENTE FICA FORA DO RELATORIO
      *================================================================*
       0510-ABRIR-CLIENTE              SECTION.
      *================================================================*
           IF  WRK-CLI-COUNT           NOT LESS 500
               MOVE 'N'                 TO WRK-CLI-LOCALIZADO
               IF  NOT WRK-CLI-AVISADO
                   DISPLAY 'AVISO: LIMITE DE 500 CLIENTES - A PARTIR '
                           'DE ' WRK-CPF-CORRENTE ' FORA DO RELATORIO'
                   SET WRK-CLI-AVISADO TO TRUE
               END-IF
               GO TO 0510-99-FIM
           END-IF.
           ADD 1                       TO WRK-CLI-COUNT.
           SET WRK-CLI-IDX             TO WRK-CLI-COUNT.
           MOVE WRK-CPF-CORRENTE       TO WRK-CLI-CPF(WRK-CLI-IDX).
           MOVE ZEROS                  TO WRK-CLI-VENDAS(WRK-CLI-IDX)
                                          WRK-CLI-CMV(WRK-CLI-IDX)
                                        WRK-CLI-FRETE-COB(WRK-CLI-IDX)
                                        WRK-CLI-FRETE-TRA(WRK-CLI-IDX)
                                        WRK-CLI-CREDITOS(WRK-CLI-IDX)
                                          WRK-CLI-BAIXAS(WRK-CLI-IDX)
                                        WRK-CLI-ENCARGOS(WRK-CLI-IDX)
                                          WRK-CLI-MARGEM(WRK-CLI-IDX)
                                          WRK-CLI-PERC(WRK-CLI-IDX).
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE PEDIDO-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE CUSTOPROD-FILE.
           IF  WRK-KITMAS-ABERTO
               CLOSE KITMAS-FILE
           END-IF.
           CLOSE MANIFUF-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE RENTREL-FILE.
           DISPLAY 'RENTABILIDADE POR CLIENTE GRAVADA EM RENTREL - '
                   WRK-CLI-COUNT ' CLIENTES, ' WRK-QTD-NEGATIVOS
                   ' COM MARGEM NEGATIVA'.
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
