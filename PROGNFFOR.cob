       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNFFOR.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ENTRADA DE NOTAS FISCAIS DE FORNECEDOR COM
      * CONFERENCIA EM TRES PONTAS. FUNCAO E DIGITA A NOTA (CNPJ
      * ATIVO NO FORNMAS, NUMERO, EMISSAO E VENCIMENTO) E CADA ITEM
      * CONTRA UMA LINHA DO PEDIDO DE COMPRA (PEDCOMP, DO
      * PROGCOB71): O PRECO E CONFERIDO CONTRA O CUSTO UNITARIO
      * ACORDADO E A QUANTIDADE CONTRA O RECEBIDO NO PROGCOB72
      * AINDA NAO FATURADO, AMBOS DENTRO DA TOLERANCIA DO
      * PARAMETRO NFFPARM. A NOTA TODA CONFERIDA E APROVADA: VIRA TITULO
      * A PAGAR DO FORNECEDOR NO CONTAPAG (PAGO PELO PROGCOB77), A
      * QUANTIDADE FATURADA E ACUMULADA NO PEDCOMP E A COMPRA E
      * PROVISIONADA NO GLPOST (DEBITO DE ESTOQMERC E CREDITO DE
      * FORNPAGAR); QUALQUER LINHA DIVERGENTE RETEM A NOTA INTEIRA
      * E SAI NO RELATORIO FATRETID PARA A COMPRAS RESOLVER. FUNCAO
      * R RECONFERE AS NOTAS RETIDAS (DEPOIS DO RECEBIMENTO QUE
      * FALTAVA OU DO ACERTO COM O FORNECEDOR) E LIBERA AS QUE
      * PASSAM - ACABA O PAGAMENTO DE MERCADORIA NAO RECEBIDA OU A
      * PRECO NAO COMBINADO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - SEGREGACAO DE FUNCOES: NOTA SEM DIVERGENCIA E
      *              RETIDA QUANDO O OPERADOR QUE A APROVARIA FEZ A
      *              ULTIMA MANUTENCAO DO FORNECEDOR NO PROGCOB70
      *              (FORNMAS-OPERADOR-ALT), PAR FORNEC-MAN/NFFORN-APR
      *              DA SODREGRA; O CONFLITO SAI NO FATRETID E NA
      *              SODLOG, E A NOTA E LIBERADA NA RECONFERENCIA POR
      *              OUTRO OPERADOR
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      * XX/XX/XXXX - TOLERANCIAS LIDAS DO PARAMETRO NFFPARM; NOTA SO SE
      *              JUNTA A TITULO DO DIA ABERTO DE FORNECEDOR - SE
      *              ENVIADO, PAGO OU DE FRETE A NOTA E RETIDA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT NFFORN-FILE           ASSIGN TO "NFFORN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS NFFORN-CHAVE
               FILE STATUS            IS WRK-NFFORN-STATUS.
           SELECT PEDCOMP-FILE          ASSIGN TO "PEDCOMP"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDCOMP-CHAVE
               FILE STATUS            IS WRK-PEDCOMP-STATUS.
           SELECT FORNMAS-FILE          ASSIGN TO "FORNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNMAS-CNPJ
               FILE STATUS            IS WRK-FORNMAS-STATUS.
           SELECT CONTAPAG-FILE         ASSIGN TO "CONTAPAG"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAPAG-CHAVE
               FILE STATUS            IS WRK-CONTAPAG-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT FATRETID-FILE         ASSIGN TO "FATRETID"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FATRETID-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
           SELECT SODREGRA-FILE         ASSIGN TO "SODREGRA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS RANDOM
               RECORD KEY             IS SODREGRA-CHAVE
               FILE STATUS            IS WRK-SODREGRA-STATUS.
           SELECT NFFPARM-FILE          ASSIGN TO "NFFPARM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFFPARM-STATUS.
           SELECT SODLOG-FILE           ASSIGN TO "SODLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NFFORN-FILE.
           COPY 'NFFORN.COB'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCOMP.COB'.
       FD  FORNMAS-FILE.
           COPY 'FORNMAS.COB'.
       FD  CONTAPAG-FILE.
           COPY 'CONTAPAG.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  FATRETID-FILE.
           COPY 'FATRETID.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       FD  SODREGRA-FILE.
           COPY 'SODREGRA.COB'.
       FD  NFFPARM-FILE.
           COPY 'NFFPARM.COB'.
       FD  SODLOG-FILE.
           COPY 'SODLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-NFFORN-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFFORN-OK                           VALUE '00'.
           88  WRK-NFFORN-FIM                          VALUE '10'.
           88  WRK-NFFORN-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDCOMP-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDCOMP-OK                          VALUE '00'.
           88  WRK-PEDCOMP-INEXISTENTE                 VALUE '35'.
       77  WRK-FORNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FORNMAS-OK                          VALUE '00'.
       77  WRK-CONTAPAG-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAPAG-OK                         VALUE '00'.
           88  WRK-CONTAPAG-INEXISTENTE                VALUE '35'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-FATRETID-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-FUNCAO                  PIC X(001)      VALUE SPACES.
           88  WRK-FUNCAO-ENTRADA                      VALUE 'E'.
           88  WRK-FUNCAO-RECONFERIR                   VALUE 'R'.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
      *
      *    SEGREGACAO DE FUNCOES: QUEM FEZ A ULTIMA MANUTENCAO DO
      *    FORNECEDOR NO PROGCOB70 NAO PODE APROVAR NOTA DELE
      *
       77  WRK-SODREGRA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SODREGRA-OK                         VALUE '00'.
           88  WRK-SODREGRA-INEXISTENTE                VALUE '35'.
       77  WRK-SODLOG-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-SOD-FUNCAO-ENTRADA      PIC X(010)      VALUE SPACES.
       77  WRK-SOD-FUNCAO-APROVA       PIC X(010)      VALUE SPACES.
       77  WRK-SOD-USUARIO-ENTRADA     PIC X(020)      VALUE SPACES.
       77  WRK-SOD-USUARIO-APROVA      PIC X(020)      VALUE SPACES.
       77  WRK-SOD-DOCUMENTO           PIC X(030)      VALUE SPACES.
       77  WRK-SOD-SITUACAO            PIC X(001)      VALUE 'N'.
           88  WRK-SOD-CONFLITO                        VALUE 'S'.
      *
      *    TOLERANCIAS DA CONFERENCIA EM TRES PONTAS, LIDAS DO
      *    PARAMETRO NFFPARM: PERCENTUAL DE DIFERENCA DE PRECO CONTRA
      *    O CUSTO ACORDADO E PERCENTUAL DE QUANTIDADE FATURADA ALEM
      *    DO RECEBIDO
      *
       77  WRK-NFFPARM-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-TOL-PRECO-PC            PIC 9(002)V99   VALUE 2,00.
       77  WRK-TOL-QTD-PC              PIC 9(002)V99   VALUE ZEROS.
      *
      *    CONTAS E CENTRO DE CUSTO DA PROVISAO DA COMPRA
      *
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE 'LOGI'.
       77  WRK-CONTA-ESTOQMERC         PIC X(010)
                                        VALUE 'ESTOQMERC'.
       77  WRK-CONTA-FORNPAGAR         PIC X(010)
                                        VALUE 'FORNPAGAR'.
      *
      *    CABECALHO DA NOTA EM CONFERENCIA
      *
       77  WRK-CNPJ                    PIC X(014)      VALUE SPACES.
       77  WRK-NUMERO-NF               PIC 9(009)      VALUE ZEROS.
       77  WRK-DATA-EMISSAO            PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-VENCTO             PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-ENTRADA            PIC 9(008)      VALUE ZEROS.
       77  WRK-NOTA-VALIDA             PIC X(001)      VALUE 'N'.
           88  WRK-NOTA-OK                             VALUE 'S'.
       77  WRK-NOTA-RETIDA             PIC X(001)      VALUE 'N'.
           88  WRK-NOTA-COM-DIVERGENCIA                VALUE 'S'.
       77  WRK-TOTAL-NOTA              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-MOTIVO-TITULO           PIC X(030)      VALUE SPACES.
      *
      *    ITENS DA NOTA, CONFERIDOS JUNTOS ANTES DE GRAVAR: A NOTA E
      *    APROVADA OU RETIDA POR INTEIRO
      *
       01  WRK-ITEM-TAB.
           05  WRK-ITEM-ENTRY          OCCURS 50 TIMES.
               10  WRK-ITEM-PEDCOMP    PIC 9(006).
               10  WRK-ITEM-PED-LINHA  PIC 9(003).
               10  WRK-ITEM-PRODUTO    PIC X(006).
               10  WRK-ITEM-QTD        PIC 9(005).
               10  WRK-ITEM-CUSTO      PIC 9(007)V99.
               10  WRK-ITEM-VALOR      PIC 9(009)V99.
               10  WRK-ITEM-MOTIVO     PIC X(030).
       77  WRK-ITEM-COUNT              PIC 9(002)      VALUE ZEROS.
       77  WRK-ITEM-IDX                PIC 9(002)      VALUE ZEROS.
       77  WRK-ITEM-IDX2               PIC 9(002)      VALUE ZEROS.
       77  WRK-FIM-DIGITACAO           PIC X(001)      VALUE 'N'.
           88  WRK-DIGITACAO-ENCERRADA                 VALUE 'S'.
       77  WRK-PEDCOMP-DIGITADO        PIC 9(006)      VALUE ZEROS.
       77  WRK-LINHA-DIGITADA          PIC 9(003)      VALUE ZEROS.
      *
      *    CONFERENCIA DE UMA LINHA: QUANTIDADE DISPONIVEL PARA
      *    FATURAR (RECEBIDO MENOS JA FATURADO, DESCONTADAS AS OUTRAS
      *    LINHAS DA MESMA NOTA SOBRE A MESMA LINHA DO PEDIDO) E
      *    DIFERENCA PERCENTUAL DE PRECO
      *
       77  WRK-QTD-DISPONIVEL          PIC S9(006)     VALUE ZEROS.
       77  WRK-QTD-LIMITE              PIC S9(007)V99  VALUE ZEROS.
       77  WRK-QTD-OUTRAS              PIC 9(006)      VALUE ZEROS.
       77  WRK-DIF-PRECO               PIC S9(007)V99  VALUE ZEROS.
       77  WRK-DIF-PRECO-PC            PIC S9(005)V99  VALUE ZEROS.
      *
      *    RECONFERENCIA DAS RETIDAS: ULTIMA NOTA TRATADA, PARA
      *    REPOSICIONAR A LEITURA DEPOIS DE REGRAVAR AS LINHAS
      *
       77  WRK-FIM-RETIDAS             PIC X(001)      VALUE 'N'.
           88  WRK-RETIDAS-ENCERRADAS                  VALUE 'S'.
      *
       77  WRK-QTD-NOTAS               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-APROVADAS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-RETIDAS             PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-CUSTO-ED                PIC Z.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       77  WRK-PEDIDO-ED               PIC Z.ZZZ.ZZ9,99
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
      *    ABRE OS ARQUIVOS E RECEBE O OPERADOR E A FUNCAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           DISPLAY 'NOTAS DE FORNECEDOR - CONFERENCIA EM TRES PONTAS'.
           PERFORM 0110-LER-PARAMETRO.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'FUNCAO (E=ENTRADA DE NOTA R=RECONFERIR RETIDAS):'.
           ACCEPT WRK-FUNCAO.

           OPEN I-O NFFORN-FILE.
           IF  WRK-NFFORN-INEXISTENTE
               CLOSE NFFORN-FILE
               OPEN OUTPUT NFFORN-FILE
               CLOSE NFFORN-FILE
               OPEN I-O NFFORN-FILE
           END-IF.
           OPEN I-O PEDCOMP-FILE.
           OPEN INPUT FORNMAS-FILE.
           OPEN I-O CONTAPAG-FILE.
           IF  WRK-CONTAPAG-INEXISTENTE
               CLOSE CONTAPAG-FILE
               OPEN OUTPUT CONTAPAG-FILE
               CLOSE CONTAPAG-FILE
               OPEN I-O CONTAPAG-FILE
           END-IF.
           OPEN OUTPUT FATRETID-FILE.

           MOVE SPACES                 TO FATRETID-REC.
           STRING 'NOTAS DE FORNECEDOR RETIDAS NA CONFERENCIA EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  ' - TOLERANCIA DE PRECO ' DELIMITED BY SIZE
                  WRK-TOL-PRECO-PC     DELIMITED BY SIZE
                  ' PC'                DELIMITED BY SIZE
                  INTO FATRETID-REC
           END-STRING.
           WRITE FATRETID-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE AS TOLERANCIAS DA CONFERENCIA (NFFPARM), CRIANDO O
      *    PARAMETRO COM O PADRAO DE 2 PC NO PRECO E 0 PC NA
      *    QUANTIDADE QUANDO NAO EXISTE
      *================================================================*
       0110-LER-PARAMETRO              SECTION.
      *================================================================*
           OPEN INPUT NFFPARM-FILE.
           IF  WRK-NFFPARM-STATUS      EQUAL '35'
               MOVE 2                   TO NFFPARM-TOL-PRECO-PC
               MOVE ZEROS               TO NFFPARM-TOL-QTD-PC
               OPEN OUTPUT NFFPARM-FILE
               WRITE NFFPARM-REC
               CLOSE NFFPARM-FILE
               OPEN INPUT NFFPARM-FILE
           END-IF.
           READ NFFPARM-FILE.
           CLOSE NFFPARM-FILE.
           MOVE NFFPARM-TOL-PRECO-PC   TO WRK-TOL-PRECO-PC.
           MOVE NFFPARM-TOL-QTD-PC     TO WRK-TOL-QTD-PC.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESPACHA A FUNCAO PEDIDA
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN WRK-FUNCAO-ENTRADA
                   PERFORM 0210-ENTRAR-NOTA
               WHEN WRK-FUNCAO-RECONFERIR
                   PERFORM 0500-RECONFERIR-RETIDAS
               WHEN OTHER
                   DISPLAY 'FUNCAO INVALIDA - USE E OU R'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIGITA O CABECALHO E OS ITENS DE UMA NOTA E CONFERE A
      *    NOTA INTEIRA
      *================================================================*
       0210-ENTRAR-NOTA                SECTION.
      *================================================================*
           PERFORM 0220-DIGITAR-CABECALHO.
           IF  NOT WRK-NOTA-OK
               GO TO 0210-99-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-ITEM-COUNT.
           MOVE 'N'                    TO WRK-FIM-DIGITACAO.
           PERFORM 0230-DIGITAR-1-ITEM
               UNTIL WRK-DIGITACAO-ENCERRADA.
           IF  WRK-ITEM-COUNT          EQUAL ZEROS
               DISPLAY 'NOTA SEM ITENS - NADA GRAVADO'
               GO TO 0210-99-FIM
           END-IF.

           MOVE WRK-DATA-SYS           TO WRK-DATA-ENTRADA.
           PERFORM 0400-CONFERIR-NOTA.
           PERFORM 0450-GRAVAR-NOTA.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIGITA O CABECALHO: FORNECEDOR ATIVO NO FORNMAS, NUMERO DA
      *    NOTA AINDA NAO LANCADA, EMISSAO E VENCIMENTO
      *================================================================*
       0220-DIGITAR-CABECALHO          SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-NOTA-VALIDA.
           DISPLAY 'CNPJ DO FORNECEDOR:'.
           ACCEPT WRK-CNPJ.
           MOVE WRK-CNPJ               TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           IF  NOT WRK-FORNMAS-OK OR FORNMAS-INATIVO
               DISPLAY 'FORNECEDOR NAO CADASTRADO OU INATIVO - '
                       'NOTA NAO ACEITA'
               GO TO 0220-99-FIM
           END-IF.
           DISPLAY 'FORNECEDOR: ' FORNMAS-NOME.
           DISPLAY 'NUMERO DA NOTA FISCAL:'.
           MOVE ZEROS                  TO WRK-NUMERO-NF.
           ACCEPT WRK-NUMERO-NF.
           MOVE WRK-CNPJ               TO NFFORN-CNPJ.
           MOVE WRK-NUMERO-NF          TO NFFORN-NUMERO.
           MOVE 1                      TO NFFORN-LINHA.
           READ NFFORN-FILE.
           IF  WRK-NFFORN-OK
               DISPLAY 'NOTA JA LANCADA PARA ESTE FORNECEDOR - '
                       'USE A FUNCAO R PARA AS RETIDAS'
               GO TO 0220-99-FIM
           END-IF.
           DISPLAY 'DATA DE EMISSAO DA NOTA (AAAAMMDD):'.
           ACCEPT WRK-DATA-EMISSAO.
           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD):'.
           ACCEPT WRK-DATA-VENCTO.
           IF  WRK-DATA-VENCTO         LESS WRK-DATA-EMISSAO
               DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO - NOTA NAO '
                       'ACEITA'
               GO TO 0220-99-FIM
           END-IF.
           SET WRK-NOTA-OK             TO TRUE.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIGITA UM ITEM DA NOTA: A LINHA DO PEDIDO DE COMPRA QUE
      *    ELE COBRA, A QUANTIDADE E O PRECO UNITARIO FATURADOS
      *================================================================*
       0230-DIGITAR-1-ITEM             SECTION.
      *================================================================*
           DISPLAY 'PEDIDO DE COMPRA DO ITEM (ZEROS ENCERRA A NOTA):'.
           MOVE ZEROS                  TO WRK-PEDCOMP-DIGITADO.
           ACCEPT WRK-PEDCOMP-DIGITADO.
           IF  WRK-PEDCOMP-DIGITADO    EQUAL ZEROS
               SET WRK-DIGITACAO-ENCERRADA TO TRUE
               GO TO 0230-99-FIM
           END-IF.
           IF  WRK-ITEM-COUNT          NOT LESS 50
               DISPLAY 'LIMITE DE 50 ITENS POR NOTA ATINGIDO'
               SET WRK-DIGITACAO-ENCERRADA TO TRUE
               GO TO 0230-99-FIM
           END-IF.
           DISPLAY 'LINHA DO PEDIDO DE COMPRA:'.
           MOVE ZEROS                  TO WRK-LINHA-DIGITADA.
           ACCEPT WRK-LINHA-DIGITADA.
           MOVE WRK-PEDCOMP-DIGITADO   TO PEDCOMP-NUMERO.
           MOVE WRK-LINHA-DIGITADA     TO PEDCOMP-LINHA.
           READ PEDCOMP-FILE.
           IF  NOT WRK-PEDCOMP-OK
               DISPLAY 'LINHA DE PEDIDO DE COMPRA INEXISTENTE - ITEM '
                       'IGNORADO'
               GO TO 0230-99-FIM
           END-IF.

           ADD 1                       TO WRK-ITEM-COUNT.
           MOVE WRK-PEDCOMP-DIGITADO   TO
                                   WRK-ITEM-PEDCOMP(WRK-ITEM-COUNT).
           MOVE WRK-LINHA-DIGITADA     TO
                                   WRK-ITEM-PED-LINHA(WRK-ITEM-COUNT).
           MOVE PEDCOMP-PRODUTO        TO
                                   WRK-ITEM-PRODUTO(WRK-ITEM-COUNT).
           DISPLAY 'PRODUTO ' PEDCOMP-PRODUTO ' PEDIDO='
                   PEDCOMP-QTD-PEDIDA ' RECEBIDO='
                   PEDCOMP-QTD-RECEBIDA ' JA FATURADO='
                   PEDCOMP-QTD-FATURADA.
           DISPLAY 'QUANTIDADE FATURADA:'.
           MOVE ZEROS                  TO WRK-ITEM-QTD(WRK-ITEM-COUNT).
           ACCEPT WRK-ITEM-QTD(WRK-ITEM-COUNT).
           DISPLAY 'PRECO UNITARIO FATURADO:'.
           MOVE ZEROS                  TO
                                   WRK-ITEM-CUSTO(WRK-ITEM-COUNT).
           ACCEPT WRK-ITEM-CUSTO(WRK-ITEM-COUNT).
           COMPUTE WRK-ITEM-VALOR(WRK-ITEM-COUNT) ROUNDED =
                   WRK-ITEM-QTD(WRK-ITEM-COUNT) *
                   WRK-ITEM-CUSTO(WRK-ITEM-COUNT).
           MOVE SPACES                 TO
                                   WRK-ITEM-MOTIVO(WRK-ITEM-COUNT).
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE TODOS OS ITENS DA NOTA EM TRES PONTAS E TOTALIZA;
      *    UM ITEM DIVERGENTE RETEM A NOTA INTEIRA
      *================================================================*
       0400-CONFERIR-NOTA              SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-NOTA-RETIDA.
           MOVE ZEROS                  TO WRK-TOTAL-NOTA.
           PERFORM 0410-CONFERIR-1-ITEM
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           IF  NOT WRK-NOTA-COM-DIVERGENCIA
               PERFORM 0430-CHECAR-SEGREGACAO-FORNEC
           END-IF.
           IF  NOT WRK-NOTA-COM-DIVERGENCIA
               PERFORM 0440-CHECAR-TITULO-DIA
           END-IF.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM ITEM: LINHA DO PEDIDO DO MESMO FORNECEDOR,
      *    PRECO DENTRO DA TOLERANCIA DO CUSTO ACORDADO E QUANTIDADE
      *    DENTRO DO RECEBIDO AINDA NAO FATURADO
      *================================================================*
       0410-CONFERIR-1-ITEM            SECTION.
      *================================================================*
           ADD WRK-ITEM-VALOR(WRK-ITEM-IDX) TO WRK-TOTAL-NOTA.
           MOVE SPACES                 TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX).
           MOVE WRK-ITEM-PEDCOMP(WRK-ITEM-IDX)   TO PEDCOMP-NUMERO.
           MOVE WRK-ITEM-PED-LINHA(WRK-ITEM-IDX) TO PEDCOMP-LINHA.
           READ PEDCOMP-FILE.
           IF  NOT WRK-PEDCOMP-OK
               MOVE 'LINHA DO PEDIDO INEXISTENTE'
                                        TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX)
               GO TO 0410-90-RETER
           END-IF.
           IF  PEDCOMP-CNPJ            NOT EQUAL WRK-CNPJ
               MOVE 'PEDIDO DE OUTRO FORNECEDOR'
                                        TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX)
               GO TO 0410-90-RETER
           END-IF.

           COMPUTE WRK-DIF-PRECO =
                   WRK-ITEM-CUSTO(WRK-ITEM-IDX) - PEDCOMP-CUSTO-UNIT.
           IF  WRK-DIF-PRECO           LESS ZEROS
               COMPUTE WRK-DIF-PRECO = WRK-DIF-PRECO * -1
           END-IF.
           IF  PEDCOMP-CUSTO-UNIT      GREATER ZEROS
               COMPUTE WRK-DIF-PRECO-PC ROUNDED =
                       (WRK-DIF-PRECO * 100) / PEDCOMP-CUSTO-UNIT
                   ON SIZE ERROR
                       MOVE 999,99      TO WRK-DIF-PRECO-PC
               END-COMPUTE
           ELSE
               IF  WRK-DIF-PRECO       GREATER ZEROS
                   MOVE 999,99          TO WRK-DIF-PRECO-PC
               ELSE
                   MOVE ZEROS           TO WRK-DIF-PRECO-PC
               END-IF
           END-IF.
           IF  WRK-DIF-PRECO-PC        GREATER WRK-TOL-PRECO-PC
               MOVE 'PRECO FORA DO CUSTO ACORDADO'
                                        TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX)
               GO TO 0410-90-RETER
           END-IF.

           MOVE ZEROS                  TO WRK-QTD-OUTRAS.
           PERFORM 0415-SOMAR-OUTRAS-LINHAS
               VARYING WRK-ITEM-IDX2 FROM 1 BY 1
               UNTIL WRK-ITEM-IDX2     NOT LESS WRK-ITEM-IDX.
           COMPUTE WRK-QTD-DISPONIVEL = PEDCOMP-QTD-RECEBIDA -
                   PEDCOMP-QTD-FATURADA - WRK-QTD-OUTRAS.
           COMPUTE WRK-QTD-LIMITE = WRK-QTD-DISPONIVEL +
                   (WRK-QTD-DISPONIVEL * WRK-TOL-QTD-PC / 100).
           IF  WRK-ITEM-QTD(WRK-ITEM-IDX) GREATER WRK-QTD-LIMITE
               MOVE 'QUANTIDADE ALEM DO RECEBIDO'
                                        TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX)
               GO TO 0410-90-RETER
           END-IF.
           GO TO 0410-99-FIM.
      *
       0410-90-RETER.
           SET WRK-NOTA-COM-DIVERGENCIA TO TRUE.
           PERFORM 0420-APONTAR-DIVERGENCIA.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA AS QUANTIDADES DAS LINHAS ANTERIORES DA MESMA NOTA
      *    QUE COBRAM A MESMA LINHA DO PEDIDO DE COMPRA
      *================================================================*
       0415-SOMAR-OUTRAS-LINHAS        SECTION.
      *================================================================*
           IF  WRK-ITEM-PEDCOMP(WRK-ITEM-IDX2) EQUAL
               WRK-ITEM-PEDCOMP(WRK-ITEM-IDX)
           AND WRK-ITEM-PED-LINHA(WRK-ITEM-IDX2) EQUAL
               WRK-ITEM-PED-LINHA(WRK-ITEM-IDX)
               ADD WRK-ITEM-QTD(WRK-ITEM-IDX2) TO WRK-QTD-OUTRAS
           END-IF.
      *================================================================*
       0415-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APONTA NO RELATORIO DE RETIDAS O ITEM DIVERGENTE, COM O
      *    FATURADO E O ACORDADO/RECEBIDO LADO A LADO
      *================================================================*
       0420-APONTAR-DIVERGENCIA        SECTION.
      *================================================================*
           MOVE WRK-ITEM-CUSTO(WRK-ITEM-IDX) TO WRK-CUSTO-ED.
           IF  WRK-PEDCOMP-OK
               MOVE PEDCOMP-CUSTO-UNIT  TO WRK-PEDIDO-ED
           ELSE
               MOVE ZEROS               TO WRK-PEDIDO-ED
               MOVE ZEROS               TO PEDCOMP-QTD-RECEBIDA
                                           PEDCOMP-QTD-FATURADA
           END-IF.
           MOVE SPACES                 TO FATRETID-REC.
           STRING WRK-CNPJ             DELIMITED BY SIZE
                  ' NF '               DELIMITED BY SIZE
                  WRK-NUMERO-NF        DELIMITED BY SIZE
                  ' PED '              DELIMITED BY SIZE
                  WRK-ITEM-PEDCOMP(WRK-ITEM-IDX) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-ITEM-PED-LINHA(WRK-ITEM-IDX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-ITEM-MOTIVO(WRK-ITEM-IDX) DELIMITED BY SIZE
                  ' QTD NF='           DELIMITED BY SIZE
                  WRK-ITEM-QTD(WRK-ITEM-IDX) DELIMITED BY SIZE
                  ' REC='              DELIMITED BY SIZE
                  PEDCOMP-QTD-RECEBIDA DELIMITED BY SIZE
                  ' FAT='              DELIMITED BY SIZE
                  PEDCOMP-QTD-FATURADA DELIMITED BY SIZE
                  ' PRECO NF='         DELIMITED BY SIZE
                  WRK-CUSTO-ED         DELIMITED BY SIZE
                  ' PED='              DELIMITED BY SIZE
                  WRK-PEDIDO-ED        DELIMITED BY SIZE
                  INTO FATRETID-REC
           END-STRING.
           WRITE FATRETID-REC.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    NOTA CONFERIDA SEM DIVERGENCIA SO E APROVADA SE O OPERADOR
      *    NAO FOR QUEM FEZ A ULTIMA MANUTENCAO DO FORNECEDOR (PAR
      *    FORNEC-MAN X NFFORN-APR DA SODREGRA); CONFLITO RETEM A NOTA
      *    PARA RECONFERENCIA POR OUTRO OPERADOR E VAI PARA A SODLOG
      *================================================================*
       0430-CHECAR-SEGREGACAO-FORNEC   SECTION.
      *================================================================*
           MOVE WRK-CNPJ               TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           IF  NOT WRK-FORNMAS-OK
               GO TO 0430-99-FIM
           END-IF.
           MOVE 'FORNEC-MAN'           TO WRK-SOD-FUNCAO-ENTRADA.
           MOVE 'NFFORN-APR'           TO WRK-SOD-FUNCAO-APROVA.
           MOVE FORNMAS-OPERADOR-ALT   TO WRK-SOD-USUARIO-ENTRADA.
           MOVE WRK-OPERADOR           TO WRK-SOD-USUARIO-APROVA.
           MOVE SPACES                 TO WRK-SOD-DOCUMENTO.
           STRING WRK-CNPJ             DELIMITED BY SIZE
                  ' NF '               DELIMITED BY SIZE
                  WRK-NUMERO-NF        DELIMITED BY SIZE
                  INTO WRK-SOD-DOCUMENTO.
           PERFORM 0950-CHECAR-SEGREGACAO.
           IF  NOT WRK-SOD-CONFLITO
               GO TO 0430-99-FIM
           END-IF.
           SET WRK-NOTA-COM-DIVERGENCIA TO TRUE.
           PERFORM 0435-MARCAR-1-ITEM-SEGREGACAO
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           PERFORM 0955-GRAVAR-CONFLITO-SOD.
           MOVE SPACES                 TO FATRETID-REC.
           STRING WRK-CNPJ             DELIMITED BY SIZE
                  ' NF '               DELIMITED BY SIZE
                  WRK-NUMERO-NF        DELIMITED BY SIZE
                  ' SEGREGACAO DE FUNCOES - '
                                       DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  ' MANTEVE O FORNECEDOR EM '
                                       DELIMITED BY SIZE
                  FORNMAS-DATA-ALT     DELIMITED BY SIZE
                  INTO FATRETID-REC
           END-STRING.
           WRITE FATRETID-REC.
           DISPLAY 'APROVACAO BLOQUEADA - ' WRK-OPERADOR
                   ' MANTEVE O FORNECEDOR (SEGREGACAO DE FUNCOES)'.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ANOTA O MOTIVO DA RETENCAO POR SEGREGACAO NA LINHA DA NOTA
      *================================================================*
       0435-MARCAR-1-ITEM-SEGREGACAO   SECTION.
      *================================================================*
           MOVE 'SEGREGACAO DE FUNCOES'
                                       TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX).
      *================================================================*
       0435-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    A NOTA APROVADA SO SE JUNTA AO TITULO DO FORNECEDOR NO DIA
      *    (CNPJ + DATA DE ENTRADA) SE ELE AINDA ESTIVER ABERTO E FOR
      *    DE FORNECEDOR: TITULO JA ENVIADO AO BANCO OU PAGO PELO
      *    PROGCOB77 NAO E MAIS PAGO, E TITULO DE FRETE DO MESMO CNPJ
      *    NAO RECEBE NOTA DE MERCADORIA. NESSES CASOS A NOTA E RETIDA
      *    E SAI NO FATRETID, PARA A RECONFERENCIA EM OUTRO DIA
      *================================================================*
       0440-CHECAR-TITULO-DIA          SECTION.
      *================================================================*
           MOVE WRK-CNPJ               TO CONTAPAG-CNPJ.
           MOVE WRK-DATA-ENTRADA       TO CONTAPAG-DATA-EMISSAO.
           READ CONTAPAG-FILE.
           IF  NOT WRK-CONTAPAG-OK
               GO TO 0440-99-FIM
           END-IF.
           IF  CONTAPAG-ABERTO AND CONTAPAG-FORNECEDOR
               GO TO 0440-99-FIM
           END-IF.
           SET WRK-NOTA-COM-DIVERGENCIA TO TRUE.
           IF  CONTAPAG-FORNECEDOR
               MOVE 'TITULO DO DIA ENVIADO OU PAGO'
                                        TO WRK-MOTIVO-TITULO
           ELSE
               MOVE 'TITULO DO DIA E DE FRETE'
                                        TO WRK-MOTIVO-TITULO
           END-IF.
           PERFORM 0445-MARCAR-1-ITEM-TITULO
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           MOVE SPACES                 TO FATRETID-REC.
           STRING WRK-CNPJ             DELIMITED BY SIZE
                  ' NF '               DELIMITED BY SIZE
                  WRK-NUMERO-NF        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-MOTIVO-TITULO    DELIMITED BY SIZE
                  ' - CONTAPAG '       DELIMITED BY SIZE
                  WRK-DATA-ENTRADA     DELIMITED BY SIZE
                  ' SITUACAO '         DELIMITED BY SIZE
                  CONTAPAG-SITUACAO    DELIMITED BY SIZE
                  ' - RECONFERIR EM OUTRO DIA'
                                       DELIMITED BY SIZE
                  INTO FATRETID-REC
           END-STRING.
           WRITE FATRETID-REC.
           DISPLAY 'NOTA RETIDA - ' WRK-MOTIVO-TITULO.
      *================================================================*
       0440-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ANOTA O MOTIVO DA RETENCAO PELO TITULO NA LINHA DA NOTA
      *================================================================*
       0445-MARCAR-1-ITEM-TITULO       SECTION.
      *================================================================*
           MOVE WRK-MOTIVO-TITULO      TO WRK-ITEM-MOTIVO(WRK-ITEM-IDX).
      *================================================================*
       0445-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA AS LINHAS DA NOTA COM A SITUACAO DA CONFERENCIA E,
      *    SE APROVADA, GERA O TITULO A PAGAR E A PROVISAO
      *================================================================*
       0450-GRAVAR-NOTA                SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-NOTAS.
           PERFORM 0460-GRAVAR-1-LINHA
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           PERFORM 0470-CONCLUIR-NOTA.
      *================================================================*
       0450-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA LINHA DA NOTA DIGITADA
      *================================================================*
       0460-GRAVAR-1-LINHA             SECTION.
      *================================================================*
           MOVE WRK-CNPJ               TO NFFORN-CNPJ.
           MOVE WRK-NUMERO-NF          TO NFFORN-NUMERO.
           MOVE WRK-ITEM-IDX           TO NFFORN-LINHA.
           MOVE WRK-DATA-EMISSAO       TO NFFORN-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO        TO NFFORN-DATA-VENCTO.
           MOVE WRK-DATA-ENTRADA       TO NFFORN-DATA-ENTRADA.
           MOVE WRK-ITEM-PEDCOMP(WRK-ITEM-IDX)   TO NFFORN-PEDCOMP.
           MOVE WRK-ITEM-PED-LINHA(WRK-ITEM-IDX) TO
                                        NFFORN-PEDCOMP-LINHA.
           MOVE WRK-ITEM-PRODUTO(WRK-ITEM-IDX)   TO NFFORN-PRODUTO.
           MOVE WRK-ITEM-QTD(WRK-ITEM-IDX)       TO NFFORN-QTD.
           MOVE WRK-ITEM-CUSTO(WRK-ITEM-IDX)     TO NFFORN-CUSTO-UNIT.
           MOVE WRK-ITEM-VALOR(WRK-ITEM-IDX)     TO NFFORN-VALOR.
           MOVE WRK-ITEM-MOTIVO(WRK-ITEM-IDX)    TO NFFORN-MOTIVO.
           MOVE WRK-OPERADOR           TO NFFORN-OPERADOR.
           IF  WRK-NOTA-COM-DIVERGENCIA
               SET NFFORN-RETIDA        TO TRUE
           ELSE
               SET NFFORN-APROVADA      TO TRUE
           END-IF.
           WRITE NFFORN-REC
               INVALID KEY
                   REWRITE NFFORN-REC
           END-WRITE.
      *================================================================*
       0460-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA A NOTA CONFERIDA: A APROVADA ACUMULA O FATURADO NO
      *    PEDCOMP, VIRA TITULO A PAGAR E E PROVISIONADA; A RETIDA SO
      *    FICA REGISTRADA PARA A RECONFERENCIA
      *================================================================*
       0470-CONCLUIR-NOTA              SECTION.
      *================================================================*
           MOVE WRK-TOTAL-NOTA         TO WRK-VALOR-ED.
           IF  WRK-NOTA-COM-DIVERGENCIA
               ADD 1                    TO WRK-QTD-RETIDAS
               DISPLAY 'NOTA ' WRK-NUMERO-NF ' RETIDA - VALOR '
                       WRK-VALOR-ED ' - VER FATRETID'
               MOVE SPACES              TO WRK-CAMPOS-LOG
               STRING 'NF '             DELIMITED BY SIZE
                      WRK-NUMERO-NF     DELIMITED BY SIZE
                      ' RETIDA'         DELIMITED BY SIZE
                      INTO WRK-CAMPOS-LOG
               END-STRING
               PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE
               GO TO 0470-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-APROVADAS.
           PERFORM 0480-ACUMULAR-FATURADO
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           PERFORM 0490-GRAVAR-TITULO.
           PERFORM 0495-PROVISIONAR-COMPRA.
           DISPLAY 'NOTA ' WRK-NUMERO-NF ' APROVADA - VALOR '
                   WRK-VALOR-ED ' LANCADA NO CONTAS A PAGAR'.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'NF '                DELIMITED BY SIZE
                  WRK-NUMERO-NF        DELIMITED BY SIZE
                  ' APROVADA '         DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0470-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACUMULA A QUANTIDADE FATURADA NA LINHA DO PEDIDO DE COMPRA
      *================================================================*
       0480-ACUMULAR-FATURADO          SECTION.
      *================================================================*
           MOVE WRK-ITEM-PEDCOMP(WRK-ITEM-IDX)   TO PEDCOMP-NUMERO.
           MOVE WRK-ITEM-PED-LINHA(WRK-ITEM-IDX) TO PEDCOMP-LINHA.
           READ PEDCOMP-FILE.
           IF  WRK-PEDCOMP-OK
               ADD WRK-ITEM-QTD(WRK-ITEM-IDX) TO PEDCOMP-QTD-FATURADA
               REWRITE PEDCOMP-REC
           END-IF.
      *================================================================*
       0480-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA/ACUMULA O TITULO A PAGAR DO FORNECEDOR (CNPJ + DATA
      *    DE ENTRADA), NO MESMO CONTAPAG DOS FRETES; SO ACUMULA EM
      *    TITULO ABERTO DE FORNECEDOR (0440 RETEM A NOTA NOS OUTROS
      *    CASOS)
      *================================================================*
       0490-GRAVAR-TITULO              SECTION.
      *================================================================*
           MOVE WRK-CNPJ               TO CONTAPAG-CNPJ.
           MOVE WRK-DATA-ENTRADA       TO CONTAPAG-DATA-EMISSAO.
           READ CONTAPAG-FILE.
           IF  WRK-CONTAPAG-OK
               IF  CONTAPAG-ABERTO AND CONTAPAG-FORNECEDOR
                   ADD WRK-TOTAL-NOTA   TO CONTAPAG-VALOR
                   REWRITE CONTAPAG-REC
               END-IF
           ELSE
               MOVE WRK-CNPJ            TO CONTAPAG-CNPJ
               MOVE WRK-DATA-ENTRADA    TO CONTAPAG-DATA-EMISSAO
               MOVE WRK-DATA-VENCTO     TO CONTAPAG-DATA-VENCTO
               MOVE WRK-TOTAL-NOTA      TO CONTAPAG-VALOR
               SET CONTAPAG-ABERTO      TO TRUE
               SET CONTAPAG-FORNECEDOR  TO TRUE
               WRITE CONTAPAG-REC
           END-IF.
      *================================================================*
       0490-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROVISIONA A COMPRA APROVADA NO EXTRATO CONTABIL: DEBITO
      *    DE ESTOQMERC E CREDITO DE FORNPAGAR
      *================================================================*
       0495-PROVISIONAR-COMPRA         SECTION.
      *================================================================*
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE WRK-DATA-ENTRADA       TO GLPOST-DATA.
           MOVE 'PROGNFFOR'            TO GLPOST-PROGRAMA.
           MOVE '01'                   TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE WRK-OPERADOR           TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
           MOVE WRK-CONTA-ESTOQMERC    TO GLPOST-CONTA.
           MOVE WRK-TOTAL-NOTA         TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-CREDITO          TO TRUE.
           MOVE WRK-CONTA-FORNPAGAR    TO GLPOST-CONTA.
           MOVE WRK-TOTAL-NOTA         TO GLPOST-VALOR.
           WRITE GLPOST-REC.
           CLOSE GLPOST-FILE.
      *================================================================*
       0495-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECONFERE AS NOTAS RETIDAS: CARREGA AS LINHAS DE CADA NOTA
      *    RETIDA, CONFERE DE NOVO CONTRA O PEDCOMP ATUAL E REGRAVA
      *================================================================*
       0500-RECONFERIR-RETIDAS         SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO NFFORN-CHAVE.
           START NFFORN-FILE KEY NOT LESS NFFORN-CHAVE
               INVALID KEY
                   SET WRK-RETIDAS-ENCERRADAS TO TRUE
           END-START.
           PERFORM 0510-RECONFERIR-1-NOTA
               UNTIL WRK-RETIDAS-ENCERRADAS.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A PROXIMA NOTA RETIDA, CARREGA SUAS LINHAS E
      *    REFAZ A CONFERENCIA
      *================================================================*
       0510-RECONFERIR-1-NOTA          SECTION.
      *================================================================*
           READ NFFORN-FILE NEXT RECORD
               AT END
                   SET WRK-RETIDAS-ENCERRADAS TO TRUE
           END-READ.
           IF  WRK-RETIDAS-ENCERRADAS
           OR  NOT NFFORN-RETIDA
               GO TO 0510-99-FIM
           END-IF.

           MOVE NFFORN-CNPJ            TO WRK-CNPJ.
           MOVE NFFORN-NUMERO          TO WRK-NUMERO-NF.
           MOVE NFFORN-DATA-EMISSAO    TO WRK-DATA-EMISSAO.
           MOVE NFFORN-DATA-VENCTO     TO WRK-DATA-VENCTO.
           MOVE WRK-DATA-SYS           TO WRK-DATA-ENTRADA.
           MOVE ZEROS                  TO WRK-ITEM-COUNT.
           PERFORM 0520-CARREGAR-1-LINHA
               UNTIL WRK-RETIDAS-ENCERRADAS
               OR NFFORN-CNPJ          NOT EQUAL WRK-CNPJ
               OR NFFORN-NUMERO        NOT EQUAL WRK-NUMERO-NF.

           PERFORM 0400-CONFERIR-NOTA.
           PERFORM 0450-GRAVAR-NOTA.

           MOVE WRK-CNPJ               TO NFFORN-CNPJ.
           MOVE WRK-NUMERO-NF          TO NFFORN-NUMERO.
           MOVE 999                    TO NFFORN-LINHA.
           MOVE 'N'                    TO WRK-FIM-RETIDAS.
           START NFFORN-FILE KEY GREATER NFFORN-CHAVE
               INVALID KEY
                   SET WRK-RETIDAS-ENCERRADAS TO TRUE
           END-START.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UMA LINHA DA NOTA RETIDA NA TABELA E LE A PROXIMA
      *================================================================*
       0520-CARREGAR-1-LINHA           SECTION.
      *================================================================*
           IF  WRK-ITEM-COUNT          LESS 50
               ADD 1                    TO WRK-ITEM-COUNT
               MOVE NFFORN-PEDCOMP      TO
                                   WRK-ITEM-PEDCOMP(WRK-ITEM-COUNT)
               MOVE NFFORN-PEDCOMP-LINHA TO
                                   WRK-ITEM-PED-LINHA(WRK-ITEM-COUNT)
               MOVE NFFORN-PRODUTO      TO
                                   WRK-ITEM-PRODUTO(WRK-ITEM-COUNT)
               MOVE NFFORN-QTD          TO WRK-ITEM-QTD(WRK-ITEM-COUNT)
               MOVE NFFORN-CUSTO-UNIT   TO
                                   WRK-ITEM-CUSTO(WRK-ITEM-COUNT)
               MOVE NFFORN-VALOR        TO
                                   WRK-ITEM-VALOR(WRK-ITEM-COUNT)
               MOVE SPACES              TO
                                   WRK-ITEM-MOTIVO(WRK-ITEM-COUNT)
           END-IF.
           READ NFFORN-FILE NEXT RECORD
               AT END
                   SET WRK-RETIDAS-ENCERRADAS TO TRUE
           END-READ.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
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
           MOVE 'PROGNFFOR'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFRONTA O USUARIO DA ENTRADA COM O DA APROVACAO NO PAR DE
      *    FUNCOES DA TABELA SODREGRA: MESMO USUARIO EM PAR ATIVO E
      *    CONFLITO; SEM A TABELA, O PAR E TRATADO COMO INCOMPATIVEL
      *================================================================*
       0950-CHECAR-SEGREGACAO          SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-SOD-SITUACAO.
           IF  WRK-SOD-USUARIO-ENTRADA EQUAL SPACES
           OR  WRK-SOD-USUARIO-ENTRADA NOT EQUAL
               WRK-SOD-USUARIO-APROVA
               GO TO 0950-99-FIM
           END-IF.
           OPEN INPUT SODREGRA-FILE.
           IF  WRK-SODREGRA-INEXISTENTE
               MOVE 'S'                 TO WRK-SOD-SITUACAO
               GO TO 0950-99-FIM
           END-IF.
           MOVE WRK-SOD-FUNCAO-ENTRADA TO SODREGRA-FUNCAO-ENTRADA.
           MOVE WRK-SOD-FUNCAO-APROVA  TO SODREGRA-FUNCAO-APROVA.
           READ SODREGRA-FILE.
           IF  WRK-SODREGRA-OK AND SODREGRA-ATIVA
               MOVE 'S'                 TO WRK-SOD-SITUACAO
           END-IF.
           CLOSE SODREGRA-FILE.
      *================================================================*
       0950-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CONFLITO DE SEGREGACAO NA TRILHA SODLOG
      *================================================================*
       0955-GRAVAR-CONFLITO-SOD        SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND SODLOG-FILE.
           IF  WRK-SODLOG-STATUS       EQUAL '35'
               OPEN OUTPUT SODLOG-FILE
               CLOSE SODLOG-FILE
               OPEN EXTEND SODLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO SODLOG-DATA.
           MOVE WRK-HORA-SYS           TO SODLOG-HORA.
           MOVE 'PROGNFFOR'            TO SODLOG-PROGRAMA.
           MOVE WRK-SOD-USUARIO-APROVA TO SODLOG-USUARIO.
           MOVE WRK-SOD-FUNCAO-ENTRADA TO SODLOG-FUNCAO-ENTRADA.
           MOVE WRK-SOD-FUNCAO-APROVA  TO SODLOG-FUNCAO-APROVA.
           MOVE WRK-SOD-DOCUMENTO      TO SODLOG-DOCUMENTO.
           WRITE SODLOG-REC.
           CLOSE SODLOG-FILE.
      *================================================================*
       0955-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO FATRETID-REC.
           STRING 'NOTAS CONFERIDAS='  DELIMITED BY SIZE
                  WRK-QTD-NOTAS        DELIMITED BY SIZE
                  ' APROVADAS='        DELIMITED BY SIZE
                  WRK-QTD-APROVADAS    DELIMITED BY SIZE
                  ' RETIDAS='          DELIMITED BY SIZE
                  WRK-QTD-RETIDAS      DELIMITED BY SIZE
                  INTO FATRETID-REC
           END-STRING.
           WRITE FATRETID-REC.

           CLOSE NFFORN-FILE.
           CLOSE PEDCOMP-FILE.
           CLOSE FORNMAS-FILE.
           CLOSE CONTAPAG-FILE.
           CLOSE FATRETID-FILE.
           DISPLAY 'CONFERENCIA DE NOTAS DE FORNECEDOR: '
                   WRK-QTD-APROVADAS ' APROVADAS, '
                   WRK-QTD-RETIDAS ' RETIDAS'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
