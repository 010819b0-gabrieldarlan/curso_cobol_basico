       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPFIXO.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DOS PEDIDOS FIXOS (RECORRENTES) DOS
      * CLIENTES (PEDFIXO), NOS MOLDES DO CADERNO DE ENDERECOS DO
      * PROGCOB65: INCLUIR E ALTERAR O PEDIDO FIXO POR CPF (VALIDADO
      * NO CUSTMAS) E SEQUENCIA - PRODUTOS E QUANTIDADES (PRODMAS),
      * ENDERECO DE ENTREGA (ENDENTR), CONDICAO DE PAGAMENTO,
      * FILIAL QUE VENDE (FILIAL), FREQUENCIA (SEMANAL, QUINZENAL OU
      * MENSAL) E VIGENCIA - E
      * PAUSAR, REATIVAR OU ENCERRAR O PEDIDO A PEDIDO DO CLIENTE,
      * COM A OPERACAO REGISTRADA NA TRILHA DE AUDITORIA DE CONSOLE
      * (CONSLOG). A GERACAO DOS PEDIDOS DO CICLO NO LOTE PEDITEM E
      * FEITA PELO PROGPFGER NO PROCESSAMENTO NOTURNO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - FILIAL QUE VENDE NO PEDIDO FIXO, CRITICADA NO
      *              CADASTRO FILIAL (EM BRANCO = MATRIZ 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEDFIXO-FILE          ASSIGN TO "PEDFIXO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDFIXO-CHAVE
               FILE STATUS            IS WRK-PEDFIXO-STATUS.
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
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT FILIAL-FILE           ASSIGN TO "FILIAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FILIAL-CODIGO
               FILE STATUS            IS WRK-FILIAL-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDFIXO-FILE.
           COPY 'PEDFIXO.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  ENDENTR-FILE.
           COPY 'ENDENTR.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  FILIAL-FILE.
           COPY 'FILIAL.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PEDFIXO-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PEDFIXO-OK                           VALUE '00'.
           88 WRK-PEDFIXO-INEXISTENTE                  VALUE '35'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-CUSTMAS-OK                           VALUE '00'.
       77  WRK-ENDENTR-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-ENDENTR-OK                           VALUE '00'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PRODMAS-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
      *    FILIAL QUE VENDE: TEM DE EXISTIR ATIVA NO CADASTRO (SEM O
      *    CADASTRO, SO A MATRIZ)
      *
       77  WRK-FILIAL-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-FILIAL-OK                            VALUE '00'.
           88 WRK-FILIAL-INEXISTENTE                   VALUE '35'.
       77  WRK-FILIAL-CADASTRO         PIC X(001)      VALUE 'S'.
           88 WRK-FILIAL-SEM-CADASTRO                  VALUE 'N'.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-PAUSAR                          VALUE 'P'.
           88 WRK-ACAO-REATIVAR                        VALUE 'R'.
           88 WRK-ACAO-ENCERRAR                        VALUE 'E'.
       77  WRK-CPF                     PIC X(011)      VALUE SPACES.
       77  WRK-SEQ                     PIC 9(002)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-DATA-SYS-LOG            PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS-LOG            PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    ITENS DO PEDIDO FIXO: PRODUTO E QUANTIDADE DIGITADOS
      *
       77  WRK-ITEM-PRODUTO            PIC X(006)      VALUE SPACES.
       77  WRK-ITEM-QTD                PIC 9(003)      VALUE ZEROS.
       77  WRK-FIM-ITENS               PIC X(001)      VALUE 'N'.
           88 WRK-ITENS-ENCERRADOS                     VALUE 'S'.
       77  WRK-ERRO                    PIC X(001)      VALUE 'N'.
           88 WRK-CAMPOS-COM-ERRO                      VALUE 'S'.
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
      *    ABRE OS CADASTROS E RECEBE A ACAO, O CPF E A SEQUENCIA
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O PEDFIXO-FILE.
           IF  WRK-PEDFIXO-INEXISTENTE
               CLOSE PEDFIXO-FILE
               OPEN OUTPUT PEDFIXO-FILE
               CLOSE PEDFIXO-FILE
               OPEN I-O PEDFIXO-FILE
           END-IF.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT ENDENTR-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT FILIAL-FILE.
           IF  WRK-FILIAL-INEXISTENTE
               SET WRK-FILIAL-SEM-CADASTRO TO TRUE
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR P=PAUSAR R=REATIVAR '
                   'E=ENCERRAR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'CPF DO CLIENTE:'.
           ACCEPT WRK-CPF.
           DISPLAY 'SEQUENCIA DO PEDIDO FIXO (01-99):'.
           ACCEPT WRK-SEQ.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O CLIENTE E EXECUTA A ACAO SOBRE O PEDIDO FIXO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-CPF                TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               DISPLAY 'CLIENTE ' WRK-CPF ' NAO CADASTRADO NO '
                       'CUSTMAS - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           IF  WRK-SEQ                 EQUAL ZEROS
               DISPLAY 'SEQUENCIA NAO INFORMADA - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-CPF                TO PEDFIXO-CPF.
           MOVE WRK-SEQ                TO PEDFIXO-SEQ.
           READ PEDFIXO-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-PEDFIXO-OK
                       DISPLAY 'PEDIDO FIXO JA CADASTRADO'
                   ELSE
                       IF  NOT CUSTMAS-EM-USO
                           DISPLAY 'CLIENTE MESCLADO OU ANONIMIZADO'
                                   ' - OPERACAO RECUSADA'
                           GO TO 0200-99-FIM
                       END-IF
                       MOVE WRK-CPF     TO PEDFIXO-CPF
                       MOVE WRK-SEQ     TO PEDFIXO-SEQ
                       MOVE ZEROS       TO PEDFIXO-DATA-ULT-GERACAO
                       MOVE ZEROS       TO PEDFIXO-PEDIDO-ULT
                       PERFORM 0410-ACEITAR-CAMPOS
                       IF  WRK-CAMPOS-COM-ERRO
                           DISPLAY 'PEDIDO FIXO NAO GRAVADO'
                           GO TO 0200-99-FIM
                       END-IF
                       MOVE PEDFIXO-DATA-INICIO TO
                            PEDFIXO-PROXIMA-DATA
                       SET PEDFIXO-ATIVO TO TRUE
                       MOVE WRK-OPERADOR TO PEDFIXO-OPERADOR-ALT
                       MOVE WRK-DATA-SYS TO PEDFIXO-DATA-ALT
                       WRITE PEDFIXO-REC
                       DISPLAY 'PEDIDO FIXO INCLUIDO'
                   END-IF
               WHEN WRK-ACAO-ALTERAR
                   IF  WRK-PEDFIXO-OK AND NOT PEDFIXO-ENCERRADO
                       PERFORM 0410-ACEITAR-CAMPOS
                       IF  WRK-CAMPOS-COM-ERRO
                           DISPLAY 'PEDIDO FIXO NAO GRAVADO'
                           GO TO 0200-99-FIM
                       END-IF
                       IF  PEDFIXO-DATA-ULT-GERACAO EQUAL ZEROS
                       OR  PEDFIXO-PROXIMA-DATA LESS
                           PEDFIXO-DATA-INICIO
                           MOVE PEDFIXO-DATA-INICIO TO
                                PEDFIXO-PROXIMA-DATA
                       END-IF
                       MOVE WRK-OPERADOR TO PEDFIXO-OPERADOR-ALT
                       MOVE WRK-DATA-SYS TO PEDFIXO-DATA-ALT
                       REWRITE PEDFIXO-REC
                       DISPLAY 'PEDIDO FIXO ALTERADO'
                   ELSE
                       DISPLAY 'PEDIDO FIXO NAO CADASTRADO OU '
                               'ENCERRADO'
                   END-IF
               WHEN WRK-ACAO-PAUSAR
                   IF  WRK-PEDFIXO-OK AND PEDFIXO-ATIVO
                       SET PEDFIXO-PAUSADO TO TRUE
                       MOVE WRK-OPERADOR TO PEDFIXO-OPERADOR-ALT
                       MOVE WRK-DATA-SYS TO PEDFIXO-DATA-ALT
                       REWRITE PEDFIXO-REC
                       DISPLAY 'PEDIDO FIXO PAUSADO'
                   ELSE
                       DISPLAY 'PEDIDO FIXO NAO CADASTRADO OU NAO '
                               'ESTA ATIVO'
                   END-IF
               WHEN WRK-ACAO-REATIVAR
                   IF  WRK-PEDFIXO-OK AND PEDFIXO-PAUSADO
                       SET PEDFIXO-ATIVO TO TRUE
                       MOVE WRK-OPERADOR TO PEDFIXO-OPERADOR-ALT
                       MOVE WRK-DATA-SYS TO PEDFIXO-DATA-ALT
                       REWRITE PEDFIXO-REC
                       DISPLAY 'PEDIDO FIXO REATIVADO - PROXIMO '
                               'PEDIDO EM ' PEDFIXO-PROXIMA-DATA
                   ELSE
                       DISPLAY 'PEDIDO FIXO NAO CADASTRADO OU NAO '
                               'ESTA PAUSADO'
                   END-IF
               WHEN WRK-ACAO-ENCERRAR
                   IF  WRK-PEDFIXO-OK AND NOT PEDFIXO-ENCERRADO
                       SET PEDFIXO-ENCERRADO TO TRUE
                       MOVE WRK-OPERADOR TO PEDFIXO-OPERADOR-ALT
                       MOVE WRK-DATA-SYS TO PEDFIXO-DATA-ALT
                       REWRITE PEDFIXO-REC
                       DISPLAY 'PEDIDO FIXO ENCERRADO'
                   ELSE
                       DISPLAY 'PEDIDO FIXO NAO CADASTRADO OU JA '
                               'ENCERRADO'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CPF              DELIMITED BY SIZE
                  ' SEQ '              DELIMITED BY SIZE
                  WRK-SEQ              DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA E CRITICA OS CAMPOS DO PEDIDO FIXO E OS ITENS
      *================================================================*
       0410-ACEITAR-CAMPOS             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-ERRO.
           DISPLAY 'DESCRICAO (EX: REPOSICAO SEMANAL):'.
           ACCEPT PEDFIXO-DESCRICAO.
           DISPLAY 'SEQUENCIA DO ENDERECO DE ENTREGA (ZEROS = '
                   'ENDERECO DE CADASTRO):'.
           ACCEPT PEDFIXO-END-ENTREGA.
           DISPLAY 'CONDICAO DE PAGAMENTO (ZEROS = 30 DIAS):'.
           ACCEPT PEDFIXO-CONDPAG.
           DISPLAY 'FILIAL QUE VENDE (BRANCO = MATRIZ 01):'.
           MOVE SPACES                 TO PEDFIXO-FILIAL.
           ACCEPT PEDFIXO-FILIAL.
           DISPLAY 'FREQUENCIA (S=SEMANAL Q=QUINZENAL M=MENSAL):'.
           ACCEPT PEDFIXO-FREQUENCIA.
           DISPLAY 'DATA DE INICIO (AAAAMMDD):'.
           ACCEPT PEDFIXO-DATA-INICIO.
           DISPLAY 'DATA DE FIM (AAAAMMDD, ZEROS = SEM FIM):'.
           ACCEPT PEDFIXO-DATA-FIM.

           IF  PEDFIXO-END-ENTREGA     GREATER ZEROS
               MOVE PEDFIXO-CPF         TO ENDENTR-CPF
               MOVE PEDFIXO-END-ENTREGA TO ENDENTR-SEQ
               READ ENDENTR-FILE
               IF  NOT WRK-ENDENTR-OK OR NOT ENDENTR-ATIVO
                   DISPLAY 'ENDERECO DE ENTREGA INEXISTENTE OU '
                           'INATIVO'
                   MOVE 'S'             TO WRK-ERRO
               END-IF
           END-IF.
           IF  PEDFIXO-FILIAL          EQUAL SPACES
               MOVE '01'                TO PEDFIXO-FILIAL
           END-IF.
           IF  WRK-FILIAL-SEM-CADASTRO
               IF  PEDFIXO-FILIAL      NOT EQUAL '01'
                   DISPLAY 'CADASTRO DE FILIAIS INEXISTENTE - SO A '
                           'MATRIZ (01)'
                   MOVE 'S'             TO WRK-ERRO
               END-IF
           ELSE
               MOVE PEDFIXO-FILIAL      TO FILIAL-CODIGO
               READ FILIAL-FILE
               IF  NOT WRK-FILIAL-OK OR NOT FILIAL-ATIVA
                   DISPLAY 'FILIAL INEXISTENTE OU INATIVA'
                   MOVE 'S'             TO WRK-ERRO
               END-IF
           END-IF.
           IF  NOT PEDFIXO-FREQ-VALIDA
               DISPLAY 'FREQUENCIA INVALIDA'
               MOVE 'S'                 TO WRK-ERRO
           END-IF.
           IF  PEDFIXO-DATA-INICIO     EQUAL ZEROS
               DISPLAY 'DATA DE INICIO NAO INFORMADA'
               MOVE 'S'                 TO WRK-ERRO
           END-IF.
           IF  PEDFIXO-DATA-FIM        NOT EQUAL ZEROS
           AND PEDFIXO-DATA-FIM        LESS PEDFIXO-DATA-INICIO
               DISPLAY 'DATA DE FIM ANTERIOR AO INICIO'
               MOVE 'S'                 TO WRK-ERRO
           END-IF.

           MOVE ZEROS                  TO PEDFIXO-QTD-ITENS.
           MOVE 'N'                    TO WRK-FIM-ITENS.
           PERFORM 0415-ACEITAR-1-ITEM
               UNTIL WRK-ITENS-ENCERRADOS
               OR PEDFIXO-QTD-ITENS    EQUAL 10.
           IF  PEDFIXO-QTD-ITENS       EQUAL ZEROS
               DISPLAY 'PEDIDO FIXO SEM ITENS'
               MOVE 'S'                 TO WRK-ERRO
           END-IF.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA UM ITEM DO PEDIDO FIXO; O PRODUTO TEM DE ESTAR ATIVO
      *    NO PRODMAS E A QUANTIDADE NAO PODE SER ZERO
      *================================================================*
       0415-ACEITAR-1-ITEM             SECTION.
      *================================================================*
           DISPLAY 'PRODUTO (BRANCO = FIM DOS ITENS):'.
           MOVE SPACES                 TO WRK-ITEM-PRODUTO.
           ACCEPT WRK-ITEM-PRODUTO.
           IF  WRK-ITEM-PRODUTO        EQUAL SPACES
               MOVE 'S'                 TO WRK-FIM-ITENS
               GO TO 0415-99-FIM
           END-IF.
           MOVE WRK-ITEM-PRODUTO       TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK OR PRODMAS-INATIVO
               DISPLAY 'PRODUTO INEXISTENTE OU INATIVO - ITEM '
                       'IGNORADO'
               GO TO 0415-99-FIM
           END-IF.
           DISPLAY 'QUANTIDADE:'.
           MOVE ZEROS                  TO WRK-ITEM-QTD.
           ACCEPT WRK-ITEM-QTD.
           IF  WRK-ITEM-QTD            EQUAL ZEROS
               DISPLAY 'QUANTIDADE ZERADA - ITEM IGNORADO'
               GO TO 0415-99-FIM
           END-IF.
           ADD 1                       TO PEDFIXO-QTD-ITENS.
           MOVE WRK-ITEM-PRODUTO       TO
                PEDFIXO-PRODUTO(PEDFIXO-QTD-ITENS).
           MOVE WRK-ITEM-QTD           TO
                PEDFIXO-QTD(PEDFIXO-QTD-ITENS).
      *================================================================*
       0415-99-FIM.                    EXIT.
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
           MOVE 'PROGPFIXO'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE PEDFIXO-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE ENDENTR-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE FILIAL-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
