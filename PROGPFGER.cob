       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPFGER.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: GERACAO DOS PEDIDOS FIXOS (RECORRENTES) DO CICLO.
      * PASSO DO PROCESSAMENTO NOTURNO QUE RODA ANTES DO LOTE DE
      * PEDIDOS (PROGCOB18): PERCORRE O PEDFIXO (MANTIDO PELO
      * PROGPFIXO) E, PARA CADA PEDIDO FIXO ATIVO CUJA PROXIMA DATA
      * CHEGOU, GRAVA NO LOTE PEDITEM UM PEDIDO NOVO (NUMERO DO
      * CONTADOR BATSEQPF, FAIXA 700000) COM OS ITENS AO PRECO DE
      * LISTA DO PRODMAS, O ENDERECO DE ENTREGA E A CONDICAO DE
      * PAGAMENTO DO PEDIDO FIXO - O PROGCOB18 APLICA AO PEDIDO
      * GERADO AS MESMAS CRITICAS DE PRECO, ESTOQUE E CREDITO DE
      * QUALQUER OUTRO PEDIDO. O CICLO DO PEDIDO PAUSADO E IGNORADO,
      * O DO CLIENTE FORA DE USO, ENDERECO INATIVO OU PRODUTO INATIVO
      * E BLOQUEADO, E O PEDIDO CUJA VIGENCIA ACABOU E ENCERRADO; EM
      * TODOS OS CASOS A PROXIMA DATA AVANCA PELA FREQUENCIA. O
      * PFIXREL TRAZ O QUE FOI GERADO, IGNORADO E BLOQUEADO NO CICLO,
      * COM O CPF SEMPRE MASCARADO (PASSO NOTURNO, SEM SOLICITANTE)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - OS ITENS GERADOS SAO VENDAS DA MATRIZ (FILIAL 01)
      * XX/XX/XXXX - OS ITENS GERADOS LEVAM A FILIAL DO PEDIDO FIXO
      *              (EM BRANCO = MATRIZ 01)
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
           SELECT PEDITEM-FILE          ASSIGN TO "PEDITEM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PEDITEM-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQPF"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT PFIXREL-FILE          ASSIGN TO "PFIXREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PFIXREL-STATUS.
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
       FD  PEDITEM-FILE.
           COPY 'PEDITEM.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  PFIXREL-FILE.
           COPY 'PFIXREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
      *    A GERACAO RODA NO PROCESSAMENTO NOTURNO, SEM USUARIO
      *    SOLICITANTE: O CPF SAI SEMPRE MASCARADO
      *
           COPY 'MASCARA.COB'.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (DIAS DE CADA MES)
      *
           COPY 'CALEND.COB'.
      *
       77  WRK-PEDFIXO-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDFIXO-OK                          VALUE '00'.
           88  WRK-PEDFIXO-FIM                         VALUE '10'.
           88  WRK-PEDFIXO-INEXISTENTE                 VALUE '35'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-ENDENTR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ENDENTR-OK                          VALUE '00'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
       77  WRK-PEDITEM-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-PFIXREL-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-CICLO              PIC 9(008)      VALUE ZEROS.
       77  WRK-MOTIVO                  PIC X(040)      VALUE SPACES.
       77  WRK-UF-ENTREGA              PIC X(002)      VALUE SPACES.
       77  WRK-SITUACAO-CICLO          PIC X(010)      VALUE SPACES.
      *
      *    NUMERO DO PEDIDO GERADO, NA FAIXA PROPRIA DOS PEDIDOS FIXOS
      *
       77  WRK-NUMERO-BASE             PIC 9(006)      VALUE 700000.
       77  WRK-NUMERO-PEDIDO           PIC 9(006)      VALUE ZEROS.
      *
       77  WRK-ITEM-IDX                PIC 9(002)      VALUE ZEROS.
       77  WRK-VALOR-PEDIDO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VALOR-PEDIDO-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    AVANCO DA PROXIMA DATA PELA FREQUENCIA
      *
       01  WRK-DATA-CALC               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05  WRK-CALC-ANO            PIC 9(004).
           05  WRK-CALC-MES            PIC 9(002).
           05  WRK-CALC-DIA            PIC 9(002).
       01  WRK-DATA-INICIO-R.
           05  WRK-INICIO-ANO          PIC 9(004).
           05  WRK-INICIO-MES          PIC 9(002).
           05  WRK-INICIO-DIA          PIC 9(002).
       77  WRK-DIAS-CICLO              PIC 9(002)      VALUE ZEROS.
       77  WRK-DIAS-MES                PIC 9(002)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(004)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(002)      VALUE ZEROS.
      *
       77  WRK-QTD-GERADOS             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-IGNORADOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ENCERRADOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ITENS-GERADOS       PIC 9(005)      VALUE ZEROS.
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
      *    PERGUNTA A DATA DO CICLO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'DATA DO CICLO DE PEDIDOS FIXOS (AAAAMMDD, ZEROS = '
                   'DATA DE PROCESSAMENTO):'.
           ACCEPT WRK-DATA-CICLO.
           IF  WRK-DATA-CICLO          EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-CICLO
           END-IF.
           SET MASC-MASCARAR           TO TRUE.

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
           OPEN EXTEND PEDITEM-FILE.
           IF  WRK-PEDITEM-STATUS      EQUAL '35'
               OPEN OUTPUT PEDITEM-FILE
               CLOSE PEDITEM-FILE
               OPEN EXTEND PEDITEM-FILE
           END-IF.
           OPEN OUTPUT PFIXREL-FILE.

           MOVE SPACES                 TO PFIXREL-REC.
           STRING 'CICLO DE PEDIDOS FIXOS EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-CICLO       DELIMITED BY SIZE
                  INTO PFIXREL-REC
           END-STRING.
           WRITE PFIXREL-REC.
           MOVE SPACES                 TO PFIXREL-REC.
           WRITE PFIXREL-REC.
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
      *    PERCORRE OS PEDIDOS FIXOS
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE LOW-VALUES             TO PEDFIXO-CHAVE.
           START PEDFIXO-FILE KEY NOT LESS PEDFIXO-CHAVE
               INVALID KEY
                   SET WRK-PEDFIXO-FIM  TO TRUE
           END-START.
           PERFORM 0220-PROCESSAR-1-PEDIDO UNTIL WRK-PEDFIXO-FIM.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRATA UM PEDIDO FIXO CUJA PROXIMA DATA CHEGOU: ENCERRA,
      *    IGNORA, BLOQUEIA OU GERA O PEDIDO DO CICLO
      *================================================================*
       0220-PROCESSAR-1-PEDIDO         SECTION.
      *================================================================*
           READ PEDFIXO-FILE NEXT RECORD
               AT END
                   SET WRK-PEDFIXO-FIM  TO TRUE
                   GO TO 0220-99-FIM
           END-READ.
           IF  PEDFIXO-ENCERRADO
           OR  PEDFIXO-PROXIMA-DATA    GREATER WRK-DATA-CICLO
               GO TO 0220-99-FIM
           END-IF.
           MOVE PEDFIXO-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.

           IF  PEDFIXO-DATA-FIM        NOT EQUAL ZEROS
           AND PEDFIXO-PROXIMA-DATA    GREATER PEDFIXO-DATA-FIM
               SET PEDFIXO-ENCERRADO    TO TRUE
               REWRITE PEDFIXO-REC
               ADD 1                    TO WRK-QTD-ENCERRADOS
               MOVE 'FIM DA VIGENCIA'   TO WRK-MOTIVO
               MOVE 'ENCERRADO '        TO WRK-SITUACAO-CICLO
               PERFORM 0280-GRAVAR-LINHA-CICLO
               GO TO 0220-99-FIM
           END-IF.

           IF  PEDFIXO-PAUSADO
               ADD 1                    TO WRK-QTD-IGNORADOS
               MOVE 'PEDIDO FIXO PAUSADO' TO WRK-MOTIVO
               MOVE 'IGNORADO  '        TO WRK-SITUACAO-CICLO
               PERFORM 0280-GRAVAR-LINHA-CICLO
               PERFORM 0250-AVANCAR-PROXIMA-DATA
               REWRITE PEDFIXO-REC
               GO TO 0220-99-FIM
           END-IF.

           PERFORM 0230-CRITICAR-PEDIDO.
           IF  WRK-MOTIVO              NOT EQUAL SPACES
               ADD 1                    TO WRK-QTD-BLOQUEADOS
               MOVE 'BLOQUEADO '        TO WRK-SITUACAO-CICLO
               PERFORM 0280-GRAVAR-LINHA-CICLO
               PERFORM 0250-AVANCAR-PROXIMA-DATA
               REWRITE PEDFIXO-REC
               GO TO 0220-99-FIM
           END-IF.

           PERFORM 0240-GERAR-PEDIDO.
           ADD 1                       TO WRK-QTD-GERADOS.
           MOVE WRK-VALOR-PEDIDO       TO WRK-VALOR-PEDIDO-ED.
           MOVE SPACES                 TO WRK-MOTIVO.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  WRK-NUMERO-PEDIDO    DELIMITED BY SIZE
                  ' ITENS '            DELIMITED BY SIZE
                  PEDFIXO-QTD-ITENS    DELIMITED BY SIZE
                  ' VALOR '            DELIMITED BY SIZE
                  WRK-VALOR-PEDIDO-ED  DELIMITED BY SIZE
                  INTO WRK-MOTIVO
           END-STRING.
           MOVE 'GERADO    '           TO WRK-SITUACAO-CICLO.
           PERFORM 0280-GRAVAR-LINHA-CICLO.
           MOVE WRK-DATA-CICLO         TO PEDFIXO-DATA-ULT-GERACAO.
           MOVE WRK-NUMERO-PEDIDO      TO PEDFIXO-PEDIDO-ULT.
           PERFORM 0250-AVANCAR-PROXIMA-DATA.
           REWRITE PEDFIXO-REC.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CRITICA O CLIENTE, O ENDERECO DE ENTREGA E OS PRODUTOS DO
      *    PEDIDO FIXO; O MOTIVO EM BRANCO LIBERA A GERACAO
      *================================================================*
       0230-CRITICAR-PEDIDO            SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-MOTIVO.
           MOVE PEDFIXO-CPF            TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               MOVE 'CLIENTE FORA DO CADASTRO' TO WRK-MOTIVO
               GO TO 0230-99-FIM
           END-IF.
           IF  NOT CUSTMAS-EM-USO
               MOVE 'CLIENTE MESCLADO OU ANONIMIZADO' TO WRK-MOTIVO
               GO TO 0230-99-FIM
           END-IF.
           MOVE CUSTMAS-UF             TO WRK-UF-ENTREGA.
           IF  PEDFIXO-END-ENTREGA     GREATER ZEROS
               MOVE PEDFIXO-CPF         TO ENDENTR-CPF
               MOVE PEDFIXO-END-ENTREGA TO ENDENTR-SEQ
               READ ENDENTR-FILE
               IF  NOT WRK-ENDENTR-OK OR NOT ENDENTR-ATIVO
                   MOVE 'ENDERECO DE ENTREGA INATIVO'
                                        TO WRK-MOTIVO
                   GO TO 0230-99-FIM
               END-IF
               MOVE ENDENTR-UF          TO WRK-UF-ENTREGA
           END-IF.
           IF  PEDFIXO-QTD-ITENS       EQUAL ZEROS
               MOVE 'PEDIDO FIXO SEM ITENS' TO WRK-MOTIVO
               GO TO 0230-99-FIM
           END-IF.
           PERFORM 0235-CRITICAR-1-ITEM
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER PEDFIXO-QTD-ITENS
               OR WRK-MOTIVO           NOT EQUAL SPACES.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM PRODUTO DO PEDIDO FIXO NO PRODMAS
      *================================================================*
       0235-CRITICAR-1-ITEM            SECTION.
      *================================================================*
           MOVE PEDFIXO-PRODUTO(WRK-ITEM-IDX) TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK OR PRODMAS-INATIVO
               STRING 'PRODUTO '        DELIMITED BY SIZE
                      PRODMAS-CODIGO    DELIMITED BY SIZE
                      ' INATIVO OU FORA DO CADASTRO'
                                        DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               END-STRING
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO LOTE PEDITEM O PEDIDO DO CICLO, UM REGISTRO POR
      *    ITEM, COM O NUMERO DA FAIXA DOS PEDIDOS FIXOS
      *================================================================*
       0240-GERAR-PEDIDO               SECTION.
      *================================================================*
           PERFORM 0260-OBTER-NUMERO-PEDIDO.
           MOVE ZEROS                  TO WRK-VALOR-PEDIDO.
           PERFORM 0245-GRAVAR-1-ITEM
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER PEDFIXO-QTD-ITENS.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM ITEM DO PEDIDO GERADO AO PRECO DE LISTA
      *================================================================*
       0245-GRAVAR-1-ITEM              SECTION.
      *================================================================*
           MOVE PEDFIXO-PRODUTO(WRK-ITEM-IDX) TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           MOVE WRK-NUMERO-PEDIDO      TO PEDITEM-PEDIDO.
           MOVE PEDFIXO-CPF            TO PEDITEM-CPF.
           MOVE WRK-UF-ENTREGA         TO PEDITEM-UF.
           MOVE PEDFIXO-PRODUTO(WRK-ITEM-IDX) TO PEDITEM-PRODUTO.
           MOVE PEDFIXO-QTD(WRK-ITEM-IDX) TO PEDITEM-QTD.
           MOVE PRODMAS-PRECO-LISTA    TO PEDITEM-PRECO.
           MOVE ZEROS                  TO PEDITEM-COTACAO.
           MOVE PEDFIXO-CONDPAG        TO PEDITEM-CONDPAG.
           MOVE PEDFIXO-END-ENTREGA    TO PEDITEM-END-ENTREGA.
           MOVE SPACES                 TO PEDITEM-PENDENCIA.
           MOVE ZEROS                  TO PEDITEM-PEDIDO-ORIGEM.
           MOVE PEDFIXO-FILIAL         TO PEDITEM-FILIAL.
           IF  PEDITEM-FILIAL          EQUAL SPACES
               MOVE '01'                TO PEDITEM-FILIAL
           END-IF.
           WRITE PEDITEM-REC.
           ADD 1                       TO WRK-QTD-ITENS-GERADOS.
           COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-PEDIDO +
                   (PEDITEM-QTD * PEDITEM-PRECO).
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    AVANCA A PROXIMA DATA DO PEDIDO FIXO, CICLO A CICLO, ATE
      *    PASSAR DA DATA DO CICLO (CICLOS PERDIDOS NAO SAO GERADOS)
      *================================================================*
       0250-AVANCAR-PROXIMA-DATA       SECTION.
      *================================================================*
           MOVE PEDFIXO-DATA-INICIO    TO WRK-DATA-INICIO-R.
           MOVE PEDFIXO-PROXIMA-DATA   TO WRK-DATA-CALC.
           PERFORM 0252-AVANCAR-1-CICLO
               UNTIL WRK-DATA-CALC     GREATER WRK-DATA-CICLO.
           MOVE WRK-DATA-CALC          TO PEDFIXO-PROXIMA-DATA.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    AVANCA A DATA DE CALCULO EM UM CICLO DA FREQUENCIA
      *================================================================*
       0252-AVANCAR-1-CICLO            SECTION.
      *================================================================*
           IF  PEDFIXO-MENSAL
               PERFORM 0256-AVANCAR-1-MES
               GO TO 0252-99-FIM
           END-IF.
           IF  PEDFIXO-QUINZENAL
               MOVE 14                  TO WRK-DIAS-CICLO
           ELSE
               MOVE 7                   TO WRK-DIAS-CICLO
           END-IF.
           PERFORM 0254-AVANCAR-1-DIA WRK-DIAS-CICLO TIMES.
      *================================================================*
       0252-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UM DIA A DATA DE CALCULO, VIRANDO O MES E O ANO
      *================================================================*
       0254-AVANCAR-1-DIA              SECTION.
      *================================================================*
           PERFORM 0258-DIAS-DO-MES.
           ADD 1                       TO WRK-CALC-DIA.
           IF  WRK-CALC-DIA            GREATER WRK-DIAS-MES
               MOVE 1                   TO WRK-CALC-DIA
               ADD 1                    TO WRK-CALC-MES
               IF  WRK-CALC-MES        GREATER 12
                   MOVE 1               TO WRK-CALC-MES
                   ADD 1                TO WRK-CALC-ANO
               END-IF
           END-IF.
      *================================================================*
       0254-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PASSA A DATA DE CALCULO PARA O MES SEGUINTE, NO DIA DO MES
      *    DA DATA DE INICIO (OU NO ULTIMO DIA DO MES MAIS CURTO)
      *================================================================*
       0256-AVANCAR-1-MES              SECTION.
      *================================================================*
           ADD 1                       TO WRK-CALC-MES.
           IF  WRK-CALC-MES            GREATER 12
               MOVE 1                   TO WRK-CALC-MES
               ADD 1                    TO WRK-CALC-ANO
           END-IF.
           PERFORM 0258-DIAS-DO-MES.
           IF  WRK-INICIO-DIA          GREATER WRK-DIAS-MES
               MOVE WRK-DIAS-MES        TO WRK-CALC-DIA
           ELSE
               MOVE WRK-INICIO-DIA      TO WRK-CALC-DIA
           END-IF.
      *================================================================*
       0256-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    QUANTIDADE DE DIAS DO MES DA DATA DE CALCULO
      *================================================================*
       0258-DIAS-DO-MES                SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-CALC-MES) TO WRK-DIAS-MES.
           IF  WRK-CALC-MES            EQUAL 2
               DIVIDE WRK-CALC-ANO     BY 4
                   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF  WRK-RESTO           EQUAL ZEROS
                   MOVE 29              TO WRK-DIAS-MES
               END-IF
           END-IF.
      *================================================================*
       0258-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM E AVANCA O NUMERO DO PEDIDO GERADO NO CONTADOR
      *    PERSISTENTE, COMECANDO NA FAIXA PROPRIA
      *================================================================*
       0260-OBTER-NUMERO-PEDIDO        SECTION.
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
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DO CICLO: SITUACAO, CLIENTE, SEQUENCIA, DATA
      *    DO CICLO E O MOTIVO (OU O PEDIDO GERADO)
      *================================================================*
       0280-GRAVAR-LINHA-CICLO         SECTION.
      *================================================================*
           MOVE SPACES                 TO PFIXREL-REC.
           STRING WRK-SITUACAO-CICLO   DELIMITED BY SIZE
                  'CPF '               DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' SEQ '              DELIMITED BY SIZE
                  PEDFIXO-SEQ          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PEDFIXO-DESCRICAO    DELIMITED BY SIZE
                  ' CICLO DE '         DELIMITED BY SIZE
                  PEDFIXO-PROXIMA-DATA DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WRK-MOTIVO           DELIMITED BY SIZE
                  INTO PFIXREL-REC
           END-STRING.
           WRITE PFIXREL-REC.
      *================================================================*
       0280-99-FIM.                    EXIT.
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

      *================================================================*
      *    GRAVA OS TOTAIS DO CICLO E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO PFIXREL-REC.
           WRITE PFIXREL-REC.
           MOVE SPACES                 TO PFIXREL-REC.
           STRING 'GERADOS='           DELIMITED BY SIZE
                  WRK-QTD-GERADOS      DELIMITED BY SIZE
                  ' ITENS='            DELIMITED BY SIZE
                  WRK-QTD-ITENS-GERADOS DELIMITED BY SIZE
                  ' IGNORADOS='        DELIMITED BY SIZE
                  WRK-QTD-IGNORADOS    DELIMITED BY SIZE
                  ' BLOQUEADOS='       DELIMITED BY SIZE
                  WRK-QTD-BLOQUEADOS   DELIMITED BY SIZE
                  ' ENCERRADOS='       DELIMITED BY SIZE
                  WRK-QTD-ENCERRADOS   DELIMITED BY SIZE
                  INTO PFIXREL-REC
           END-STRING.
           WRITE PFIXREL-REC.
           CLOSE PEDFIXO-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE ENDENTR-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE PEDITEM-FILE.
           CLOSE PFIXREL-FILE.
           DISPLAY 'PEDIDOS FIXOS GERADOS: ' WRK-QTD-GERADOS
                   ' IGNORADOS: ' WRK-QTD-IGNORADOS
                   ' BLOQUEADOS: ' WRK-QTD-BLOQUEADOS.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
