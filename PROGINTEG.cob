       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTEG.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: VERIFICACAO NOTURNA DE INTEGRIDADE REFERENCIAL,
      * PASSO DO ENCADEADOR PROGCOB47. CADA CADASTRO TEM O SEU
      * PROGRAMA DE MANUTENCAO E NENHUM DELES OLHA OS ARQUIVOS QUE
      * APONTAM PARA ELE, ENTAO OS ORFAOS SE ACUMULAM EM SILENCIO.
      * ESTE PASSO SO LE (NENHUM ARQUIVO E ALTERADO): PERCORRE OS
      * ARQUIVOS DE MOVIMENTO E CADASTROS DEPENDENTES, CONFERE CADA
      * REGISTRO CONTRA O CATALOGO DE REGRAS ABAIXO E GRAVA CADA
      * VIOLACAO NO RELATORIO DE EXCECOES INTEGREL, COM O RESUMO DE
      * OCORRENCIAS POR REGRA NO FINAL, PARA O PROBLEMA APARECER
      * ANTES DO FECHAMENTO DO MES.
      * CATALOGO DE REGRAS:
      *   01 - TITULO DO CONTAREC CUJO PEDIDO NAO EXISTE NO PEDIDO
      *        NEM E NUMERO DE ACORDO DE RENEGOCIACAO (ACORDO)
      *   02 - LINHA DO PEDIDET SEM O CABECALHO NO PEDIDO
      *   03 - LINHA DO PEDIDET COM PRODUTO FORA DO PRODMAS
      *   04 - VENDEDOR (VENDMAS) COM MATRICULA FORA DO FUNCMAS
      *   05 - ENDERECO ATIVO DO ENDENTR DE CPF MESCLADO NO CUSTMAS
      *   06 - ENDERECO DO ENDENTR DE CPF FORA DO CUSTMAS
      *   07 - LOCAL 01 GRAVADO NO ESTLOC (O SALDO DO LOCAL 01 E O
      *        DO ESTOQUE; O ESTLOC SO GUARDA OS DEMAIS LOCAIS)
      *   08 - SALDO DO ESTLOC DE PRODUTO SEM SALDO NO ESTOQUE
      * UMA REGRA CUJO CADASTRO DE REFERENCIA NAO EXISTE SAI COMO NAO
      * VERIFICADA NO RESUMO. AS VIOLACOES NAO PARAM A CADEIA. O CPF
      * SAI MASCARADO (PASSO NOTURNO, SEM USUARIO SOLICITANTE)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CONTAREC-FILE         ASSIGN TO "CONTAREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT ACORDO-FILE           ASSIGN TO "ACORDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ACORDO-NUMERO
               FILE STATUS            IS WRK-ACORDO-STATUS.
           SELECT PEDIDET-FILE          ASSIGN TO "PEDIDET"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT VENDMAS-FILE          ASSIGN TO "VENDMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS VENDMAS-CODIGO
               FILE STATUS            IS WRK-VENDMAS-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT ENDENTR-FILE          ASSIGN TO "ENDENTR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ENDENTR-CHAVE
               FILE STATUS            IS WRK-ENDENTR-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT ESTLOC-FILE           ASSIGN TO "ESTLOC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOC-CHAVE
               FILE STATUS            IS WRK-ESTLOC-STATUS.
           SELECT ESTOQUE-FILE          ASSIGN TO "ESTOQUE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTOQUE-CODIGO
               FILE STATUS            IS WRK-ESTOQUE-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT INTEGREL-FILE         ASSIGN TO "INTEGREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-INTEGREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC-FILE.
           COPY 'CONTAREC.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  ACORDO-FILE.
           COPY 'ACORDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  VENDMAS-FILE.
           COPY 'VENDMAS.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  ENDENTR-FILE.
           COPY 'ENDENTR.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  ESTLOC-FILE.
           COPY 'ESTLOC.COB'.
       FD  ESTOQUE-FILE.
           COPY 'ESTOQUE.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  INTEGREL-FILE.
           COPY 'INTEGREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
      *    O RELATORIO E GERADO NO PROCESSAMENTO NOTURNO, SEM USUARIO
      *    SOLICITANTE: O CPF SAI SEMPRE MASCARADO
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-ACORDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ACORDO-OK                           VALUE '00'.
           88  WRK-ACORDO-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDET-OK                          VALUE '00'.
           88  WRK-PEDIDET-FIM                         VALUE '10'.
           88  WRK-PEDIDET-INEXISTENTE                 VALUE '35'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
           88  WRK-PRODMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-VENDMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-VENDMAS-OK                          VALUE '00'.
           88  WRK-VENDMAS-FIM                         VALUE '10'.
           88  WRK-VENDMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FUNCMAS-OK                          VALUE '00'.
           88  WRK-FUNCMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-ENDENTR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ENDENTR-OK                          VALUE '00'.
           88  WRK-ENDENTR-FIM                         VALUE '10'.
           88  WRK-ENDENTR-INEXISTENTE                 VALUE '35'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
           88  WRK-CUSTMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-ESTLOC-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOC-OK                           VALUE '00'.
           88  WRK-ESTLOC-FIM                          VALUE '10'.
           88  WRK-ESTLOC-INEXISTENTE                  VALUE '35'.
       77  WRK-ESTOQUE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTOQUE-OK                          VALUE '00'.
           88  WRK-ESTOQUE-INEXISTENTE                 VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-INTEGREL-STATUS         PIC X(002)      VALUE SPACES.
      *
      *    SITUACAO DE ABERTURA DOS CADASTROS DE REFERENCIA, GUARDADA
      *    NA INICIALIZACAO (A LEITURA ALEATORIA SOBREPOE O STATUS)
      *
       77  WRK-TEM-PEDIDO              PIC X(001)      VALUE 'N'.
           88  WRK-PEDIDO-ABERTO                       VALUE 'S'.
       77  WRK-TEM-ACORDO              PIC X(001)      VALUE 'N'.
           88  WRK-ACORDO-ABERTO                       VALUE 'S'.
       77  WRK-TEM-PRODMAS             PIC X(001)      VALUE 'N'.
           88  WRK-PRODMAS-ABERTO                      VALUE 'S'.
       77  WRK-TEM-FUNCMAS             PIC X(001)      VALUE 'N'.
           88  WRK-FUNCMAS-ABERTO                      VALUE 'S'.
       77  WRK-TEM-CUSTMAS             PIC X(001)      VALUE 'N'.
           88  WRK-CUSTMAS-ABERTO                      VALUE 'S'.
       77  WRK-TEM-ESTOQUE             PIC X(001)      VALUE 'N'.
           88  WRK-ESTOQUE-ABERTO                      VALUE 'S'.
      *
      *    CATALOGO DE REGRAS, NA ORDEM DO NUMERO DA REGRA
      *
       01  WRK-REGRA-TAB-INIT.
           05  FILLER                  PIC X(040) VALUE
               'CONTAREC SEM PEDIDO NEM ACORDO'.
           05  FILLER                  PIC X(040) VALUE
               'PEDIDET SEM CABECALHO NO PEDIDO'.
           05  FILLER                  PIC X(040) VALUE
               'PEDIDET COM PRODUTO FORA DO PRODMAS'.
           05  FILLER                  PIC X(040) VALUE
               'VENDMAS COM MATRICULA FORA DO FUNCMAS'.
           05  FILLER                  PIC X(040) VALUE
               'ENDENTR ATIVO DE CPF MESCLADO'.
           05  FILLER                  PIC X(040) VALUE
               'ENDENTR DE CPF FORA DO CUSTMAS'.
           05  FILLER                  PIC X(040) VALUE
               'ESTLOC COM O LOCAL 01 (SALDO DO ESTOQUE)'.
           05  FILLER                  PIC X(040) VALUE
               'ESTLOC DE PRODUTO SEM SALDO NO ESTOQUE'.
       01  WRK-REGRA-TAB REDEFINES WRK-REGRA-TAB-INIT.
           05  WRK-REGRA-DESC          PIC X(040)  OCCURS 8 TIMES.
       77  WRK-QTD-REGRAS              PIC 9(002)      VALUE 8.
      *
      *    OCORRENCIAS E SITUACAO (S = VERIFICADA, N = CADASTRO DE
      *    REFERENCIA AUSENTE) DE CADA REGRA
      *
       01  WRK-OCOR-TAB.
           05  WRK-OCOR-QTD            PIC 9(007)  OCCURS 8 TIMES.
       01  WRK-VERIF-TAB-INIT          PIC X(008)      VALUE
           'SSSSSSSS'.
       01  WRK-VERIF-TAB REDEFINES WRK-VERIF-TAB-INIT.
           05  WRK-VERIF               PIC X(001)  OCCURS 8 TIMES.
       77  WRK-REGRA-IDX               PIC 9(002)      VALUE ZEROS.
       77  WRK-QTD-VIOLACOES           PIC 9(007)      VALUE ZEROS.
       77  WRK-QTD-LIDOS               PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DETALHE                 PIC X(100)      VALUE SPACES.
       77  WRK-SITUACAO-ED             PIC X(015)      VALUE SPACES.
       77  WRK-CPF-MASC                PIC X(011)      VALUE SPACES.
      *
      *    ULTIMO PEDIDO CONFERIDO NO PEDIDET, PARA NAO RELER O
      *    CABECALHO A CADA LINHA DO MESMO PEDIDO
      *
       77  WRK-PEDIDO-ANT              PIC 9(006)      VALUE ZEROS.
       77  WRK-PEDIDO-ANT-SIT          PIC X(001)      VALUE SPACES.
           88  WRK-PEDIDO-ANT-EXISTE                   VALUE 'S'.
           88  WRK-PEDIDO-ANT-FALTA                    VALUE 'N'.
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
      *    ABRE TODOS OS ARQUIVOS SO PARA LEITURA, GUARDA QUAIS
      *    CADASTROS DE REFERENCIA EXISTEM E GRAVA O CABECALHO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           MOVE ZEROS                  TO WRK-OCOR-TAB.

           OPEN INPUT CONTAREC-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN INPUT VENDMAS-FILE.
           OPEN INPUT ENDENTR-FILE.
           OPEN INPUT ESTLOC-FILE.

           OPEN INPUT PEDIDO-FILE.
           IF  WRK-PEDIDO-OK
               SET WRK-PEDIDO-ABERTO    TO TRUE
           END-IF.
           OPEN INPUT ACORDO-FILE.
           IF  WRK-ACORDO-OK
               SET WRK-ACORDO-ABERTO    TO TRUE
           END-IF.
           OPEN INPUT PRODMAS-FILE.
           IF  WRK-PRODMAS-OK
               SET WRK-PRODMAS-ABERTO   TO TRUE
           END-IF.
           OPEN INPUT FUNCMAS-FILE.
           IF  WRK-FUNCMAS-OK
               SET WRK-FUNCMAS-ABERTO   TO TRUE
           END-IF.
           OPEN INPUT CUSTMAS-FILE.
           IF  WRK-CUSTMAS-OK
               SET WRK-CUSTMAS-ABERTO   TO TRUE
           END-IF.
           OPEN INPUT ESTOQUE-FILE.
           IF  WRK-ESTOQUE-OK
               SET WRK-ESTOQUE-ABERTO   TO TRUE
           END-IF.

           OPEN OUTPUT INTEGREL-FILE.
           MOVE SPACES                 TO INTEGREL-REC.
           STRING 'VERIFICACAO DE INTEGRIDADE REFERENCIAL EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO INTEGREL-REC
           END-STRING.
           WRITE INTEGREL-REC.
           MOVE SPACES                 TO INTEGREL-REC.
           WRITE INTEGREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APLICA O CATALOGO DE REGRAS, UM ARQUIVO DE CADA VEZ
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-VERIFICAR-CONTAREC.
           PERFORM 0230-VERIFICAR-PEDIDET.
           PERFORM 0250-VERIFICAR-VENDMAS.
           PERFORM 0270-VERIFICAR-ENDENTR.
           PERFORM 0290-VERIFICAR-ESTLOC.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRA 01: TITULOS DO CONTAS A RECEBER SEM PEDIDO
      *================================================================*
       0210-VERIFICAR-CONTAREC         SECTION.
      *================================================================*
           IF  NOT WRK-PEDIDO-ABERTO
               MOVE 'N'                 TO WRK-VERIF(1)
               GO TO 0210-99-FIM
           END-IF.
           IF  WRK-CONTAREC-INEXISTENTE
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-LER-CONTAREC.
           PERFORM 0220-CONFERIR-1-TITULO UNTIL WRK-CONTAREC-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO TITULO DO CONTAS A RECEBER
      *================================================================*
       0215-LER-CONTAREC               SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
           END-READ.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE O PEDIDO DO TITULO; AS PARCELAS DE ACORDO DE
      *    RENEGOCIACAO USAM O NUMERO DO ACORDO NO LUGAR DO PEDIDO
      *================================================================*
       0220-CONFERIR-1-TITULO          SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           MOVE CONTAREC-PEDIDO        TO PEDIDO-NUMERO.
           READ PEDIDO-FILE.
           IF  WRK-PEDIDO-OK
               GO TO 0220-90-LER
           END-IF.
           IF  WRK-ACORDO-ABERTO
               MOVE CONTAREC-PEDIDO     TO ACORDO-NUMERO
               READ ACORDO-FILE
               IF  WRK-ACORDO-OK
                   GO TO 0220-90-LER
               END-IF
           END-IF.

           MOVE 1                      TO WRK-REGRA-IDX.
           MOVE SPACES                 TO WRK-DETALHE.
           STRING 'TITULO '            DELIMITED BY SIZE
                  CONTAREC-PEDIDO      DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CONTAREC-PARCELA     DELIMITED BY SIZE
                  ' SITUACAO='         DELIMITED BY SIZE
                  CONTAREC-SITUACAO    DELIMITED BY SIZE
                  ' - PEDIDO INEXISTENTE NO PEDIDO E NO ACORDO'
                                       DELIMITED BY SIZE
                  INTO WRK-DETALHE
           END-STRING.
           PERFORM 0800-REGISTRAR-VIOLACAO.
       0220-90-LER.
           PERFORM 0215-LER-CONTAREC.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRAS 02 E 03: LINHAS DE PEDIDO SEM CABECALHO OU COM
      *    PRODUTO FORA DO CADASTRO
      *================================================================*
       0230-VERIFICAR-PEDIDET          SECTION.
      *================================================================*
           IF  NOT WRK-PEDIDO-ABERTO
               MOVE 'N'                 TO WRK-VERIF(2)
           END-IF.
           IF  NOT WRK-PRODMAS-ABERTO
               MOVE 'N'                 TO WRK-VERIF(3)
           END-IF.
           IF  WRK-PEDIDET-INEXISTENTE
               GO TO 0230-99-FIM
           END-IF.
           IF  NOT WRK-PEDIDO-ABERTO
           AND NOT WRK-PRODMAS-ABERTO
               GO TO 0230-99-FIM
           END-IF.
           PERFORM 0235-LER-PEDIDET.
           PERFORM 0240-CONFERIR-1-LINHA UNTIL WRK-PEDIDET-FIM.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA LINHA DE PEDIDO
      *================================================================*
       0235-LER-PEDIDET                SECTION.
      *================================================================*
           READ PEDIDET-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDET-FIM TO TRUE
           END-READ.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE O CABECALHO (UMA VEZ POR PEDIDO) E O PRODUTO DA
      *    LINHA
      *================================================================*
       0240-CONFERIR-1-LINHA           SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           IF  NOT WRK-PEDIDO-ABERTO
               GO TO 0240-50-PRODUTO
           END-IF.
           IF  PEDIDET-PEDIDO          NOT EQUAL WRK-PEDIDO-ANT
           OR  WRK-PEDIDO-ANT-SIT      EQUAL SPACES
               MOVE PEDIDET-PEDIDO      TO WRK-PEDIDO-ANT
               MOVE PEDIDET-PEDIDO      TO PEDIDO-NUMERO
               READ PEDIDO-FILE
               IF  WRK-PEDIDO-OK
                   SET WRK-PEDIDO-ANT-EXISTE TO TRUE
               ELSE
                   SET WRK-PEDIDO-ANT-FALTA  TO TRUE
               END-IF
           END-IF.
           IF  WRK-PEDIDO-ANT-FALTA
               MOVE 2                   TO WRK-REGRA-IDX
               MOVE SPACES              TO WRK-DETALHE
               STRING 'PEDIDO '         DELIMITED BY SIZE
                      PEDIDET-PEDIDO    DELIMITED BY SIZE
                      ' LINHA '         DELIMITED BY SIZE
                      PEDIDET-LINHA     DELIMITED BY SIZE
                      ' - CABECALHO INEXISTENTE NO PEDIDO'
                                        DELIMITED BY SIZE
                      INTO WRK-DETALHE
               END-STRING
               PERFORM 0800-REGISTRAR-VIOLACAO
           END-IF.

       0240-50-PRODUTO.
           IF  NOT WRK-PRODMAS-ABERTO
               GO TO 0240-90-LER
           END-IF.
           MOVE PEDIDET-PRODUTO        TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               MOVE 3                   TO WRK-REGRA-IDX
               MOVE SPACES              TO WRK-DETALHE
               STRING 'PEDIDO '         DELIMITED BY SIZE
                      PEDIDET-PEDIDO    DELIMITED BY SIZE
                      ' LINHA '         DELIMITED BY SIZE
                      PEDIDET-LINHA     DELIMITED BY SIZE
                      ' - PRODUTO '     DELIMITED BY SIZE
                      PEDIDET-PRODUTO   DELIMITED BY SIZE
                      ' INEXISTENTE NO PRODMAS'
                                        DELIMITED BY SIZE
                      INTO WRK-DETALHE
               END-STRING
               PERFORM 0800-REGISTRAR-VIOLACAO
           END-IF.
       0240-90-LER.
           PERFORM 0235-LER-PEDIDET.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRA 04: VENDEDORES LIGADOS A MATRICULA INEXISTENTE; O
      *    VENDEDOR SEM MATRICULA (REPRESENTANTE EXTERNO) NAO E
      *    CONFERIDO
      *================================================================*
       0250-VERIFICAR-VENDMAS          SECTION.
      *================================================================*
           IF  NOT WRK-FUNCMAS-ABERTO
               MOVE 'N'                 TO WRK-VERIF(4)
               GO TO 0250-99-FIM
           END-IF.
           IF  WRK-VENDMAS-INEXISTENTE
               GO TO 0250-99-FIM
           END-IF.
           PERFORM 0255-LER-VENDMAS.
           PERFORM 0260-CONFERIR-1-VENDEDOR UNTIL WRK-VENDMAS-FIM.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO VENDEDOR
      *================================================================*
       0255-LER-VENDMAS                SECTION.
      *================================================================*
           READ VENDMAS-FILE NEXT RECORD
               AT END
                   SET WRK-VENDMAS-FIM TO TRUE
           END-READ.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE A MATRICULA DO VENDEDOR NO CADASTRO DE FUNCIONARIOS
      *================================================================*
       0260-CONFERIR-1-VENDEDOR        SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           IF  VENDMAS-MATRICULA       EQUAL ZEROS
               GO TO 0260-90-LER
           END-IF.
           MOVE VENDMAS-MATRICULA      TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  NOT WRK-FUNCMAS-OK
               MOVE 4                   TO WRK-REGRA-IDX
               MOVE SPACES              TO WRK-DETALHE
               STRING 'VENDEDOR '       DELIMITED BY SIZE
                      VENDMAS-CODIGO    DELIMITED BY SIZE
                      ' - MATRICULA '   DELIMITED BY SIZE
                      VENDMAS-MATRICULA DELIMITED BY SIZE
                      ' INEXISTENTE NO FUNCMAS'
                                        DELIMITED BY SIZE
                      INTO WRK-DETALHE
               END-STRING
               PERFORM 0800-REGISTRAR-VIOLACAO
           END-IF.
       0260-90-LER.
           PERFORM 0255-LER-VENDMAS.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRAS 05 E 06: ENDERECOS DE ENTREGA DE CPF MESCLADO OU
      *    FORA DO CADASTRO DE CLIENTES
      *================================================================*
       0270-VERIFICAR-ENDENTR          SECTION.
      *================================================================*
           IF  NOT WRK-CUSTMAS-ABERTO
               MOVE 'N'                 TO WRK-VERIF(5)
               MOVE 'N'                 TO WRK-VERIF(6)
               GO TO 0270-99-FIM
           END-IF.
           IF  WRK-ENDENTR-INEXISTENTE
               GO TO 0270-99-FIM
           END-IF.
           PERFORM 0275-LER-ENDENTR.
           PERFORM 0280-CONFERIR-1-ENDERECO UNTIL WRK-ENDENTR-FIM.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO ENDERECO DE ENTREGA
      *================================================================*
       0275-LER-ENDENTR                SECTION.
      *================================================================*
           READ ENDENTR-FILE NEXT RECORD
               AT END
                   SET WRK-ENDENTR-FIM TO TRUE
           END-READ.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE O CPF DO ENDERECO NO CADASTRO DE CLIENTES; O
      *    ENDERECO ATIVO DE UM CPF MESCLADO DEVERIA TER IDO PARA O
      *    CPF DESTINO NA MESCLAGEM
      *================================================================*
       0280-CONFERIR-1-ENDERECO        SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           MOVE ENDENTR-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE MASC-CPF               TO WRK-CPF-MASC.
           MOVE ENDENTR-CPF            TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               MOVE 6                   TO WRK-REGRA-IDX
               MOVE SPACES              TO WRK-DETALHE
               STRING 'ENDERECO '       DELIMITED BY SIZE
                      WRK-CPF-MASC      DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      ENDENTR-SEQ       DELIMITED BY SIZE
                      ' - CPF INEXISTENTE NO CUSTMAS'
                                        DELIMITED BY SIZE
                      INTO WRK-DETALHE
               END-STRING
               PERFORM 0800-REGISTRAR-VIOLACAO
               GO TO 0280-90-LER
           END-IF.
           IF  CUSTMAS-MESCLADO
           AND ENDENTR-ATIVO
               MOVE CUSTMAS-CPF-DESTINO TO MASC-CPF
               PERFORM 0965-MASCARAR-CPF
               MOVE 5                   TO WRK-REGRA-IDX
               MOVE SPACES              TO WRK-DETALHE
               STRING 'ENDERECO '       DELIMITED BY SIZE
                      WRK-CPF-MASC      DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      ENDENTR-SEQ       DELIMITED BY SIZE
                      ' - ATIVO EM CPF MESCLADO NO CPF '
                                        DELIMITED BY SIZE
                      MASC-CPF          DELIMITED BY SIZE
                      INTO WRK-DETALHE
               END-STRING
               PERFORM 0800-REGISTRAR-VIOLACAO
           END-IF.
       0280-90-LER.
           PERFORM 0275-LER-ENDENTR.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGRAS 07 E 08: SALDOS POR LOCAL CONTRA O ESTOQUE; O LOCAL
      *    01 (EXPEDICAO) E O PROPRIO SALDO DO ESTOQUE E NAO PODE
      *    ESTAR DUPLICADO NO ESTLOC, E TODO PRODUTO COM SALDO EM
      *    OUTRO LOCAL TEM DE TER A SUA LINHA NO ESTOQUE
      *================================================================*
       0290-VERIFICAR-ESTLOC           SECTION.
      *================================================================*
           IF  NOT WRK-ESTOQUE-ABERTO
               MOVE 'N'                 TO WRK-VERIF(7)
               MOVE 'N'                 TO WRK-VERIF(8)
               GO TO 0290-99-FIM
           END-IF.
           IF  WRK-ESTLOC-INEXISTENTE
               GO TO 0290-99-FIM
           END-IF.
           PERFORM 0295-LER-ESTLOC.
           PERFORM 0298-CONFERIR-1-SALDO UNTIL WRK-ESTLOC-FIM.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO SALDO POR LOCAL
      *================================================================*
       0295-LER-ESTLOC                 SECTION.
      *================================================================*
           READ ESTLOC-FILE NEXT RECORD
               AT END
                   SET WRK-ESTLOC-FIM  TO TRUE
           END-READ.
      *================================================================*
       0295-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM SALDO POR LOCAL CONTRA O ESTOQUE DO PRODUTO
      *================================================================*
       0298-CONFERIR-1-SALDO           SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           MOVE ESTLOC-PRODUTO         TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  NOT WRK-ESTOQUE-OK
               MOVE ZEROS               TO ESTOQUE-SALDO
               IF  ESTLOC-SALDO         GREATER ZEROS
                   MOVE 8               TO WRK-REGRA-IDX
                   MOVE SPACES          TO WRK-DETALHE
                   STRING 'PRODUTO '    DELIMITED BY SIZE
                          ESTLOC-PRODUTO DELIMITED BY SIZE
                          ' LOCAL '     DELIMITED BY SIZE
                          ESTLOC-LOCAL  DELIMITED BY SIZE
                          ' SALDO='     DELIMITED BY SIZE
                          ESTLOC-SALDO  DELIMITED BY SIZE
                          ' - PRODUTO INEXISTENTE NO ESTOQUE'
                                        DELIMITED BY SIZE
                          INTO WRK-DETALHE
                   END-STRING
                   PERFORM 0800-REGISTRAR-VIOLACAO
               END-IF
           END-IF.
           IF  ESTLOC-LOCAL            EQUAL '01'
               MOVE 7                   TO WRK-REGRA-IDX
               MOVE SPACES              TO WRK-DETALHE
               STRING 'PRODUTO '        DELIMITED BY SIZE
                      ESTLOC-PRODUTO    DELIMITED BY SIZE
                      ' LOCAL 01 SALDO=' DELIMITED BY SIZE
                      ESTLOC-SALDO      DELIMITED BY SIZE
                      ' - SALDO DO LOCAL 01 NO ESTOQUE='
                                        DELIMITED BY SIZE
                      ESTOQUE-SALDO     DELIMITED BY SIZE
                      INTO WRK-DETALHE
               END-STRING
               PERFORM 0800-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 0295-LER-ESTLOC.
      *================================================================*
       0298-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA A VIOLACAO NA REGRA CORRENTE E GRAVA A LINHA DE
      *    EXCECAO
      *================================================================*
       0800-REGISTRAR-VIOLACAO         SECTION.
      *================================================================*
           ADD 1                       TO WRK-OCOR-QTD(WRK-REGRA-IDX).
           ADD 1                       TO WRK-QTD-VIOLACOES.
           MOVE SPACES                 TO INTEGREL-REC.
           STRING 'REGRA '             DELIMITED BY SIZE
                  WRK-REGRA-IDX        DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WRK-DETALHE          DELIMITED BY SIZE
                  INTO INTEGREL-REC
           END-STRING.
           WRITE INTEGREL-REC.
      *================================================================*
       0800-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO POR REGRA E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO INTEGREL-REC.
           WRITE INTEGREL-REC.
           MOVE 'RESUMO POR REGRA'     TO INTEGREL-REC.
           WRITE INTEGREL-REC.
           PERFORM 0310-RESUMIR-1-REGRA
               VARYING WRK-REGRA-IDX FROM 1 BY 1
               UNTIL WRK-REGRA-IDX     GREATER WRK-QTD-REGRAS.
           MOVE SPACES                 TO INTEGREL-REC.
           STRING 'REGISTROS LIDOS='   DELIMITED BY SIZE
                  WRK-QTD-LIDOS        DELIMITED BY SIZE
                  ' VIOLACOES='        DELIMITED BY SIZE
                  WRK-QTD-VIOLACOES    DELIMITED BY SIZE
                  INTO INTEGREL-REC
           END-STRING.
           WRITE INTEGREL-REC.

           CLOSE CONTAREC-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE ACORDO-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE VENDMAS-FILE.
           CLOSE FUNCMAS-FILE.
           CLOSE ENDENTR-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE ESTLOC-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE INTEGREL-FILE.
           DISPLAY 'INTEGRIDADE REFERENCIAL: ' WRK-QTD-VIOLACOES
                   ' VIOLACOES GRAVADAS EM INTEGREL'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE RESUMO DE UMA REGRA
      *================================================================*
       0310-RESUMIR-1-REGRA            SECTION.
      *================================================================*
           IF  WRK-VERIF(WRK-REGRA-IDX) EQUAL 'N'
               MOVE 'NAO VERIFICADA'    TO WRK-SITUACAO-ED
           ELSE
               MOVE 'VERIFICADA'        TO WRK-SITUACAO-ED
           END-IF.
           MOVE SPACES                 TO INTEGREL-REC.
           STRING 'REGRA '             DELIMITED BY SIZE
                  WRK-REGRA-IDX        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-REGRA-DESC(WRK-REGRA-IDX)
                                       DELIMITED BY SIZE
                  ' OCORRENCIAS='      DELIMITED BY SIZE
                  WRK-OCOR-QTD(WRK-REGRA-IDX)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SITUACAO-ED      DELIMITED BY SIZE
                  INTO INTEGREL-REC
           END-STRING.
           WRITE INTEGREL-REC.
      *================================================================*
       0310-99-FIM.                    EXIT.
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
