       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGASN.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: IMPORTACAO DOS AVISOS DE EMBARQUE (ASN) DOS
      * FORNECEDORES. LE O ARQUIVO ASNIN, CRITICA CADA AVISO CONTRA O
      * CADASTRO DE FORNECEDORES (FORNMAS) E A LINHA ABERTA DO PEDIDO
      * DE COMPRA (PEDCOMP) - MESMO FORNECEDOR, MESMO PRODUTO E
      * QUANTIDADE DENTRO DO SALDO A RECEBER, DESCONTADOS OS AVISOS
      * AINDA PENDENTES DA LINHA - E GRAVA O ACEITO NO ASNSTG, ONDE O
      * RECEBIMENTO (PROGCOB72) ENCONTRA A QUANTIDADE PREVISTA PARA
      * SO CONFIRMAR OU CORRIGIR. AO FIM, LISTA OS AVISOS QUE NAO
      * CHEGARAM (CHEGADA PREVISTA VENCIDA OU LINHA JA FECHADA) E OS
      * RECEBIMENTOS SEM AVISO DOS FORNECEDORES QUE ENVIAM ASN.
      * RELATORIO EM ASNREL
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ASNIN-FILE            ASSIGN TO "ASNIN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ASNIN-STATUS.
           SELECT ASNSTG-FILE           ASSIGN TO "ASNSTG"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ASNSTG-CHAVE
               FILE STATUS            IS WRK-ASNSTG-STATUS.
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
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT ASNREL-FILE           ASSIGN TO "ASNREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ASNREL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASNIN-FILE.
           COPY 'ASNIN.COB'.
       FD  ASNSTG-FILE.
           COPY 'ASNSTG.COB'.
       FD  PEDCOMP-FILE.
           COPY 'PEDCOMP.COB'.
       FD  FORNMAS-FILE.
           COPY 'FORNMAS.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  ASNREL-FILE.
           COPY 'ASNREL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-ASNIN-STATUS            PIC X(002)      VALUE SPACES.
           88  WRK-ASNIN-OK                            VALUE '00'.
           88  WRK-ASNIN-FIM                           VALUE '10'.
       77  WRK-ASNSTG-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ASNSTG-OK                           VALUE '00'.
           88  WRK-ASNSTG-FIM                          VALUE '10'.
           88  WRK-ASNSTG-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDCOMP-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDCOMP-OK                          VALUE '00'.
       77  WRK-FORNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FORNMAS-OK                          VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-ASNREL-STATUS           PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-MOTIVO                  PIC X(040)      VALUE SPACES.
       77  WRK-QTD-PENDENTE            PIC 9(006)      VALUE ZEROS.
       77  WRK-SALDO-A-RECEBER         PIC S9(006)     VALUE ZEROS.
      *
      *    FORNECEDORES QUE JA ENVIARAM AVISO: SO OS RECEBIMENTOS
      *    SEM AVISO DESSES FORNECEDORES SAEM NO RELATORIO
      *
       01  WRK-FASN-TAB.
           05  WRK-FASN-CNPJ           PIC X(014)  OCCURS 100 TIMES.
       77  WRK-FASN-COUNT              PIC 9(003)      VALUE ZEROS.
       77  WRK-FASN-MAX                PIC 9(003)      VALUE 100.
       77  WRK-FASN-IDX                PIC 9(003)      VALUE ZEROS.
       77  WRK-FASN-ACHADO             PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-QTD-LIDOS               PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-ACEITOS             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REJEITADOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-NAO-CHEGARAM        PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SEM-ASN             PIC 9(005)      VALUE ZEROS.
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
      *    ABRE OS AVISOS, OS CADASTROS E O RELATORIO, CRIANDO O
      *    ASNSTG NA PRIMEIRA IMPORTACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN INPUT ASNIN-FILE.
           OPEN I-O ASNSTG-FILE.
           IF  WRK-ASNSTG-INEXISTENTE
               CLOSE ASNSTG-FILE
               OPEN OUTPUT ASNSTG-FILE
               CLOSE ASNSTG-FILE
               OPEN I-O ASNSTG-FILE
           END-IF.
           OPEN INPUT PEDCOMP-FILE.
           OPEN INPUT FORNMAS-FILE.
           OPEN OUTPUT ASNREL-FILE.
           MOVE SPACES                 TO ASNREL-REC.
           STRING 'IMPORTACAO DOS AVISOS DE EMBARQUE (ASN) EM '
                                       DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO ASNREL-REC
           END-STRING.
           WRITE ASNREL-REC.
           MOVE SPACES                 TO ASNREL-REC.
           WRITE ASNREL-REC.
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
      *    IMPORTA OS AVISOS E LISTA AS PENDENCIAS
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-ASNIN-OK
               PERFORM 0210-LER-AVISO
               PERFORM 0220-IMPORTAR-1-AVISO UNTIL WRK-ASNIN-FIM
           ELSE
               DISPLAY 'ARQUIVO DE AVISOS (ASNIN) AUSENTE - SO AS '
                       'PENDENCIAS SERAO LISTADAS'
           END-IF.
           PERFORM 0260-LISTAR-NAO-CHEGARAM.
           PERFORM 0270-LISTAR-SEM-AVISO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM AVISO DO ARQUIVO DO FORNECEDOR
      *================================================================*
       0210-LER-AVISO                  SECTION.
      *================================================================*
           READ ASNIN-FILE
               AT END
                   SET WRK-ASNIN-FIM    TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CRITICA UM AVISO E, ACEITO, GRAVA A QUANTIDADE PREVISTA NO
      *    ASNSTG
      *================================================================*
       0220-IMPORTAR-1-AVISO           SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LIDOS.
           MOVE SPACES                 TO WRK-MOTIVO.
           MOVE ASNIN-CNPJ             TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           MOVE ASNIN-PEDCOMP          TO PEDCOMP-NUMERO.
           MOVE ASNIN-LINHA            TO PEDCOMP-LINHA.
           READ PEDCOMP-FILE.
           EVALUATE TRUE
               WHEN ASNIN-NUMERO       EQUAL SPACES
                   MOVE 'NUMERO DO AVISO NAO INFORMADO'
                                        TO WRK-MOTIVO
               WHEN NOT WRK-FORNMAS-OK
                   MOVE 'FORNECEDOR FORA DO CADASTRO'
                                        TO WRK-MOTIVO
               WHEN NOT FORNMAS-ATIVO
                   MOVE 'FORNECEDOR INATIVO'
                                        TO WRK-MOTIVO
               WHEN NOT WRK-PEDCOMP-OK
                   MOVE 'LINHA DO PEDIDO DE COMPRA INEXISTENTE'
                                        TO WRK-MOTIVO
               WHEN PEDCOMP-CNPJ       NOT EQUAL ASNIN-CNPJ
                   MOVE 'PEDIDO DE COMPRA DE OUTRO FORNECEDOR'
                                        TO WRK-MOTIVO
               WHEN NOT PEDCOMP-ABERTA
                   MOVE 'LINHA DO PEDIDO NAO ESTA ABERTA'
                                        TO WRK-MOTIVO
               WHEN PEDCOMP-PRODUTO    NOT EQUAL ASNIN-PRODUTO
                   MOVE 'PRODUTO DIFERENTE DO PEDIDO'
                                        TO WRK-MOTIVO
               WHEN ASNIN-QTD          EQUAL ZEROS
                   MOVE 'QUANTIDADE ZERADA'
                                        TO WRK-MOTIVO
               WHEN ASNIN-DATA-CHEGADA EQUAL ZEROS
                   MOVE 'DATA DE CHEGADA NAO INFORMADA'
                                        TO WRK-MOTIVO
           END-EVALUATE.

           IF  WRK-MOTIVO              EQUAL SPACES
               MOVE ASNIN-PEDCOMP       TO ASNSTG-PEDCOMP
               MOVE ASNIN-LINHA         TO ASNSTG-LINHA
               MOVE ASNIN-NUMERO        TO ASNSTG-NUMERO
               READ ASNSTG-FILE
               IF  WRK-ASNSTG-OK
                   MOVE 'AVISO JA IMPORTADO PARA A LINHA'
                                        TO WRK-MOTIVO
               END-IF
           END-IF.

           IF  WRK-MOTIVO              EQUAL SPACES
               PERFORM 0230-SOMAR-PENDENTES-LINHA
               COMPUTE WRK-SALDO-A-RECEBER = PEDCOMP-QTD-PEDIDA -
                       PEDCOMP-QTD-RECEBIDA - WRK-QTD-PENDENTE
               IF  ASNIN-QTD           GREATER WRK-SALDO-A-RECEBER
                   MOVE 'QUANTIDADE ACIMA DO SALDO A RECEBER'
                                        TO WRK-MOTIVO
               END-IF
           END-IF.

           IF  WRK-MOTIVO              EQUAL SPACES
               PERFORM 0240-GRAVAR-AVISO
           END-IF.

           MOVE SPACES                 TO ASNREL-REC.
           IF  WRK-MOTIVO              EQUAL SPACES
               ADD 1                    TO WRK-QTD-ACEITOS
               STRING 'ACEITO    ASN '  DELIMITED BY SIZE
                      ASNIN-NUMERO      DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      ASNIN-PEDCOMP     DELIMITED BY SIZE
                      ' LINHA '         DELIMITED BY SIZE
                      ASNIN-LINHA       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ASNIN-PRODUTO     DELIMITED BY SIZE
                      ' QTD='           DELIMITED BY SIZE
                      ASNIN-QTD         DELIMITED BY SIZE
                      ' CHEGADA '       DELIMITED BY SIZE
                      ASNIN-DATA-CHEGADA DELIMITED BY SIZE
                      INTO ASNREL-REC
               END-STRING
           ELSE
               ADD 1                    TO WRK-QTD-REJEITADOS
               STRING 'REJEITADO ASN '  DELIMITED BY SIZE
                      ASNIN-NUMERO      DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      ASNIN-PEDCOMP     DELIMITED BY SIZE
                      ' LINHA '         DELIMITED BY SIZE
                      ASNIN-LINHA       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ASNIN-PRODUTO     DELIMITED BY SIZE
                      ' QTD='           DELIMITED BY SIZE
                      ASNIN-QTD         DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WRK-MOTIVO        DELIMITED BY SIZE
                      INTO ASNREL-REC
               END-STRING
           END-IF.
           WRITE ASNREL-REC.
           PERFORM 0210-LER-AVISO.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA A QUANTIDADE DOS AVISOS AINDA PENDENTES DA LINHA DO
      *    PEDIDO, QUE JA ESTA COMPROMETIDA COM O SALDO A RECEBER
      *================================================================*
       0230-SOMAR-PENDENTES-LINHA      SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-PENDENTE.
           MOVE SPACES                 TO WRK-ASNSTG-STATUS.
           MOVE ASNIN-PEDCOMP          TO ASNSTG-PEDCOMP.
           MOVE ASNIN-LINHA            TO ASNSTG-LINHA.
           MOVE LOW-VALUES             TO ASNSTG-NUMERO.
           START ASNSTG-FILE KEY NOT LESS ASNSTG-CHAVE
               INVALID KEY
                   SET WRK-ASNSTG-FIM   TO TRUE
           END-START.
           PERFORM 0235-SOMAR-1-PENDENTE UNTIL WRK-ASNSTG-FIM.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO AVISO DA LINHA E SOMA O PENDENTE
      *================================================================*
       0235-SOMAR-1-PENDENTE           SECTION.
      *================================================================*
           READ ASNSTG-FILE NEXT RECORD
               AT END
                   SET WRK-ASNSTG-FIM   TO TRUE
                   GO TO 0235-99-FIM
           END-READ.
           IF  ASNSTG-PEDCOMP          NOT EQUAL ASNIN-PEDCOMP
           OR  ASNSTG-LINHA            NOT EQUAL ASNIN-LINHA
               SET WRK-ASNSTG-FIM       TO TRUE
               GO TO 0235-99-FIM
           END-IF.
           IF  ASNSTG-PENDENTE
               ADD ASNSTG-QTD-PREVISTA  TO WRK-QTD-PENDENTE
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O AVISO ACEITO COMO PENDENTE DE RECEBIMENTO; O MESMO
      *    AVISO PARA A MESMA LINHA NAO E IMPORTADO DUAS VEZES
      *================================================================*
       0240-GRAVAR-AVISO               SECTION.
      *================================================================*
           MOVE ASNIN-PEDCOMP          TO ASNSTG-PEDCOMP.
           MOVE ASNIN-LINHA            TO ASNSTG-LINHA.
           MOVE ASNIN-NUMERO           TO ASNSTG-NUMERO.
           MOVE ASNIN-CNPJ             TO ASNSTG-CNPJ.
           MOVE ASNIN-PRODUTO          TO ASNSTG-PRODUTO.
           MOVE ASNIN-QTD              TO ASNSTG-QTD-PREVISTA.
           MOVE ASNIN-DATA-CHEGADA     TO ASNSTG-DATA-PREVISTA.
           MOVE ASNIN-LOTE             TO ASNSTG-LOTE.
           MOVE ASNIN-VALIDADE         TO ASNSTG-VALIDADE.
           MOVE WRK-DATA-SYS           TO ASNSTG-DATA-IMPORTACAO.
           SET ASNSTG-PENDENTE         TO TRUE.
           MOVE ZEROS                  TO ASNSTG-QTD-RECEBIDA.
           MOVE ZEROS                  TO ASNSTG-DATA-RECEBIMENTO.
           WRITE ASNSTG-REC
               INVALID KEY
                   MOVE 'AVISO JA IMPORTADO PARA A LINHA'
                                        TO WRK-MOTIVO
           END-WRITE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS AVISOS PENDENTES QUE NAO CHEGARAM: CHEGADA
      *    PREVISTA JA VENCIDA OU LINHA DO PEDIDO JA FECHADA; GUARDA
      *    OS FORNECEDORES QUE ENVIAM AVISO
      *================================================================*
       0260-LISTAR-NAO-CHEGARAM        SECTION.
      *================================================================*
           MOVE SPACES                 TO ASNREL-REC.
           WRITE ASNREL-REC.
           MOVE 'AVISOS DE EMBARQUE QUE NAO CHEGARAM'
                                       TO ASNREL-REC.
           WRITE ASNREL-REC.
           MOVE SPACES                 TO WRK-ASNSTG-STATUS.
           MOVE LOW-VALUES             TO ASNSTG-CHAVE.
           START ASNSTG-FILE KEY NOT LESS ASNSTG-CHAVE
               INVALID KEY
                   SET WRK-ASNSTG-FIM   TO TRUE
           END-START.
           PERFORM 0265-LISTAR-1-NAO-CHEGOU UNTIL WRK-ASNSTG-FIM.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UM AVISO PENDENTE CONTRA A DATA E A LINHA DO PEDIDO
      *================================================================*
       0265-LISTAR-1-NAO-CHEGOU        SECTION.
      *================================================================*
           READ ASNSTG-FILE NEXT RECORD
               AT END
                   SET WRK-ASNSTG-FIM   TO TRUE
                   GO TO 0265-99-FIM
           END-READ.
           IF  ASNSTG-SEM-ASN
               GO TO 0265-99-FIM
           END-IF.
           PERFORM 0275-PROCURAR-FORNECEDOR.
           IF  WRK-FASN-ACHADO         EQUAL ZEROS
           AND WRK-FASN-COUNT          LESS WRK-FASN-MAX
               ADD 1                    TO WRK-FASN-COUNT
               MOVE ASNSTG-CNPJ         TO WRK-FASN-CNPJ(WRK-FASN-COUNT)
           END-IF.
           IF  NOT ASNSTG-PENDENTE
               GO TO 0265-99-FIM
           END-IF.

           MOVE SPACES                 TO WRK-MOTIVO.
           MOVE ASNSTG-PEDCOMP         TO PEDCOMP-NUMERO.
           MOVE ASNSTG-LINHA           TO PEDCOMP-LINHA.
           READ PEDCOMP-FILE.
           EVALUATE TRUE
               WHEN NOT WRK-PEDCOMP-OK
                   MOVE 'LINHA DO PEDIDO EXCLUIDA'
                                        TO WRK-MOTIVO
               WHEN NOT PEDCOMP-ABERTA
                   MOVE 'LINHA DO PEDIDO JA FECHADA'
                                        TO WRK-MOTIVO
               WHEN ASNSTG-DATA-PREVISTA LESS WRK-DATA-SYS
                   MOVE 'CHEGADA PREVISTA VENCIDA'
                                        TO WRK-MOTIVO
           END-EVALUATE.
           IF  WRK-MOTIVO              NOT EQUAL SPACES
               ADD 1                    TO WRK-QTD-NAO-CHEGARAM
               MOVE SPACES              TO ASNREL-REC
               STRING '  ASN '          DELIMITED BY SIZE
                      ASNSTG-NUMERO     DELIMITED BY SIZE
                      ' FORNECEDOR '    DELIMITED BY SIZE
                      ASNSTG-CNPJ       DELIMITED BY SIZE
                      ' PEDIDO '        DELIMITED BY SIZE
                      ASNSTG-PEDCOMP    DELIMITED BY SIZE
                      ' LINHA '         DELIMITED BY SIZE
                      ASNSTG-LINHA      DELIMITED BY SIZE
                      ' QTD='           DELIMITED BY SIZE
                      ASNSTG-QTD-PREVISTA DELIMITED BY SIZE
                      ' CHEGADA '       DELIMITED BY SIZE
                      ASNSTG-DATA-PREVISTA DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WRK-MOTIVO        DELIMITED BY SIZE
                      INTO ASNREL-REC
               END-STRING
               WRITE ASNREL-REC
           END-IF.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS RECEBIMENTOS SEM AVISO DOS FORNECEDORES QUE
      *    ENVIAM ASN
      *================================================================*
       0270-LISTAR-SEM-AVISO           SECTION.
      *================================================================*
           MOVE SPACES                 TO ASNREL-REC.
           WRITE ASNREL-REC.
           MOVE 'RECEBIMENTOS SEM AVISO DE EMBARQUE'
                                       TO ASNREL-REC.
           WRITE ASNREL-REC.
           MOVE SPACES                 TO WRK-ASNSTG-STATUS.
           MOVE LOW-VALUES             TO ASNSTG-CHAVE.
           START ASNSTG-FILE KEY NOT LESS ASNSTG-CHAVE
               INVALID KEY
                   SET WRK-ASNSTG-FIM   TO TRUE
           END-START.
           PERFORM 0272-LISTAR-1-SEM-AVISO UNTIL WRK-ASNSTG-FIM.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA UM RECEBIMENTO SEM AVISO DE FORNECEDOR QUE ENVIA ASN
      *================================================================*
       0272-LISTAR-1-SEM-AVISO         SECTION.
      *================================================================*
           READ ASNSTG-FILE NEXT RECORD
               AT END
                   SET WRK-ASNSTG-FIM   TO TRUE
                   GO TO 0272-99-FIM
           END-READ.
           IF  NOT ASNSTG-SEM-ASN
               GO TO 0272-99-FIM
           END-IF.
           PERFORM 0275-PROCURAR-FORNECEDOR.
           IF  WRK-FASN-ACHADO         EQUAL ZEROS
               GO TO 0272-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-SEM-ASN.
           MOVE SPACES                 TO ASNREL-REC.
           STRING '  FORNECEDOR '      DELIMITED BY SIZE
                  ASNSTG-CNPJ          DELIMITED BY SIZE
                  ' PEDIDO '           DELIMITED BY SIZE
                  ASNSTG-PEDCOMP       DELIMITED BY SIZE
                  ' LINHA '            DELIMITED BY SIZE
                  ASNSTG-LINHA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ASNSTG-PRODUTO       DELIMITED BY SIZE
                  ' RECEBIDO EM '      DELIMITED BY SIZE
                  ASNSTG-DATA-RECEBIMENTO DELIMITED BY SIZE
                  ' QTD='              DELIMITED BY SIZE
                  ASNSTG-QTD-RECEBIDA  DELIMITED BY SIZE
                  ' SEM AVISO'         DELIMITED BY SIZE
                  INTO ASNREL-REC
           END-STRING.
           WRITE ASNREL-REC.
      *================================================================*
       0272-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCURA O FORNECEDOR DO REGISTRO CORRENTE NA TABELA DOS
      *    QUE ENVIAM AVISO
      *================================================================*
       0275-PROCURAR-FORNECEDOR        SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-FASN-ACHADO.
           PERFORM 0277-CONFERIR-1-FORNECEDOR
               VARYING WRK-FASN-IDX FROM 1 BY 1
               UNTIL WRK-FASN-IDX      GREATER WRK-FASN-COUNT
               OR WRK-FASN-ACHADO      GREATER ZEROS.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA O FORNECEDOR QUANDO E O DA POSICAO DA TABELA
      *================================================================*
       0277-CONFERIR-1-FORNECEDOR      SECTION.
      *================================================================*
           IF  WRK-FASN-CNPJ(WRK-FASN-IDX) EQUAL ASNSTG-CNPJ
               MOVE WRK-FASN-IDX        TO WRK-FASN-ACHADO
           END-IF.
      *================================================================*
       0277-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS TOTAIS DA IMPORTACAO E FECHA OS ARQUIVOS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO ASNREL-REC.
           WRITE ASNREL-REC.
           MOVE SPACES                 TO ASNREL-REC.
           STRING 'LIDOS='             DELIMITED BY SIZE
                  WRK-QTD-LIDOS        DELIMITED BY SIZE
                  ' ACEITOS='          DELIMITED BY SIZE
                  WRK-QTD-ACEITOS      DELIMITED BY SIZE
                  ' REJEITADOS='       DELIMITED BY SIZE
                  WRK-QTD-REJEITADOS   DELIMITED BY SIZE
                  ' NAO CHEGARAM='     DELIMITED BY SIZE
                  WRK-QTD-NAO-CHEGARAM DELIMITED BY SIZE
                  ' RECEBIDOS SEM AVISO=' DELIMITED BY SIZE
                  WRK-QTD-SEM-ASN      DELIMITED BY SIZE
                  INTO ASNREL-REC
           END-STRING.
           WRITE ASNREL-REC.
           CLOSE ASNIN-FILE.
           CLOSE ASNSTG-FILE.
           CLOSE PEDCOMP-FILE.
           CLOSE FORNMAS-FILE.
           CLOSE ASNREL-FILE.
           DISPLAY 'AVISOS LIDOS: ' WRK-QTD-LIDOS
                   ' ACEITOS: ' WRK-QTD-ACEITOS
                   ' REJEITADOS: ' WRK-QTD-REJEITADOS.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
