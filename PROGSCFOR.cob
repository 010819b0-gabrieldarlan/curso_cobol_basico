       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSCFOR.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: PLACAR MENSAL DE DESEMPENHO DOS FORNECEDORES.
      * PERCORRE AS LINHAS DE PEDIDO DE COMPRA (PEDCOMP, DO
      * PROGCOB71) COM DATA PREVISTA NO PERIODO PEDIDO (AAAAMM) E
      * ACUMULA, POR FORNECEDOR (CNPJ DO FORNMAS): LINHAS PREVISTAS,
      * LINHAS ATENDIDAS ATE A PEDCOMP-DATA-PREVISTA, ATRASO MEDIO EM
      * DIAS DAS LINHAS RECEBIDAS (DATA DA ULTIMA ENTREGA DO
      * PROGCOB72 MENOS A PREVISTA, CONVENCAO 30/360), ATENDIMENTO
      * DA QUANTIDADE (QTD-RECEBIDA SOBRE QTD-PEDIDA) E QUANTAS
      * LINHAS O RECEBREL APONTOU COM ENTREGA A MAIOR OU A MENOR; O
      * PLACAR (PLACFORN) SAI DA MELHOR PONTUALIDADE PARA A PIOR,
      * PARA A REVISAO TRIMESTRAL DE FORNECEDORES E PARA A COMPRAS
      * ESCOLHER DE QUEM COMPRAR
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - LINHAS EM RASCUNHO, AINDA NAO CONFIRMADAS COM O
      *              FORNECEDOR NO PROGCOB71, FICAM FORA DO PLACAR
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEDCOMP-FILE          ASSIGN TO "PEDCOMP"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PEDCOMP-CHAVE
               FILE STATUS            IS WRK-PEDCOMP-STATUS.
           SELECT FORNMAS-FILE          ASSIGN TO "FORNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNMAS-CNPJ
               FILE STATUS            IS WRK-FORNMAS-STATUS.
           SELECT PLACFORN-FILE         ASSIGN TO "PLACFORN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PLACFORN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMP-FILE.
           COPY 'PEDCOMP.COB'.
       FD  FORNMAS-FILE.
           COPY 'FORNMAS.COB'.
       FD  PLACFORN-FILE.
           COPY 'PLACFORN.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PEDCOMP-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDCOMP-OK                          VALUE '00'.
           88  WRK-PEDCOMP-FIM                         VALUE '10'.
           88  WRK-PEDCOMP-INEXISTENTE                 VALUE '35'.
       77  WRK-FORNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-FORNMAS-OK                          VALUE '00'.
       77  WRK-PLACFORN-STATUS         PIC X(002)      VALUE SPACES.
      *
       01  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-LINHA-PERIODO           PIC 9(006)      VALUE ZEROS.
      *
       01  WRK-DATA-PREV               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-PREV-DEC REDEFINES WRK-DATA-PREV.
           05  WRK-PREV-ANO            PIC 9(004).
           05  WRK-PREV-MES            PIC 9(002).
           05  WRK-PREV-DIA            PIC 9(002).
       01  WRK-DATA-REC                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-REC-DEC REDEFINES WRK-DATA-REC.
           05  WRK-REC-ANO             PIC 9(004).
           05  WRK-REC-MES             PIC 9(002).
           05  WRK-REC-DIA             PIC 9(002).
       77  WRK-DIAS-ATRASO             PIC S9(005)     VALUE ZEROS.
      *
      *    PLACAR ACUMULADO POR FORNECEDOR
      *
       01  WRK-SCO-TAB.
           05  WRK-SCO-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-SCO-IDX.
               10  WRK-SCO-CNPJ        PIC X(014).
               10  WRK-SCO-LINHAS      PIC 9(005).
               10  WRK-SCO-RECEBIDAS   PIC 9(005).
               10  WRK-SCO-NO-PRAZO    PIC 9(005).
               10  WRK-SCO-SOMA-ATRASO PIC 9(007).
               10  WRK-SCO-QTD-PEDIDA  PIC 9(009).
               10  WRK-SCO-QTD-RECEB   PIC 9(009).
               10  WRK-SCO-DIVERGENTES PIC 9(005).
               10  WRK-SCO-PCT         PIC 9(003)V99.
       77  WRK-SCO-COUNT               PIC 9(002)      VALUE ZEROS.
      *
      *    ORDENACAO DA MELHOR PONTUALIDADE PARA A PIOR
      *
       77  WRK-ORD-I                   PIC 9(002)      VALUE ZEROS.
       77  WRK-ORD-J                   PIC 9(002)      VALUE ZEROS.
       77  WRK-ORD-MAIOR               PIC 9(002)      VALUE ZEROS.
       01  WRK-ORD-TROCA.
           05  WRK-TROCA-CNPJ          PIC X(014).
           05  WRK-TROCA-LINHAS        PIC 9(005).
           05  WRK-TROCA-RECEBIDAS     PIC 9(005).
           05  WRK-TROCA-NO-PRAZO      PIC 9(005).
           05  WRK-TROCA-SOMA-ATRASO   PIC 9(007).
           05  WRK-TROCA-QTD-PEDIDA    PIC 9(009).
           05  WRK-TROCA-QTD-RECEB     PIC 9(009).
           05  WRK-TROCA-DIVERGENTES   PIC 9(005).
           05  WRK-TROCA-PCT           PIC 9(003)V99.
      *
       77  WRK-MEDIA-ATRASO            PIC 9(003)V99   VALUE ZEROS.
       77  WRK-MEDIA-ATRASO-ED         PIC ZZ9,99      VALUE ZEROS.
       77  WRK-PCT-ED                  PIC ZZ9,99      VALUE ZEROS.
       77  WRK-ATEND                   PIC 9(003)V99   VALUE ZEROS.
       77  WRK-ATEND-ED                PIC ZZ9,99      VALUE ZEROS.
       77  WRK-DIVERG                  PIC 9(003)V99   VALUE ZEROS.
       77  WRK-DIVERG-ED               PIC ZZ9,99      VALUE ZEROS.
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
      *    PEDE O PERIODO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           DISPLAY 'PLACAR DE FORNECEDORES'.
           DISPLAY 'PERIODO (AAAAMM):'.
           ACCEPT WRK-PERIODO.
           OPEN INPUT PEDCOMP-FILE.
           OPEN INPUT FORNMAS-FILE.
           OPEN OUTPUT PLACFORN-FILE.

           MOVE SPACES                 TO PLACFORN-REC.
           STRING 'PLACAR DE FORNECEDORES - PERIODO '
                                       DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  INTO PLACFORN-REC
           END-STRING.
           WRITE PLACFORN-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACUMULA AS LINHAS PREVISTAS NO MES, ORDENA E IMPRIME
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-PEDCOMP-INEXISTENTE
               GO TO 0200-99-FIM
           END-IF.
           PERFORM 0210-LER-LINHA.
           PERFORM 0220-ACUMULAR-1-LINHA UNTIL WRK-PEDCOMP-FIM.
           PERFORM 0240-CALCULAR-1-PCT
               VARYING WRK-SCO-IDX FROM 1 BY 1
               UNTIL WRK-SCO-IDX       GREATER WRK-SCO-COUNT.
           PERFORM 0250-ORDENAR-MELHOR-PRIMEIRO.
           PERFORM 0260-IMPRIMIR-1-FORNECEDOR
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         GREATER WRK-SCO-COUNT.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UMA LINHA DE PEDIDO DE COMPRA
      *================================================================*
       0210-LER-LINHA                  SECTION.
      *================================================================*
           READ PEDCOMP-FILE
               AT END
                   SET WRK-PEDCOMP-FIM TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACUMULA UMA LINHA PREVISTA NO PERIODO NO SEU FORNECEDOR
      *================================================================*
       0220-ACUMULAR-1-LINHA           SECTION.
      *================================================================*
           DIVIDE PEDCOMP-DATA-PREVISTA BY 100
               GIVING WRK-LINHA-PERIODO.
           IF  WRK-LINHA-PERIODO       NOT EQUAL WRK-PERIODO
           OR  PEDCOMP-RASCUNHO
               PERFORM 0210-LER-LINHA
               GO TO 0220-99-FIM
           END-IF.

           SET WRK-SCO-IDX             TO 1.
           SEARCH WRK-SCO-ENTRY
               AT END
                 IF  WRK-SCO-COUNT LESS 50
                   ADD 1              TO WRK-SCO-COUNT
                   SET WRK-SCO-IDX    TO WRK-SCO-COUNT
                   MOVE PEDCOMP-CNPJ  TO WRK-SCO-CNPJ(WRK-SCO-IDX)
                   MOVE ZEROS         TO WRK-SCO-LINHAS(WRK-SCO-IDX)
                   MOVE ZEROS         TO WRK-SCO-RECEBIDAS(WRK-SCO-IDX)
                   MOVE ZEROS         TO WRK-SCO-NO-PRAZO(WRK-SCO-IDX)
                   MOVE ZEROS         TO
                                      WRK-SCO-SOMA-ATRASO(WRK-SCO-IDX)
                   MOVE ZEROS         TO WRK-SCO-QTD-PEDIDA(WRK-SCO-IDX)
                   MOVE ZEROS         TO WRK-SCO-QTD-RECEB(WRK-SCO-IDX)
                   MOVE ZEROS         TO
                                      WRK-SCO-DIVERGENTES(WRK-SCO-IDX)
                   MOVE ZEROS         TO WRK-SCO-PCT(WRK-SCO-IDX)
                 ELSE
                   SET WRK-SCO-IDX    TO WRK-SCO-COUNT
                 END-IF
               WHEN WRK-SCO-CNPJ(WRK-SCO-IDX) EQUAL PEDCOMP-CNPJ
                   CONTINUE
           END-SEARCH.

           ADD 1                       TO WRK-SCO-LINHAS(WRK-SCO-IDX).
           ADD PEDCOMP-QTD-PEDIDA      TO
                                       WRK-SCO-QTD-PEDIDA(WRK-SCO-IDX).
           ADD PEDCOMP-QTD-RECEBIDA    TO
                                       WRK-SCO-QTD-RECEB(WRK-SCO-IDX).
           IF  PEDCOMP-QTD-DIVERGENCIAS GREATER ZEROS
               ADD 1                    TO
                                      WRK-SCO-DIVERGENTES(WRK-SCO-IDX)
           END-IF.

           IF  PEDCOMP-DATA-ULT-RECEB  GREATER ZEROS
               ADD 1                    TO
                                        WRK-SCO-RECEBIDAS(WRK-SCO-IDX)
               MOVE PEDCOMP-DATA-PREVISTA  TO WRK-DATA-PREV
               MOVE PEDCOMP-DATA-ULT-RECEB TO WRK-DATA-REC
               COMPUTE WRK-DIAS-ATRASO =
                       ((WRK-REC-ANO - WRK-PREV-ANO) * 360) +
                       ((WRK-REC-MES - WRK-PREV-MES) * 30) +
                       (WRK-REC-DIA - WRK-PREV-DIA)
               IF  WRK-DIAS-ATRASO     LESS ZEROS
                   MOVE ZEROS           TO WRK-DIAS-ATRASO
               END-IF
               ADD WRK-DIAS-ATRASO      TO
                                      WRK-SCO-SOMA-ATRASO(WRK-SCO-IDX)
               IF  PEDCOMP-ATENDIDA
               AND WRK-DIAS-ATRASO     EQUAL ZEROS
                   ADD 1                TO
                                        WRK-SCO-NO-PRAZO(WRK-SCO-IDX)
               END-IF
           END-IF.

           PERFORM 0210-LER-LINHA.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A PONTUALIDADE PERCENTUAL DE UM FORNECEDOR: LINHAS
      *    ATENDIDAS ATE A DATA PREVISTA SOBRE AS LINHAS PREVISTAS
      *================================================================*
       0240-CALCULAR-1-PCT             SECTION.
      *================================================================*
           IF  WRK-SCO-LINHAS(WRK-SCO-IDX) GREATER ZEROS
               COMPUTE WRK-SCO-PCT(WRK-SCO-IDX) ROUNDED =
                       (WRK-SCO-NO-PRAZO(WRK-SCO-IDX) /
                        WRK-SCO-LINHAS(WRK-SCO-IDX)) * 100
           ELSE
               MOVE ZEROS               TO WRK-SCO-PCT(WRK-SCO-IDX)
           END-IF.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ORDENA O PLACAR DA MELHOR PONTUALIDADE PARA A PIOR
      *================================================================*
       0250-ORDENAR-MELHOR-PRIMEIRO    SECTION.
      *================================================================*
           PERFORM 0252-SELECIONAR-1-POSICAO
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I         NOT LESS WRK-SCO-COUNT.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LEVA PARA A POSICAO CORRENTE A MAIOR PONTUALIDADE
      *================================================================*
       0252-SELECIONAR-1-POSICAO       SECTION.
      *================================================================*
           MOVE WRK-ORD-I              TO WRK-ORD-MAIOR.
           COMPUTE WRK-ORD-J = WRK-ORD-I + 1.
           PERFORM 0254-COMPARAR-1-POSICAO
               UNTIL WRK-ORD-J         GREATER WRK-SCO-COUNT.
           IF  WRK-ORD-MAIOR           NOT EQUAL WRK-ORD-I
               MOVE WRK-SCO-ENTRY(WRK-ORD-I)     TO WRK-ORD-TROCA
               MOVE WRK-SCO-ENTRY(WRK-ORD-MAIOR)
                                        TO WRK-SCO-ENTRY(WRK-ORD-I)
               MOVE WRK-ORD-TROCA       TO WRK-SCO-ENTRY(WRK-ORD-MAIOR)
           END-IF.
      *================================================================*
       0252-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COMPARA UMA POSICAO CANDIDATA COM A MAIOR ATUAL
      *================================================================*
       0254-COMPARAR-1-POSICAO         SECTION.
      *================================================================*
           IF  WRK-SCO-PCT(WRK-ORD-J)  GREATER
               WRK-SCO-PCT(WRK-ORD-MAIOR)
               MOVE WRK-ORD-J           TO WRK-ORD-MAIOR
           END-IF.
           ADD 1                       TO WRK-ORD-J.
      *================================================================*
       0254-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A LINHA DE UM FORNECEDOR DO PLACAR
      *================================================================*
       0260-IMPRIMIR-1-FORNECEDOR      SECTION.
      *================================================================*
           MOVE WRK-SCO-CNPJ(WRK-ORD-I) TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           IF  NOT WRK-FORNMAS-OK
               MOVE 'FORNECEDOR SEM CADASTRO' TO FORNMAS-NOME
           END-IF.
           IF  WRK-SCO-RECEBIDAS(WRK-ORD-I) GREATER ZEROS
               COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                       WRK-SCO-SOMA-ATRASO(WRK-ORD-I) /
                       WRK-SCO-RECEBIDAS(WRK-ORD-I)
           ELSE
               MOVE ZEROS               TO WRK-MEDIA-ATRASO
           END-IF.
           IF  WRK-SCO-QTD-PEDIDA(WRK-ORD-I) GREATER ZEROS
               COMPUTE WRK-ATEND ROUNDED =
                       (WRK-SCO-QTD-RECEB(WRK-ORD-I) * 100) /
                       WRK-SCO-QTD-PEDIDA(WRK-ORD-I)
                   ON SIZE ERROR
                       MOVE 999,99      TO WRK-ATEND
               END-COMPUTE
           ELSE
               MOVE ZEROS               TO WRK-ATEND
           END-IF.
           IF  WRK-SCO-LINHAS(WRK-ORD-I) GREATER ZEROS
               COMPUTE WRK-DIVERG ROUNDED =
                       (WRK-SCO-DIVERGENTES(WRK-ORD-I) * 100) /
                       WRK-SCO-LINHAS(WRK-ORD-I)
           ELSE
               MOVE ZEROS               TO WRK-DIVERG
           END-IF.
           MOVE WRK-MEDIA-ATRASO       TO WRK-MEDIA-ATRASO-ED.
           MOVE WRK-SCO-PCT(WRK-ORD-I) TO WRK-PCT-ED.
           MOVE WRK-ATEND              TO WRK-ATEND-ED.
           MOVE WRK-DIVERG             TO WRK-DIVERG-ED.
           MOVE SPACES                 TO PLACFORN-REC.
           STRING FORNMAS-NOME         DELIMITED BY SIZE
                  ' LIN='              DELIMITED BY SIZE
                  WRK-SCO-LINHAS(WRK-ORD-I) DELIMITED BY SIZE
                  ' NO PRAZO='         DELIMITED BY SIZE
                  WRK-PCT-ED           DELIMITED BY SIZE
                  'PC ATRASO MEDIO='   DELIMITED BY SIZE
                  WRK-MEDIA-ATRASO-ED  DELIMITED BY SIZE
                  ' DIAS ATEND='       DELIMITED BY SIZE
                  WRK-ATEND-ED         DELIMITED BY SIZE
                  'PC DIVERG='         DELIMITED BY SIZE
                  WRK-DIVERG-ED        DELIMITED BY SIZE
                  'PC'                 DELIMITED BY SIZE
                  INTO PLACFORN-REC
           END-STRING.
           WRITE PLACFORN-REC.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O RESUMO E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO PLACFORN-REC.
           STRING 'FORNECEDORES NO PLACAR=' DELIMITED BY SIZE
                  WRK-SCO-COUNT        DELIMITED BY SIZE
                  INTO PLACFORN-REC
           END-STRING.
           WRITE PLACFORN-REC.

           CLOSE PEDCOMP-FILE.
           CLOSE FORNMAS-FILE.
           CLOSE PLACFORN-FILE.
           DISPLAY 'PLACAR DE FORNECEDORES GRAVADO EM PLACFORN'.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
