      * COMPETENCIA E AFINS DEIXAM DE FICAR FORA DO RAZAO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - SEGREGACAO DE FUNCOES: O LOTE BALANCEADO DEIXA DE
      *              IR DIRETO PARA O GLPOST E FICA PENDENTE NO
      *              LANCPEND (FUNCAO D); A FUNCAO E EFETIVA O LOTE NO
      *              GLPOST, BLOQUEADA QUANDO QUEM EFETIVA E QUEM
      *              DIGITOU (PAR LANCTO-DIG/LANCTO-EFE DA SODREGRA),
      *              COM REGISTRO NA SODLOG E NA CONSLOG
      * XX/XX/XXXX - LANCAMENTOS CONTABEIS GERADOS COM A FILIAL DA
      *              MATRIZ (GLPOST-FILIAL 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQ84"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BATSEQ-STATUS.
           SELECT LANCPEND-FILE         ASSIGN TO "LANCPEND"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS LANCPEND-CHAVE
               FILE STATUS            IS WRK-LANCPEND-STATUS.
           SELECT SODREGRA-FILE         ASSIGN TO "SODREGRA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS RANDOM
               RECORD KEY             IS SODREGRA-CHAVE
               FILE STATUS            IS WRK-SODREGRA-STATUS.
           SELECT SODLOG-FILE           ASSIGN TO "SODLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANCTA-FILE.
           COPY 'CONSLOG.COB'.
       FD  BATSEQ-FILE.
           COPY 'BATSEQ.COB'.
       FD  LANCPEND-FILE.
           COPY 'LANCPEND.COB'.
       FD  SODREGRA-FILE.
           COPY 'SODREGRA.COB'.
       FD  SODLOG-FILE.
           COPY 'SODLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-BATSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-BATSEQ-OK                           VALUE '00'.
       77  WRK-LANCPEND-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-LANCPEND-OK                         VALUE '00'.
           88  WRK-LANCPEND-FIM                        VALUE '10'.
           88  WRK-LANCPEND-INEXISTENTE                VALUE '35'.
      *
      *    FUNCAO DA SESSAO: DIGITAR UM LOTE (FICA PENDENTE NO
      *    LANCPEND) OU EFETIVAR NO GLPOST UM LOTE DIGITADO POR OUTRO
      *    USUARIO (SEGREGACAO DE FUNCOES LANCTO-DIG X LANCTO-EFE)
      *
       77  WRK-FUNCAO                  PIC X(001)      VALUE SPACES.
           88  WRK-FUNCAO-DIGITAR                      VALUE 'D'.
           88  WRK-FUNCAO-EFETIVAR                     VALUE 'E'.
       77  WRK-LOTE-EFETIVAR           PIC 9(006)      VALUE ZEROS.
       77  WRK-DIGITADOR               PIC X(020)      VALUE SPACES.
       77  WRK-QTD-EFETIVADAS          PIC 9(002)      VALUE ZEROS.
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
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-SENHA                   PIC X(010)      VALUE SPACES.
               GO TO 0100-99-FIM
           END-IF.

           DISPLAY 'FUNCAO (D=DIGITAR LOTE E=EFETIVAR LOTE):'.
           ACCEPT WRK-FUNCAO.
           IF  WRK-FUNCAO-EFETIVAR
               GO TO 0100-99-FIM
           END-IF.
           IF  NOT WRK-FUNCAO-DIGITAR
               DISPLAY 'FUNCAO INVALIDA - NENHUM LANCAMENTO ACEITO'
               MOVE 'N'                 TO WRK-AUTORIZADO
               GO TO 0100-99-FIM
           END-IF.

           PERFORM 0110-OBTER-NUMERO-LOTE.
           OPEN INPUT CCUSMAS-FILE.
           OPEN INPUT PLANCTA-FILE.
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-FUNCAO-EFETIVAR
               PERFORM 0250-EFETIVAR-LOTE
               GO TO 0200-99-FIM
           END-IF.
           DISPLAY 'LOTE ' WRK-LOTE-NUM ' - DIGITE AS LINHAS '
                   '(CONTA EM BRANCO ENCERRA)'.
           PERFORM 0210-DIGITAR-1-LINHA
               PERFORM 0240-GRAVAR-LOTE
               DISPLAY 'LOTE ' WRK-LOTE-NUM ' GRAVADO: D='
                       WRK-DEBITOS-ED ' C=' WRK-CREDITOS-ED
               DISPLAY 'LOTE PENDENTE DE EFETIVACAO POR OUTRO '
                       'USUARIO (FUNCAO E)'
               MOVE SPACES              TO WRK-CAMPOS-LOG
               STRING 'LOTE '           DELIMITED BY SIZE
                      WRK-LOTE-NUM      DELIMITED BY SIZE
                      ' LINHAS '        DELIMITED BY SIZE
                      WRK-LAN-COUNT     DELIMITED BY SIZE
                      ' DIGITADO'       DELIMITED BY SIZE
                      INTO WRK-CAMPOS-LOG
               END-STRING
               PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE
      *================================================================*

      *================================================================*
      *    GRAVA O LOTE BALANCEADO COMO PENDENTE (LANCPEND), CADA
      *    LINHA CARIMBADA COM O DIGITADOR, A DATA E O NUMERO DO
      *    LOTE; O LOTE SO CHEGA AO GLPOST NA EFETIVACAO
      *================================================================*
       0240-GRAVAR-LOTE                SECTION.
      *================================================================*
           OPEN I-O LANCPEND-FILE.
           IF  WRK-LANCPEND-INEXISTENTE
               OPEN OUTPUT LANCPEND-FILE
               CLOSE LANCPEND-FILE
               OPEN I-O LANCPEND-FILE
           END-IF.
           PERFORM 0245-GRAVAR-1-LINHA
               VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX       GREATER WRK-LAN-COUNT.
           CLOSE LANCPEND-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA LINHA DO LOTE NO ARQUIVO DE PENDENTES
      *================================================================*
       0245-GRAVAR-1-LINHA             SECTION.
      *================================================================*
           MOVE WRK-LOTE-NUM           TO LANCPEND-LOTE.
           MOVE WRK-LAN-IDX            TO LANCPEND-LINHA.
           MOVE WRK-DATA-SYS           TO LANCPEND-DATA.
           MOVE WRK-OPERADOR           TO LANCPEND-OPERADOR.
           MOVE WRK-LAN-TIPO(WRK-LAN-IDX) TO LANCPEND-TIPO.
           MOVE WRK-LAN-CONTA(WRK-LAN-IDX) TO LANCPEND-CONTA.
           MOVE WRK-LAN-CC(WRK-LAN-IDX) TO LANCPEND-CENTRO-CUSTO.
           MOVE WRK-LAN-VALOR(WRK-LAN-IDX) TO LANCPEND-VALOR.
           SET LANCPEND-PENDENTE       TO TRUE.
           MOVE SPACES                 TO LANCPEND-OPERADOR-EFETIV.
           MOVE ZEROS                  TO LANCPEND-DATA-EFETIV.
           WRITE LANCPEND-REC.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EFETIVA NO EXTRATO CONTABIL UM LOTE PENDENTE: O USUARIO QUE
      *    DIGITOU O LOTE NAO PODE EFETIVA-LO (PAR LANCTO-DIG X
      *    LANCTO-EFE DA SODREGRA); CONFLITO E BLOQUEADO E GRAVADO NA
      *    SODLOG E NA TRILHA DE CONSOLE
      *================================================================*
       0250-EFETIVAR-LOTE              SECTION.
      *================================================================*
           DISPLAY 'NUMERO DO LOTE A EFETIVAR:'.
           ACCEPT WRK-LOTE-EFETIVAR.
           MOVE WRK-LOTE-EFETIVAR      TO WRK-LOTE-NUM.
           OPEN I-O LANCPEND-FILE.
           IF  WRK-LANCPEND-INEXISTENTE
               DISPLAY 'NENHUM LOTE PENDENTE DE EFETIVACAO'
               GO TO 0250-99-FIM
           END-IF.
           MOVE WRK-LOTE-EFETIVAR      TO LANCPEND-LOTE.
           MOVE ZEROS                  TO LANCPEND-LINHA.
           START LANCPEND-FILE KEY NOT LESS LANCPEND-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-LANCPEND-STATUS
           END-START.
           IF  WRK-LANCPEND-OK
               READ LANCPEND-FILE NEXT RECORD
                   AT END
                       MOVE '10'        TO WRK-LANCPEND-STATUS
               END-READ
           END-IF.
           IF  NOT WRK-LANCPEND-OK
           OR  LANCPEND-LOTE           NOT EQUAL WRK-LOTE-EFETIVAR
               DISPLAY 'LOTE ' WRK-LOTE-EFETIVAR ' NAO ENCONTRADO'
               CLOSE LANCPEND-FILE
               GO TO 0250-99-FIM
           END-IF.
           IF  LANCPEND-EFETIVADO
               DISPLAY 'LOTE ' WRK-LOTE-EFETIVAR ' JA EFETIVADO POR '
                       LANCPEND-OPERADOR-EFETIV
               CLOSE LANCPEND-FILE
               GO TO 0250-99-FIM
           END-IF.

           MOVE LANCPEND-OPERADOR      TO WRK-DIGITADOR.
           MOVE 'LANCTO-DIG'           TO WRK-SOD-FUNCAO-ENTRADA.
           MOVE 'LANCTO-EFE'           TO WRK-SOD-FUNCAO-APROVA.
           MOVE WRK-DIGITADOR          TO WRK-SOD-USUARIO-ENTRADA.
           MOVE WRK-OPERADOR           TO WRK-SOD-USUARIO-APROVA.
           MOVE SPACES                 TO WRK-SOD-DOCUMENTO.
           STRING 'LOTE '              DELIMITED BY SIZE
                  WRK-LOTE-EFETIVAR    DELIMITED BY SIZE
                  INTO WRK-SOD-DOCUMENTO.
           PERFORM 0950-CHECAR-SEGREGACAO.
           IF  WRK-SOD-CONFLITO
               CLOSE LANCPEND-FILE
               PERFORM 0955-GRAVAR-CONFLITO-SOD
               DISPLAY 'EFETIVACAO BLOQUEADA - ' WRK-OPERADOR
                       ' DIGITOU O LOTE (SEGREGACAO DE FUNCOES)'
               MOVE SPACES              TO WRK-CAMPOS-LOG
               STRING 'LOTE '           DELIMITED BY SIZE
                      WRK-LOTE-EFETIVAR DELIMITED BY SIZE
                      ' EFETIVACAO BLOQUEADA SOD'
                                        DELIMITED BY SIZE
                      INTO WRK-CAMPOS-LOG
               END-STRING
               PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE
               GO TO 0250-99-FIM
           END-IF.

           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN EXTEND GLPOST-FILE
           END-IF.
           MOVE ZEROS                  TO WRK-QTD-EFETIVADAS.
           PERFORM 0255-EFETIVAR-1-LINHA
               UNTIL NOT WRK-LANCPEND-OK.
           CLOSE GLPOST-FILE.
           CLOSE LANCPEND-FILE.
           DISPLAY 'LOTE ' WRK-LOTE-EFETIVAR ' EFETIVADO: '
                   WRK-QTD-EFETIVADAS ' LINHAS NO GLPOST'.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'LOTE '              DELIMITED BY SIZE
                  WRK-LOTE-EFETIVAR    DELIMITED BY SIZE
                  ' LINHAS '           DELIMITED BY SIZE
                  WRK-QTD-EFETIVADAS   DELIMITED BY SIZE
                  ' EFETIVADO'         DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO EXTRATO CONTABIL A LINHA PENDENTE CORRENTE,
      *    CARIMBADA COM O DIGITADOR E O LOTE, MARCA-A EFETIVADA E
      *    LE A PROXIMA LINHA DO LOTE
      *================================================================*
       0255-EFETIVAR-1-LINHA           SECTION.
      *================================================================*
           IF  LANCPEND-PENDENTE
               MOVE WRK-DATA-SYS        TO GLPOST-DATA
               MOVE 'PROGCOB84'         TO GLPOST-PROGRAMA
               MOVE '01'                TO GLPOST-FILIAL
               MOVE LANCPEND-LOTE       TO GLPOST-LOTE
               MOVE LANCPEND-OPERADOR   TO GLPOST-OPERADOR
               MOVE LANCPEND-CENTRO-CUSTO TO GLPOST-CENTRO-CUSTO
               MOVE LANCPEND-TIPO       TO GLPOST-TIPO
               MOVE LANCPEND-CONTA      TO GLPOST-CONTA
               MOVE LANCPEND-VALOR      TO GLPOST-VALOR
               WRITE GLPOST-REC
               SET LANCPEND-EFETIVADO   TO TRUE
               MOVE WRK-OPERADOR        TO LANCPEND-OPERADOR-EFETIV
               MOVE WRK-DATA-SYS        TO LANCPEND-DATA-EFETIV
               REWRITE LANCPEND-REC
               ADD 1                    TO WRK-QTD-EFETIVADAS
           END-IF.
           READ LANCPEND-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-LANCPEND-STATUS
           END-READ.
           IF  WRK-LANCPEND-OK
           AND LANCPEND-LOTE           NOT EQUAL WRK-LOTE-EFETIVAR
               MOVE '10'                TO WRK-LANCPEND-STATUS
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
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
           MOVE 'PROGCOB84'            TO SODLOG-PROGRAMA.
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
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO O PLANO DE CONTAS DA
      *    DIGITACAO
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  WRK-AUTORIZACAO-OK AND WRK-FUNCAO-DIGITAR
               CLOSE CCUSMAS-FILE
               CLOSE PLANCTA-FILE
           END-IF.
