       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFPROD.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DO CATALOGO FORNECEDOR-PRODUTO
      * (FORNPROD): INCLUIR, ALTERAR E EXCLUIR QUEM VENDE CADA
      * PRODUTO DO PRODMAS, COM PRAZO DE ENTREGA EM DIAS, ULTIMO
      * CUSTO ACORDADO, QUANTIDADE MINIMA DE PEDIDO E A MARCA DE
      * FORNECEDOR PREFERIDO - UM SO POR PRODUTO: MARCAR UM
      * PREFERIDO DESMARCA OS DEMAIS DO MESMO PRODUTO. O CATALOGO
      * ALIMENTA OS RASCUNHOS DE PEDIDO DE COMPRA DA SUGESTAO
      * NOTURNA DE REPOSICAO (PROGCOB69); CADA MUDANCA VAI PARA A
      * TRILHA DE CONSOLE COMPARTILHADA (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT FORNPROD-FILE         ASSIGN TO "FORNPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNPROD-CHAVE
               FILE STATUS            IS WRK-FORNPROD-STATUS.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT FORNMAS-FILE          ASSIGN TO "FORNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FORNMAS-CNPJ
               FILE STATUS            IS WRK-FORNMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNPROD-FILE.
           COPY 'FORNPROD.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  FORNMAS-FILE.
           COPY 'FORNMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-FORNPROD-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-FORNPROD-OK                          VALUE '00'.
           88 WRK-FORNPROD-NAO-ACHOU                   VALUE '23'.
           88 WRK-FORNPROD-INEXISTENTE                 VALUE '35'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PRODMAS-OK                           VALUE '00'.
       77  WRK-FORNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-FORNMAS-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-EXCLUIR                         VALUE 'E'.
       77  WRK-PRODUTO                 PIC X(006)      VALUE SPACES.
       77  WRK-CNPJ                    PIC X(014)      VALUE SPACES.
       77  WRK-DADOS-VALIDOS           PIC X(001)      VALUE 'N'.
           88 WRK-DADOS-OK                             VALUE 'S'.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    REGISTRO EM MANUTENCAO, GUARDADO ENQUANTO OS DEMAIS
      *    FORNECEDORES DO PRODUTO SAO DESMARCADOS
      *
       01  WRK-FORNPROD-SALVO          PIC X(046)      VALUE SPACES.
       77  WRK-FIM-PRODUTO             PIC X(001)      VALUE 'N'.
           88 WRK-PRODUTO-ENCERRADO                    VALUE 'S'.
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
      *    ABRE OS ARQUIVOS E RECEBE A ACAO, O PRODUTO E O FORNECEDOR
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O FORNPROD-FILE.
           IF  WRK-FORNPROD-INEXISTENTE
               CLOSE FORNPROD-FILE
               OPEN OUTPUT FORNPROD-FILE
               CLOSE FORNPROD-FILE
               OPEN I-O FORNPROD-FILE
           END-IF.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT FORNMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR / A=ALTERAR / E=EXCLUIR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'CODIGO DO PRODUTO:'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'CNPJ DO FORNECEDOR:'.
           ACCEPT WRK-CNPJ.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXECUTA A ACAO PEDIDA SOBRE O PAR PRODUTO/FORNECEDOR
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-PRODUTO            TO FORNPROD-PRODUTO.
           MOVE WRK-CNPJ               TO FORNPROD-CNPJ.
           READ FORNPROD-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-FORNPROD-OK
                       DISPLAY 'FORNECEDOR JA NO CATALOGO DO PRODUTO'
                   ELSE
                       MOVE WRK-PRODUTO TO FORNPROD-PRODUTO
                       MOVE WRK-CNPJ    TO FORNPROD-CNPJ
                       PERFORM 0400-RECEBER-DADOS-CATALOGO
                       IF  WRK-DADOS-OK
                           PERFORM 0450-MANTER-PREFERIDO-UNICO
                           WRITE FORNPROD-REC
                           DISPLAY 'FORNECEDOR INCLUIDO NO CATALOGO'
                       END-IF
                   END-IF
               WHEN WRK-ACAO-ALTERAR
                   IF  WRK-FORNPROD-OK
                       PERFORM 0400-RECEBER-DADOS-CATALOGO
                       IF  WRK-DADOS-OK
                           PERFORM 0450-MANTER-PREFERIDO-UNICO
                           REWRITE FORNPROD-REC
                           DISPLAY 'CATALOGO ALTERADO'
                       END-IF
                   ELSE
                       DISPLAY 'FORNECEDOR FORA DO CATALOGO DO PRODUTO'
                   END-IF
               WHEN WRK-ACAO-EXCLUIR
                   IF  WRK-FORNPROD-OK
                       DELETE FORNPROD-FILE
                       DISPLAY 'FORNECEDOR EXCLUIDO DO CATALOGO'
                   ELSE
                       DISPLAY 'FORNECEDOR FORA DO CATALOGO DO PRODUTO'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PRODUTO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CNPJ             DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE E VALIDA OS DADOS DO CATALOGO: PRODUTO NO PRODMAS,
      *    FORNECEDOR ATIVO NO FORNMAS E CUSTO MAIOR QUE ZERO
      *================================================================*
       0400-RECEBER-DADOS-CATALOGO     SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-DADOS-VALIDOS.
           MOVE WRK-PRODUTO            TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               DISPLAY 'PRODUTO NAO CADASTRADO - MUDANCA RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           MOVE WRK-CNPJ               TO FORNMAS-CNPJ.
           READ FORNMAS-FILE.
           IF  NOT WRK-FORNMAS-OK OR FORNMAS-INATIVO
               DISPLAY 'FORNECEDOR NAO CADASTRADO OU INATIVO - '
                       'MUDANCA RECUSADA'
               GO TO 0400-99-FIM
           END-IF.

           DISPLAY 'PRAZO DE ENTREGA EM DIAS:'.
           ACCEPT FORNPROD-PRAZO-DIAS.
           DISPLAY 'ULTIMO CUSTO UNITARIO ACORDADO:'.
           ACCEPT FORNPROD-CUSTO-UNIT.
           DISPLAY 'QUANTIDADE MINIMA DE PEDIDO:'.
           ACCEPT FORNPROD-QTD-MINIMA.
           DISPLAY 'FORNECEDOR PREFERIDO DO PRODUTO (S/N):'.
           ACCEPT FORNPROD-PREFERIDO.
           IF  NOT FORNPROD-E-PREFERIDO
               SET FORNPROD-NAO-PREFERIDO TO TRUE
           END-IF.
           IF  FORNPROD-CUSTO-UNIT     EQUAL ZEROS
               DISPLAY 'CUSTO DEVE SER MAIOR QUE ZERO - MUDANCA '
                       'RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           ACCEPT FORNPROD-DATA-ULT-ATU FROM DATE YYYYMMDD.
           SET WRK-DADOS-OK            TO TRUE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    QUANDO O FORNECEDOR VIRA PREFERIDO, DESMARCA OS DEMAIS
      *    FORNECEDORES DO MESMO PRODUTO E RESTAURA O REGISTRO
      *================================================================*
       0450-MANTER-PREFERIDO-UNICO     SECTION.
      *================================================================*
           IF  NOT FORNPROD-E-PREFERIDO
               GO TO 0450-99-FIM
           END-IF.
           MOVE FORNPROD-REC           TO WRK-FORNPROD-SALVO.
           MOVE 'N'                    TO WRK-FIM-PRODUTO.
           MOVE WRK-PRODUTO            TO FORNPROD-PRODUTO.
           MOVE LOW-VALUES             TO FORNPROD-CNPJ.
           START FORNPROD-FILE KEY NOT LESS FORNPROD-CHAVE
               INVALID KEY
                   SET WRK-PRODUTO-ENCERRADO TO TRUE
           END-START.
           PERFORM 0460-DESMARCAR-1-FORNECEDOR
               UNTIL WRK-PRODUTO-ENCERRADO.
           MOVE WRK-FORNPROD-SALVO     TO FORNPROD-REC.
      *================================================================*
       0450-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESMARCA UM OUTRO FORNECEDOR PREFERIDO DO MESMO PRODUTO
      *================================================================*
       0460-DESMARCAR-1-FORNECEDOR     SECTION.
      *================================================================*
           READ FORNPROD-FILE NEXT RECORD
               AT END
                   SET WRK-PRODUTO-ENCERRADO TO TRUE
                   GO TO 0460-99-FIM
           END-READ.
           IF  FORNPROD-PRODUTO        NOT EQUAL WRK-PRODUTO
               SET WRK-PRODUTO-ENCERRADO TO TRUE
               GO TO 0460-99-FIM
           END-IF.
           IF  FORNPROD-CNPJ           NOT EQUAL WRK-CNPJ
           AND FORNPROD-E-PREFERIDO
               SET FORNPROD-NAO-PREFERIDO TO TRUE
               REWRITE FORNPROD-REC
               DISPLAY 'FORNECEDOR ' FORNPROD-CNPJ
                       ' DEIXA DE SER O PREFERIDO'
           END-IF.
      *================================================================*
       0460-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ROTINA QUE FINALIZA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE FORNPROD-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE FORNMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
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
           MOVE 'PROGFPROD'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*
