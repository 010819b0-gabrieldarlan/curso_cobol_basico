      * NA AUDITORIA EXATAMENTE O QUE A CONTAGEM MUDOU
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - INVENTARIO POR LOTE NO DEPOSITO PRINCIPAL: AS
      *              FOLHAS LISTAM OS LOTES COM SALDO (ESTLOTE), A
      *              DIGITACAO ACEITA A CONTAGEM DE CADA LOTE (CONTLOTE)
      *              E A APURACAO AJUSTA O SALDO DO LOTE COM MOVIMENTO
      *              DE AJUSTE POR LOTE NA TRILHA MOVEST
      * XX/XX/XXXX - CONTAGEM CICLICA: AS FOLHAS PODEM SER IMPRESSAS SO
      *              DOS PRODUTOS AGENDADOS PARA UMA DATA NO CALENDARIO
      *              CALCONT (PROGABC), MARCANDO-OS COMO EMITIDOS, E A
      *              APURACAO PODE SE LIMITAR AS CONTAGENS DE UMA DATA
      *              PARA NAO REAPURAR CONTAGENS ANTIGAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAGEM-PRODUTO
               FILE STATUS            IS WRK-CONTAGEM-STATUS.
           SELECT ESTLOTE-FILE          ASSIGN TO "ESTLOTE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOTE-CHAVE
               FILE STATUS            IS WRK-ESTLOTE-STATUS.
           SELECT CONTLOTE-FILE         ASSIGN TO "CONTLOTE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTLOTE-CHAVE
               FILE STATUS            IS WRK-CONTLOTE-STATUS.
           SELECT CALCONT-FILE          ASSIGN TO "CALCONT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CALCONT-CHAVE
               FILE STATUS            IS WRK-CALCONT-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
           COPY 'PRODMAS.COB'.
       FD  CONTAGEM-FILE.
           COPY 'CONTAGEM.COB'.
       FD  ESTLOTE-FILE.
           COPY 'ESTLOTE.COB'.
       FD  CONTLOTE-FILE.
           COPY 'CONTLOTE.COB'.
       FD  CALCONT-FILE.
           COPY 'CALCONT.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       FD  MOVEST-FILE.
           88  WRK-CONTAGEM-OK                         VALUE '00'.
           88  WRK-CONTAGEM-FIM                        VALUE '10'.
           88  WRK-CONTAGEM-INEXISTENTE                VALUE '35'.
       77  WRK-ESTLOTE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOTE-OK                          VALUE '00'.
           88  WRK-ESTLOTE-INEXISTENTE                 VALUE '35'.
       77  WRK-CONTLOTE-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTLOTE-OK                         VALUE '00'.
           88  WRK-CONTLOTE-INEXISTENTE                VALUE '35'.
       77  WRK-CALCONT-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CALCONT-OK                          VALUE '00'.
           88  WRK-CALCONT-INEXISTENTE                 VALUE '35'.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-FIM-DIGITACAO           PIC X(001)      VALUE 'N'.
           88  WRK-DIGITACAO-ENCERRADA                 VALUE 'S'.
      *
      *    CONTAGEM POR LOTE DO PRODUTO (DEPOSITO PRINCIPAL)
      *
       77  WRK-LOTE-DIGITADO           PIC X(010)      VALUE SPACES.
       77  WRK-VALIDADE-DIGITADA       PIC 9(008)      VALUE ZEROS.
       77  WRK-FIM-LOTES               PIC X(001)      VALUE 'N'.
           88  WRK-LOTES-ENCERRADOS                    VALUE 'S'.
       77  WRK-SALDO-LOTE              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTD-LOTES-AJUSTADOS     PIC 9(005)      VALUE ZEROS.
      *
      *    CONTAGEM CICLICA: FOLHAS DO DIA PELO CALENDARIO CALCONT
      *    (PROGABC) E APURACAO SO DAS CONTAGENS DE UMA DATA
      *
       77  WRK-DATA-AGENDA             PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-APURAR             PIC 9(008)      VALUE ZEROS.
       77  WRK-FIM-CALCONT             PIC X(001)      VALUE 'N'.
           88  WRK-CALCONT-ENCERRADO                   VALUE 'S'.
      *
      *    APROVACAO DO SUPERVISOR PARA OS AJUSTES
      *
       77  WRK-SUPERV-USUARIO          PIC X(020)      VALUE SPACES.
               CLOSE CONTAGEM-FILE
               OPEN I-O CONTAGEM-FILE
           END-IF.
           OPEN I-O ESTLOTE-FILE.
           IF  WRK-ESTLOTE-INEXISTENTE
               CLOSE ESTLOTE-FILE
               OPEN OUTPUT ESTLOTE-FILE
               CLOSE ESTLOTE-FILE
               OPEN I-O ESTLOTE-FILE
           END-IF.
           OPEN I-O CONTLOTE-FILE.
           IF  WRK-CONTLOTE-INEXISTENTE
               CLOSE CONTLOTE-FILE
               OPEN OUTPUT CONTLOTE-FILE
               CLOSE CONTLOTE-FILE
               OPEN I-O CONTLOTE-FILE
           END-IF.
           OPEN I-O CALCONT-FILE.
           IF  WRK-CALCONT-INEXISTENTE
               CLOSE CALCONT-FILE
               OPEN OUTPUT CALCONT-FILE
               CLOSE CALCONT-FILE
               OPEN I-O CALCONT-FILE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME AS FOLHAS DE CONTAGEM EM ORDEM DE PRODUTO, SEM O
      *    SALDO DE LIVRO: DE TODOS OS PRODUTOS OU, NA CONTAGEM
      *    CICLICA, SO DOS AGENDADOS PARA A DATA NO CALCONT
      *================================================================*
       0400-IMPRIMIR-FOLHAS            SECTION.
      *================================================================*
           DISPLAY 'DATA DO CALENDARIO DE CONTAGEM (AAAAMMDD, '
                   'ENTER = TODOS OS PRODUTOS):'.
           MOVE ZEROS                  TO WRK-DATA-AGENDA.
           ACCEPT WRK-DATA-AGENDA.
           OPEN OUTPUT FOLHACON-FILE.
           MOVE SPACES                 TO FOLHACON-REC.
           STRING 'FOLHA DE CONTAGEM DE INVENTARIO - '
           END-STRING.
           WRITE FOLHACON-REC.

           IF  WRK-DATA-AGENDA         NOT EQUAL ZEROS
               PERFORM 0440-IMPRIMIR-AGENDA
               GO TO 0400-90-TOTAL
           END-IF.

           MOVE SPACES                 TO ESTOQUE-CODIGO.
           START ESTOQUE-FILE KEY NOT LESS ESTOQUE-CODIGO
               INVALID KEY
           END-IF.
           PERFORM 0420-GRAVAR-1-FOLHA UNTIL WRK-ESTOQUE-FIM.

       0400-90-TOTAL.
           MOVE SPACES                 TO FOLHACON-REC.
           STRING 'PRODUTOS A CONTAR=' DELIMITED BY SIZE
                  WRK-QTD-FOLHAS       DELIMITED BY SIZE
      *================================================================*

      *================================================================*
      *    GRAVA A FOLHA DO PRODUTO E LE O PROXIMO SALDO
      *================================================================*
       0420-GRAVAR-1-FOLHA             SECTION.
      *================================================================*
           PERFORM 0425-GRAVAR-PRODUTO-FOLHA.
           PERFORM 0410-LER-SALDO.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE CONTAGEM DE UM PRODUTO (SEM O SALDO)
      *================================================================*
       0425-GRAVAR-PRODUTO-FOLHA       SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-FOLHAS.
           MOVE ESTOQUE-CODIGO         TO PRODMAS-CODIGO.
                  INTO FOLHACON-REC
           END-STRING.
           WRITE FOLHACON-REC.
           PERFORM 0430-GRAVAR-LOTES-FOLHA.
      *================================================================*
       0425-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA NA FOLHA, ABAIXO DO PRODUTO, OS LOTES COM SALDO NO
      *    DEPOSITO PRINCIPAL (LOCAL 01), TAMBEM SEM O SALDO
      *================================================================*
       0430-GRAVAR-LOTES-FOLHA         SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-LOTES.
           MOVE ESTOQUE-CODIGO         TO ESTLOTE-PRODUTO.
           MOVE '01'                   TO ESTLOTE-LOCAL.
           MOVE LOW-VALUES             TO ESTLOTE-LOTE.
           START ESTLOTE-FILE KEY NOT LESS ESTLOTE-CHAVE
               INVALID KEY
                   SET WRK-LOTES-ENCERRADOS TO TRUE
           END-START.
           PERFORM 0435-GRAVAR-1-LOTE-FOLHA
               UNTIL WRK-LOTES-ENCERRADOS.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE CONTAGEM DE UM LOTE DO PRODUTO
      *================================================================*
       0435-GRAVAR-1-LOTE-FOLHA        SECTION.
      *================================================================*
           READ ESTLOTE-FILE NEXT RECORD
               AT END
                   SET WRK-LOTES-ENCERRADOS TO TRUE
                   GO TO 0435-99-FIM
           END-READ.
           IF  ESTLOTE-PRODUTO         NOT EQUAL ESTOQUE-CODIGO
           OR  ESTLOTE-LOCAL           NOT EQUAL '01'
               SET WRK-LOTES-ENCERRADOS TO TRUE
               GO TO 0435-99-FIM
           END-IF.
           IF  ESTLOTE-SALDO           EQUAL ZEROS
               GO TO 0435-99-FIM
           END-IF.
           MOVE SPACES                 TO FOLHACON-REC.
           STRING '       LOTE '       DELIMITED BY SIZE
                  ESTLOTE-LOTE         DELIMITED BY SIZE
                  ' VALIDADE '         DELIMITED BY SIZE
                  ESTLOTE-VALIDADE     DELIMITED BY SIZE
                  ' CONTAGEM: _______' DELIMITED BY SIZE
                  INTO FOLHACON-REC
           END-STRING.
           WRITE FOLHACON-REC.
      *================================================================*
       0435-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME AS FOLHAS DOS PRODUTOS AGENDADOS PARA A DATA NO
      *    CALENDARIO DE CONTAGEM CICLICA, MARCANDO-OS COMO EMITIDOS
      *================================================================*
       0440-IMPRIMIR-AGENDA            SECTION.
      *================================================================*
           MOVE SPACES                 TO FOLHACON-REC.
           STRING 'CONTAGEM CICLICA AGENDADA PARA '
                                       DELIMITED BY SIZE
                  WRK-DATA-AGENDA      DELIMITED BY SIZE
                  INTO FOLHACON-REC
           END-STRING.
           WRITE FOLHACON-REC.
           MOVE 'N'                    TO WRK-FIM-CALCONT.
           MOVE WRK-DATA-AGENDA        TO CALCONT-DATA.
           MOVE LOW-VALUES             TO CALCONT-PRODUTO.
           START CALCONT-FILE KEY NOT LESS CALCONT-CHAVE
               INVALID KEY
                   SET WRK-CALCONT-ENCERRADO TO TRUE
           END-START.
           PERFORM 0445-IMPRIMIR-1-AGENDADO
               UNTIL WRK-CALCONT-ENCERRADO.
           IF  WRK-QTD-FOLHAS          EQUAL ZEROS
               DISPLAY 'NENHUM PRODUTO AGENDADO PARA '
                       WRK-DATA-AGENDA ' NO CALENDARIO DE CONTAGEM'
           END-IF.
      *================================================================*
       0440-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A FOLHA DE UM PRODUTO AGENDADO QUE TEM SALDO
      *================================================================*
       0445-IMPRIMIR-1-AGENDADO        SECTION.
      *================================================================*
           READ CALCONT-FILE NEXT RECORD
               AT END
                   SET WRK-CALCONT-ENCERRADO TO TRUE
                   GO TO 0445-99-FIM
           END-READ.
           IF  CALCONT-DATA            NOT EQUAL WRK-DATA-AGENDA
               SET WRK-CALCONT-ENCERRADO TO TRUE
               GO TO 0445-99-FIM
           END-IF.
           MOVE CALCONT-PRODUTO        TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  WRK-ESTOQUE-OK
               PERFORM 0425-GRAVAR-PRODUTO-FOLHA
           END-IF.
           SET CALCONT-EMITIDA         TO TRUE.
           REWRITE CALCONT-REC.
      *================================================================*
       0445-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
               WRITE CONTAGEM-REC
           END-IF.
           ADD 1                       TO WRK-QTD-CONTADOS.
           MOVE 'N'                    TO WRK-FIM-LOTES.
           PERFORM 0520-DIGITAR-1-LOTE
               UNTIL WRK-LOTES-ENCERRADOS.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIGITA A CONTAGEM DE UM LOTE DO PRODUTO, ATE O LOTE EM
      *    BRANCO; LOTE FORA DO LIVRO PEDE A VALIDADE
      *================================================================*
       0520-DIGITAR-1-LOTE             SECTION.
      *================================================================*
           DISPLAY 'LOTE (BRANCO ENCERRA OS LOTES DO PRODUTO):'.
           MOVE SPACES                 TO WRK-LOTE-DIGITADO.
           ACCEPT WRK-LOTE-DIGITADO.
           IF  WRK-LOTE-DIGITADO       EQUAL SPACES
               SET WRK-LOTES-ENCERRADOS TO TRUE
               GO TO 0520-99-FIM
           END-IF.
           DISPLAY 'QUANTIDADE CONTADA DO LOTE:'.
           ACCEPT WRK-QTD-CONTADA.

           MOVE WRK-PRODUTO-DIGITADO   TO ESTLOTE-PRODUTO.
           MOVE '01'                   TO ESTLOTE-LOCAL.
           MOVE WRK-LOTE-DIGITADO      TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               MOVE ESTLOTE-VALIDADE    TO WRK-VALIDADE-DIGITADA
           ELSE
               DISPLAY 'LOTE SEM SALDO NO LIVRO - VALIDADE '
                       '(AAAAMMDD):'
               MOVE ZEROS               TO WRK-VALIDADE-DIGITADA
               ACCEPT WRK-VALIDADE-DIGITADA
           END-IF.

           MOVE WRK-PRODUTO-DIGITADO   TO CONTLOTE-PRODUTO.
           MOVE WRK-LOTE-DIGITADO      TO CONTLOTE-LOTE.
           READ CONTLOTE-FILE.
           MOVE WRK-VALIDADE-DIGITADA  TO CONTLOTE-VALIDADE.
           MOVE WRK-QTD-CONTADA        TO CONTLOTE-QTD-CONTADA.
           MOVE WRK-DATA-SYS           TO CONTLOTE-DATA.
           MOVE WRK-OPERADOR           TO CONTLOTE-OPERADOR.
           IF  WRK-CONTLOTE-OK
               REWRITE CONTLOTE-REC
           ELSE
               MOVE WRK-PRODUTO-DIGITADO TO CONTLOTE-PRODUTO
               MOVE WRK-LOTE-DIGITADO   TO CONTLOTE-LOTE
               WRITE CONTLOTE-REC
           END-IF.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APURA A VARIANCIA CONTADO X LIVRO E, COM A APROVACAO DO
      *    SUPERVISOR, LANCA OS AJUSTES NO SALDO E NA TRILHA
       0600-APURAR-VARIANCIA           SECTION.
      *================================================================*
           PERFORM 0610-VALIDAR-SUPERVISOR.
           DISPLAY 'DATA DA CONTAGEM A APURAR (AAAAMMDD, ENTER = '
                   'TODAS):'.
           MOVE ZEROS                  TO WRK-DATA-APURAR.
           ACCEPT WRK-DATA-APURAR.
           OPEN OUTPUT VARIAREL-FILE.
           MOVE SPACES                 TO VARIAREL-REC.
           STRING 'VARIANCIA DE INVENTARIO EM '
                  WRK-QTD-VARIANCIAS   DELIMITED BY SIZE
                  ' AJUSTADOS='        DELIMITED BY SIZE
                  WRK-QTD-AJUSTADOS    DELIMITED BY SIZE
                  ' LOTES AJUSTADOS='  DELIMITED BY SIZE
                  WRK-QTD-LOTES-AJUSTADOS DELIMITED BY SIZE
                  INTO VARIAREL-REC
           END-STRING.
           WRITE VARIAREL-REC.
      *================================================================*
       0630-APURAR-1-PRODUTO           SECTION.
      *================================================================*
           IF  WRK-DATA-APURAR         NOT EQUAL ZEROS
           AND CONTAGEM-DATA           NOT EQUAL WRK-DATA-APURAR
               PERFORM 0620-LER-CONTAGEM
               GO TO 0630-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-CONTADOS.
           MOVE CONTAGEM-PRODUTO       TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           AND WRK-APROVACAO-OK
               PERFORM 0640-LANCAR-AJUSTE
           END-IF.
           PERFORM 0650-APURAR-LOTES.
           PERFORM 0620-LER-CONTAGEM.
      *================================================================*
       0630-99-FIM.                    EXIT.
           MOVE WRK-QTD-AJUSTE         TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
       0640-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APURA A VARIANCIA DOS LOTES CONTADOS DO PRODUTO CONTRA O
      *    SALDO DO LOTE NO DEPOSITO PRINCIPAL (ESTLOTE)
      *================================================================*
       0650-APURAR-LOTES               SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-FIM-LOTES.
           MOVE CONTAGEM-PRODUTO       TO CONTLOTE-PRODUTO.
           MOVE LOW-VALUES             TO CONTLOTE-LOTE.
           START CONTLOTE-FILE KEY NOT LESS CONTLOTE-CHAVE
               INVALID KEY
                   SET WRK-LOTES-ENCERRADOS TO TRUE
           END-START.
           PERFORM 0655-APURAR-1-LOTE
               UNTIL WRK-LOTES-ENCERRADOS.
      *================================================================*
       0650-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APURA UM LOTE CONTADO E, COM A APROVACAO, AJUSTA O SALDO
      *    DO LOTE PARA O CONTADO COM MOVIMENTO DE AJUSTE NA TRILHA
      *================================================================*
       0655-APURAR-1-LOTE              SECTION.
      *================================================================*
           READ CONTLOTE-FILE NEXT RECORD
               AT END
                   SET WRK-LOTES-ENCERRADOS TO TRUE
                   GO TO 0655-99-FIM
           END-READ.
           IF  CONTLOTE-PRODUTO        NOT EQUAL CONTAGEM-PRODUTO
               SET WRK-LOTES-ENCERRADOS TO TRUE
               GO TO 0655-99-FIM
           END-IF.
           MOVE CONTLOTE-PRODUTO       TO ESTLOTE-PRODUTO.
           MOVE '01'                   TO ESTLOTE-LOCAL.
           MOVE CONTLOTE-LOTE          TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               MOVE ESTLOTE-SALDO       TO WRK-SALDO-LOTE
           ELSE
               MOVE ZEROS               TO WRK-SALDO-LOTE
           END-IF.
           COMPUTE WRK-VARIANCIA = CONTLOTE-QTD-CONTADA -
                   WRK-SALDO-LOTE.
           MOVE WRK-VARIANCIA          TO WRK-VARIANCIA-ED.

           MOVE SPACES                 TO VARIAREL-REC.
           STRING '       LOTE '       DELIMITED BY SIZE
                  CONTLOTE-LOTE        DELIMITED BY SIZE
                  ' VALIDADE '         DELIMITED BY SIZE
                  CONTLOTE-VALIDADE    DELIMITED BY SIZE
                  ' CONTADO='          DELIMITED BY SIZE
                  CONTLOTE-QTD-CONTADA DELIMITED BY SIZE
                  ' LIVRO='            DELIMITED BY SIZE
                  WRK-SALDO-LOTE       DELIMITED BY SIZE
                  ' VARIANCIA='        DELIMITED BY SIZE
                  WRK-VARIANCIA-ED     DELIMITED BY SIZE
                  INTO VARIAREL-REC
           END-STRING.
           WRITE VARIAREL-REC.

           IF  WRK-VARIANCIA           NOT EQUAL ZEROS
           AND WRK-APROVACAO-OK
               PERFORM 0660-LANCAR-AJUSTE-LOTE
           END-IF.
      *================================================================*
       0655-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    AJUSTA O SALDO DO LOTE PARA O CONTADO E REGISTRA O AJUSTE
      *    DO LOTE NA TRILHA DE MOVIMENTACAO
      *================================================================*
       0660-LANCAR-AJUSTE-LOTE         SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-LOTES-AJUSTADOS.
           IF  WRK-VARIANCIA           GREATER ZEROS
               MOVE WRK-VARIANCIA       TO WRK-QTD-AJUSTE
           ELSE
               COMPUTE WRK-QTD-AJUSTE = WRK-VARIANCIA * -1
           END-IF.
           IF  WRK-ESTLOTE-OK
               MOVE CONTLOTE-QTD-CONTADA TO ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               REWRITE ESTLOTE-REC
           ELSE
               MOVE CONTLOTE-PRODUTO    TO ESTLOTE-PRODUTO
               MOVE '01'                TO ESTLOTE-LOCAL
               MOVE CONTLOTE-LOTE       TO ESTLOTE-LOTE
               MOVE CONTLOTE-VALIDADE   TO ESTLOTE-VALIDADE
               MOVE CONTLOTE-QTD-CONTADA TO ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ENTRADA
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               WRITE ESTLOTE-REC
           END-IF.

           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND MOVEST-FILE.
           IF  WRK-MOVEST-STATUS       EQUAL '35'
               OPEN OUTPUT MOVEST-FILE
               CLOSE MOVEST-FILE
               OPEN EXTEND MOVEST-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO MOVEST-DATA.
           MOVE WRK-HORA-SYS           TO MOVEST-HORA.
           MOVE 'PROGCOB73'            TO MOVEST-PROGRAMA.
           SET MOVEST-AJUSTE           TO TRUE.
           MOVE CONTLOTE-PRODUTO       TO MOVEST-PRODUTO.
           MOVE WRK-QTD-AJUSTE         TO MOVEST-QTD.
           MOVE ESTLOTE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE CONTLOTE-LOTE          TO MOVEST-LOTE.
           MOVE CONTLOTE-VALIDADE      TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
       0660-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS ARQUIVOS
      *================================================================*
           CLOSE ESTOQUE-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE CONTAGEM-FILE.
           CLOSE ESTLOTE-FILE.
           CLOSE CONTLOTE-FILE.
           CLOSE CALCONT-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
