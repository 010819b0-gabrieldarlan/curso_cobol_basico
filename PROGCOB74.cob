      * LADO, PARA QUE SE SAIBA ONDE CADA COISA FISICAMENTE ESTA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - A TRANSFERENCIA PODE INFORMAR O LOTE: O SALDO DO
      *              LOTE (ESTLOTE) PASSA DA ORIGEM PARA O DESTINO COM A
      *              VALIDADE, RECUSANDO SALDO DE LOTE INSUFICIENTE, E O
      *              LOTE VAI NOS DOIS MOVIMENTOS DA TRILHA MOVEST
      * XX/XX/XXXX - LOCAL DE DESTINO NOVO PEDE A FILIAL A QUE PERTENCE
      *              (ESTLOC-FILIAL, EM BRANCO = MATRIZ 01)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOC-CHAVE
               FILE STATUS            IS WRK-ESTLOC-STATUS.
           SELECT ESTLOTE-FILE          ASSIGN TO "ESTLOTE"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOTE-CHAVE
               FILE STATUS            IS WRK-ESTLOTE-STATUS.
           SELECT MOVEST-FILE           ASSIGN TO "MOVEST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVEST-STATUS.
           COPY 'ESTOQUE.COB'.
       FD  ESTLOC-FILE.
           COPY 'ESTLOC.COB'.
       FD  ESTLOTE-FILE.
           COPY 'ESTLOTE.COB'.
       FD  MOVEST-FILE.
           COPY 'MOVEST.COB'.
       WORKING-STORAGE                 SECTION.
       77  WRK-ESTLOC-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOC-OK                           VALUE '00'.
           88  WRK-ESTLOC-INEXISTENTE                  VALUE '35'.
       77  WRK-ESTLOTE-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ESTLOTE-OK                          VALUE '00'.
           88  WRK-ESTLOTE-INEXISTENTE                 VALUE '35'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PRODUTO                 PIC X(006)      VALUE SPACES.
       77  WRK-LOCAL-ORIGEM            PIC X(002)      VALUE SPACES.
       77  WRK-LOCAL-DESTINO           PIC X(002)      VALUE SPACES.
       77  WRK-FILIAL-LOCAL            PIC X(002)      VALUE SPACES.
       77  WRK-QTD                     PIC 9(005)      VALUE ZEROS.
       77  WRK-SALDO-ORIGEM            PIC 9(007)      VALUE ZEROS.
       77  WRK-TRANSFERIU              PIC X(001)      VALUE 'N'.
       77  WRK-MOV-LOCAL               PIC X(002)      VALUE SPACES.
       77  WRK-MOV-TIPO                PIC X(001)      VALUE SPACES.
       77  WRK-MOV-SALDO-APOS          PIC 9(007)      VALUE ZEROS.
      *
      *    LOTE TRANSFERIDO (BRANCO = SEM LOTE) E A VALIDADE DELE
      *
       77  WRK-LOTE                    PIC X(010)      VALUE SPACES.
       77  WRK-VALIDADE                PIC 9(008)      VALUE ZEROS.
       77  WRK-SALDO-LOTE              PIC 9(007)      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
           ACCEPT WRK-LOCAL-DESTINO.
           DISPLAY 'QUANTIDADE:'.
           ACCEPT WRK-QTD.
           DISPLAY 'LOTE (BRANCO = SEM LOTE):'.
           ACCEPT WRK-LOTE.

           OPEN I-O ESTOQUE-FILE.
           IF  WRK-ESTOQUE-INEXISTENTE
               CLOSE ESTLOC-FILE
               OPEN I-O ESTLOC-FILE
           END-IF.
           OPEN I-O ESTLOTE-FILE.
           IF  WRK-ESTLOTE-INEXISTENTE
               CLOSE ESTLOTE-FILE
               OPEN OUTPUT ESTLOTE-FILE
               CLOSE ESTLOTE-FILE
               OPEN I-O ESTLOTE-FILE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
               GO TO 0200-99-FIM
           END-IF.

           IF  WRK-LOTE                NOT EQUAL SPACES
               PERFORM 0215-OBTER-SALDO-LOTE
               IF  WRK-QTD             GREATER WRK-SALDO-LOTE
                   DISPLAY 'SALDO INSUFICIENTE DO LOTE ' WRK-LOTE
                           ' NO LOCAL ' WRK-LOCAL-ORIGEM ' (SALDO='
                           WRK-SALDO-LOTE ') - TRANSFERENCIA RECUSADA'
                   GO TO 0200-99-FIM
               END-IF
           END-IF.

           PERFORM 0220-DEBITAR-ORIGEM.
           PERFORM 0230-CREDITAR-DESTINO.
           SET WRK-TRANSFERENCIA-OK    TO TRUE.
           DISPLAY 'TRANSFERIDO ' WRK-QTD ' DE ' WRK-PRODUTO
                   ' DO LOCAL ' WRK-LOCAL-ORIGEM ' PARA O LOCAL '
                   WRK-LOCAL-DESTINO.
           IF  WRK-LOTE                NOT EQUAL SPACES
               DISPLAY '  LOTE ' WRK-LOTE ' VALIDADE ' WRK-VALIDADE
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM O SALDO DO LOTE NO LOCAL DE ORIGEM E A VALIDADE QUE
      *    O ACOMPANHA ATE O DESTINO
      *================================================================*
       0215-OBTER-SALDO-LOTE           SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-SALDO-LOTE.
           MOVE ZEROS                  TO WRK-VALIDADE.
           MOVE WRK-PRODUTO            TO ESTLOTE-PRODUTO.
           MOVE WRK-LOCAL-ORIGEM       TO ESTLOTE-LOCAL.
           MOVE WRK-LOTE               TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               MOVE ESTLOTE-SALDO       TO WRK-SALDO-LOTE
               MOVE ESTLOTE-VALIDADE    TO WRK-VALIDADE
           END-IF.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEBITA A QUANTIDADE DO LOCAL DE ORIGEM E REGISTRA A
      *    SAIDA NA TRILHA
               REWRITE ESTLOC-REC
               MOVE ESTLOC-SALDO        TO WRK-MOV-SALDO-APOS
           END-IF.
           IF  WRK-LOTE                NOT EQUAL SPACES
               PERFORM 0225-DEBITAR-LOTE
           END-IF.
           MOVE WRK-LOCAL-ORIGEM       TO WRK-MOV-LOCAL.
           MOVE 'S'                    TO WRK-MOV-TIPO.
           PERFORM 0240-GRAVAR-MOVIMENTO.
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEBITA A QUANTIDADE DO SALDO DO LOTE NO LOCAL DE ORIGEM
      *================================================================*
       0225-DEBITAR-LOTE               SECTION.
      *================================================================*
           MOVE WRK-PRODUTO            TO ESTLOTE-PRODUTO.
           MOVE WRK-LOCAL-ORIGEM       TO ESTLOTE-LOCAL.
           MOVE WRK-LOTE               TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               SUBTRACT WRK-QTD        FROM ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               REWRITE ESTLOTE-REC
           END-IF.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CREDITA A QUANTIDADE NO LOCAL DE DESTINO E REGISTRA A
      *    ENTRADA NA TRILHA
               ELSE
                   MOVE WRK-PRODUTO     TO ESTLOC-PRODUTO
                   MOVE WRK-LOCAL-DESTINO TO ESTLOC-LOCAL
                   DISPLAY 'LOCAL NOVO - FILIAL DO LOCAL '
                           '(EM BRANCO = MATRIZ 01):'
                   ACCEPT WRK-FILIAL-LOCAL
                   IF  WRK-FILIAL-LOCAL EQUAL SPACES
                       MOVE '01'        TO WRK-FILIAL-LOCAL
                   END-IF
                   MOVE WRK-FILIAL-LOCAL TO ESTLOC-FILIAL
                   MOVE WRK-QTD         TO ESTLOC-SALDO
                   MOVE WRK-DATA-SYS    TO ESTLOC-DATA-ULT-MOVTO
                   WRITE ESTLOC-REC
               END-IF
               MOVE ESTLOC-SALDO        TO WRK-MOV-SALDO-APOS
           END-IF.
           IF  WRK-LOTE                NOT EQUAL SPACES
               PERFORM 0235-CREDITAR-LOTE
           END-IF.
           MOVE WRK-LOCAL-DESTINO      TO WRK-MOV-LOCAL.
           MOVE 'E'                    TO WRK-MOV-TIPO.
           PERFORM 0240-GRAVAR-MOVIMENTO.
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CREDITA A QUANTIDADE NO LOTE DO LOCAL DE DESTINO, CRIANDO-O
      *    COM A VALIDADE DO LOTE DE ORIGEM
      *================================================================*
       0235-CREDITAR-LOTE              SECTION.
      *================================================================*
           MOVE WRK-PRODUTO            TO ESTLOTE-PRODUTO.
           MOVE WRK-LOCAL-DESTINO      TO ESTLOTE-LOCAL.
           MOVE WRK-LOTE               TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               ADD WRK-QTD              TO ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               REWRITE ESTLOTE-REC
           ELSE
               MOVE WRK-PRODUTO         TO ESTLOTE-PRODUTO
               MOVE WRK-LOCAL-DESTINO   TO ESTLOTE-LOCAL
               MOVE WRK-LOTE            TO ESTLOTE-LOTE
               MOVE WRK-VALIDADE        TO ESTLOTE-VALIDADE
               MOVE WRK-QTD             TO ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ENTRADA
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               WRITE ESTLOTE-REC
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA UM LADO DA TRANSFERENCIA NA TRILHA DE
      *    MOVIMENTACAO, CARIMBADO COM O LOCAL
           MOVE WRK-QTD                TO MOVEST-QTD.
           MOVE WRK-MOV-SALDO-APOS     TO MOVEST-SALDO-APOS.
           MOVE WRK-MOV-LOCAL          TO MOVEST-LOCAL.
           MOVE WRK-LOTE               TO MOVEST-LOTE.
           MOVE WRK-VALIDADE           TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
      *================================================================*
           CLOSE ESTOQUE-FILE.
           CLOSE ESTLOC-FILE.
           CLOSE ESTLOTE-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
