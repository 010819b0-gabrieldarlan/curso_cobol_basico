      *              SAI PARA CODIGO CADASTRADO; SEM O CADASTRO, O
      *              LOTE SEGUE COMO ANTES - 'MARIA' E 'MARIA '
      *              DEIXAM DE SER DOIS VENDEDORES
      * XX/XX/XXXX - FILIAL DO LOTE DE VENDAS PEDIDA NA ABERTURA (EM
      *              BRANCO = MATRIZ 01), GRAVADA NO HISTORICO DIARIO
      *              (SALESHIS, CHAVE DATA + FILIAL) E NO TOTAL DE
      *              CONTROLE (CTLTOT-FILIAL)
      * XX/XX/XXXX - FILIAL DO LOTE CONFERIDA NO CADASTRO FILIAL
      *              (EXISTENTE E ATIVA; SEM O CADASTRO, SO A MATRIZ
      *              01); FILIAL INVALIDA RECUSA O LOTE
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-SALESHIS-STATUS.
           SELECT COMISSAO-FILE         ASSIGN USING WRK-NOME-COMISSAO
               ORGANIZATION           IS LINE SEQUENTIAL
           SELECT LOCALPARM-FILE        ASSIGN TO "LOCALPARM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOCALPARM-STATUS.
           SELECT FILIAL-FILE           ASSIGN TO "FILIAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FILIAL-CODIGO
               FILE STATUS            IS WRK-FILIAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE.
           COPY 'RUNLOCK.COB'.
       FD  LOCALPARM-FILE.
           COPY 'LOCALPARM.COB'.
       FD  FILIAL-FILE.
           COPY 'FILIAL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050)  VALUE
       77  WRK-CTLTOT-STATUS           PIC X(002)  VALUE SPACES.
       77  WRK-QTD-INFORMADA           PIC 9(005)  VALUE ZEROS.
       77  WRK-TOTAL-INFORMADO         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-FILIAL-LOTE             PIC X(002)  VALUE '01'.
      *
      *    FILIAL DO LOTE CONFERIDA NO CADASTRO FILIAL; SEM O
      *    CADASTRO, SO A MATRIZ 01 E ACEITA
      *
       77  WRK-FILIAL-STATUS           PIC X(002)  VALUE SPACES.
           88  WRK-FILIAL-OK                       VALUE '00'.
           88  WRK-FILIAL-INEXISTENTE              VALUE '35'.
       77  WRK-FILIAL-VALIDA           PIC X(001)  VALUE 'S'.
           88  WRK-FILIAL-RECUSADA                 VALUE 'N'.
      *
      *    CARIMBO PADRAO DE CABECALHO: DATA, HORA E NUMERO DE LOTE
      *
               SET WRK-TEM-CADASTRO-VEND TO TRUE
           END-IF.
           PERFORM 0500-RESTAURAR-CHECKPOINT.
           DISPLAY 'FILIAL DO LOTE (EM BRANCO = MATRIZ 01):'.
           ACCEPT WRK-FILIAL-LOTE.
           IF  WRK-FILIAL-LOTE         EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-LOTE
           END-IF.
           PERFORM 0110-CRITICAR-FILIAL-LOTE.
           IF  WRK-FILIAL-RECUSADA
               DISPLAY 'FILIAL ' WRK-FILIAL-LOTE ' SEM CADASTRO OU '
                       'INATIVA NO FILIAL - LOTE RECUSADO'
               CLOSE VENDMAS-FILE
               PERFORM 0065-LIBERAR-INTERLOCK
               STOP RUN
           END-IF.
           DISPLAY 'TOTAL DE CONTROLE - QTD DE VENDAS ESPERADA:'.
           ACCEPT WRK-QTD-INFORMADA.
           DISPLAY 'TOTAL DE CONTROLE - VALOR TOTAL ESPERADO:'.
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CRITICA A FILIAL DO LOTE: DEVE EXISTIR E ESTAR ATIVA NO
      *    CADASTRO FILIAL; SEM O CADASTRO, SO A MATRIZ 01 PASSA
      *================================================================*
       0110-CRITICAR-FILIAL-LOTE       SECTION.
      *================================================================*
           MOVE 'S'                    TO WRK-FILIAL-VALIDA.
           OPEN INPUT FILIAL-FILE.
           IF  WRK-FILIAL-INEXISTENTE
               IF  WRK-FILIAL-LOTE      NOT EQUAL '01'
                   SET WRK-FILIAL-RECUSADA TO TRUE
               END-IF
               GO TO 0110-99-FIM
           END-IF.
           MOVE WRK-FILIAL-LOTE        TO FILIAL-CODIGO.
           READ FILIAL-FILE.
           IF  NOT WRK-FILIAL-OK OR NOT FILIAL-ATIVA
               SET WRK-FILIAL-RECUSADA  TO TRUE
           END-IF.
           CLOSE FILIAL-FILE.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PROCESSAMENTO PRINCIPAL DO PROGRAMA
      *================================================================*
               OPEN I-O SALESHIS-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO SALESHIS-DATA.
           MOVE WRK-FILIAL-LOTE        TO SALESHIS-FILIAL.
           READ SALESHIS-FILE.
           IF  WRK-SALESHIS-OK
               ADD WRK-QTD              TO SALESHIS-QTD
               REWRITE SALESHIS-REC
           ELSE
               MOVE WRK-DATA-SYS        TO SALESHIS-DATA
               MOVE WRK-FILIAL-LOTE     TO SALESHIS-FILIAL
               MOVE WRK-QTD             TO SALESHIS-QTD
               MOVE WRK-ACUMULADOR-VENDAS
                                        TO SALESHIS-TOTAL
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SYS           TO CTLTOT-DATA.
           MOVE WRK-FILIAL-LOTE        TO CTLTOT-FILIAL.
           MOVE WRK-QTD                TO CTLTOT-QTD-CALCULADA.
           MOVE WRK-QTD-INFORMADA      TO CTLTOT-QTD-INFORMADA.
           MOVE WRK-ACUMULADOR-VENDAS  TO CTLTOT-TOTAL-CALCULADO.
