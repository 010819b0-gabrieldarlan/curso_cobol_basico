       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESPE.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: RELATORIO DE DESPESAS DE FUNCIONARIO PARA
      * REEMBOLSO, NO LUGAR DO REEMBOLSO PELO CAIXA. A ACAO I INCLUI
      * O RELATORIO DE UMA MATRICULA ATIVA DO FUNCMAS COM AS
      * DESPESAS (DATA, CATEGORIA, VALOR, CENTRO DE CUSTO DO CCUSMAS
      * E COMPROVANTE); A DESPESA ACIMA DO LIMITE DA CATEGORIA
      * (DESPCAT) DEIXA O RELATORIO PENDENTE DE APROVACAO DO GESTOR,
      * DADA OU NEGADA PELAS ACOES A/R; O RELATORIO APROVADO E
      * CONTABILIZADO E PAGO PELO PROGDESPG. A ACAO C MANTEM AS
      * CATEGORIAS (AUTO-CARREGADAS NO PRIMEIRO USO). A ACAO FICA
      * REGISTRADA NA TRILHA DE CONSOLE (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT DESPFUN-FILE          ASSIGN TO "DESPFUN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESPFUN-NUMERO
               FILE STATUS            IS WRK-DESPFUN-STATUS.
           SELECT DESPLIN-FILE          ASSIGN TO "DESPLIN"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESPLIN-CHAVE
               FILE STATUS            IS WRK-DESPLIN-STATUS.
           SELECT DESPCAT-FILE          ASSIGN TO "DESPCAT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESPCAT-CODIGO
               FILE STATUS            IS WRK-DESPCAT-STATUS.
           SELECT DESPSEQ-FILE          ASSIGN TO "DESPSEQ"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DESPSEQ-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT CCUSMAS-FILE          ASSIGN TO "CCUSMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CCUSMAS-CODIGO
               FILE STATUS            IS WRK-CCUSMAS-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DESPFUN-FILE.
           COPY 'DESPFUN.COB'.
       FD  DESPLIN-FILE.
           COPY 'DESPLIN.COB'.
       FD  DESPCAT-FILE.
           COPY 'DESPCAT.COB'.
       FD  DESPSEQ-FILE.
           COPY 'DESPSEQ.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  CCUSMAS-FILE.
           COPY 'CCUSMAS.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-DESPFUN-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-DESPFUN-OK                           VALUE '00'.
           88 WRK-DESPFUN-INEXISTENTE                  VALUE '35'.
       77  WRK-DESPLIN-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-DESPLIN-OK                           VALUE '00'.
           88 WRK-DESPLIN-INEXISTENTE                  VALUE '35'.
       77  WRK-DESPCAT-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-DESPCAT-OK                           VALUE '00'.
           88 WRK-DESPCAT-INEXISTENTE                  VALUE '35'.
       77  WRK-DESPSEQ-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-DESPSEQ-OK                           VALUE '00'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-FUNCMAS-OK                           VALUE '00'.
       77  WRK-CCUSMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-CCUSMAS-OK                           VALUE '00'.
           88 WRK-CCUSMAS-INEXISTENTE                  VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-DATAPROC-OK                          VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-APROVAR                         VALUE 'A'.
           88 WRK-ACAO-RECUSAR                         VALUE 'R'.
           88 WRK-ACAO-CATEGORIA                       VALUE 'C'.
       77  WRK-NUMERO                  PIC 9(006)      VALUE ZEROS.
       77  WRK-MATRICULA               PIC 9(006)      VALUE ZEROS.
       77  WRK-APROVADOR               PIC 9(006)      VALUE ZEROS.
       77  WRK-RESULTADO               PIC X(012)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    DESPESA DIGITADA, VALIDADA ANTES DE ENTRAR NA TABELA DO
      *    RELATORIO
      *
       77  WRK-CATEGORIA               PIC X(002)      VALUE SPACES.
       77  WRK-DATA-DESPESA            PIC 9(008)      VALUE ZEROS.
       77  WRK-VALOR-DESPESA           PIC 9(006)V99   VALUE ZEROS.
       77  WRK-CC-DESPESA              PIC X(004)      VALUE SPACES.
       77  WRK-COMPROVANTE             PIC X(020)      VALUE SPACES.
       77  WRK-FIM-ITENS               PIC X(001)      VALUE 'N'.
           88 WRK-ITENS-FIM                            VALUE 'S'.
      *
      *    DESPESAS DO RELATORIO EM INCLUSAO, GRAVADAS NO DESPLIN SO
      *    QUANDO O RELATORIO E CONFIRMADO
      *
       01  WRK-ITEM-TAB.
           05  WRK-ITEM-ENTRY          OCCURS 20 TIMES
                                        INDEXED BY WRK-ITEM-IDX.
               10  WRK-ITEM-DATA       PIC 9(008).
               10  WRK-ITEM-CATEGORIA  PIC X(002).
               10  WRK-ITEM-VALOR      PIC 9(006)V99.
               10  WRK-ITEM-CC         PIC X(004).
               10  WRK-ITEM-COMPROVANTE PIC X(020).
               10  WRK-ITEM-EXCEDE     PIC X(001).
       77  WRK-ITEM-COUNT              PIC 9(003)      VALUE ZEROS.
       77  WRK-TOTAL-RELATORIO         PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ACIMA-LIMITE            PIC X(001)      VALUE 'N'.
           88 WRK-EXCEDE-LIMITE                        VALUE 'S'.
       77  WRK-VALOR-ED                PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-TOTAL-ED                PIC Z.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-CONFIRMA                PIC X(001)      VALUE SPACES.
           88 WRK-CONFIRMADO                           VALUE 'S'.
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
      *    ABRE OS ARQUIVOS (COM CARGA INICIAL DAS CATEGORIAS NO
      *    PRIMEIRO USO) E RECEBE O OPERADOR E A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN I-O DESPFUN-FILE.
           IF  WRK-DESPFUN-INEXISTENTE
               CLOSE DESPFUN-FILE
               OPEN OUTPUT DESPFUN-FILE
               CLOSE DESPFUN-FILE
               OPEN I-O DESPFUN-FILE
           END-IF.
           OPEN I-O DESPLIN-FILE.
           IF  WRK-DESPLIN-INEXISTENTE
               CLOSE DESPLIN-FILE
               OPEN OUTPUT DESPLIN-FILE
               CLOSE DESPLIN-FILE
               OPEN I-O DESPLIN-FILE
           END-IF.
           OPEN I-O DESPCAT-FILE.
           IF  WRK-DESPCAT-INEXISTENTE
               PERFORM 0700-CARREGAR-CATEGORIAS
           END-IF.
           OPEN INPUT FUNCMAS-FILE.
           OPEN INPUT CCUSMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR RELATORIO  A=APROVAR  R=RECUSAR  '
                   'C=CATEGORIA):'.
           ACCEPT WRK-ACAO.
           MOVE 'RECUSADA'             TO WRK-RESULTADO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
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
      *    DESPACHA A ACAO; APROVAR E RECUSAR LOCALIZAM ANTES O
      *    RELATORIO PELO NUMERO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-ACAO-APROVAR OR WRK-ACAO-RECUSAR
               DISPLAY 'NUMERO DO RELATORIO DE DESPESAS:'
               ACCEPT WRK-NUMERO
               MOVE WRK-NUMERO          TO DESPFUN-NUMERO
               READ DESPFUN-FILE
               IF  NOT WRK-DESPFUN-OK
                   DISPLAY 'RELATORIO NAO CADASTRADO'
                   GO TO 0200-99-FIM
               END-IF
               PERFORM 0250-EXIBIR-RELATORIO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0400-INCLUIR-RELATORIO
               WHEN WRK-ACAO-APROVAR
                   PERFORM 0500-APROVAR-RELATORIO
               WHEN WRK-ACAO-RECUSAR
                   PERFORM 0600-RECUSAR-RELATORIO
               WHEN WRK-ACAO-CATEGORIA
                   PERFORM 0710-MANTER-CATEGORIA
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA O RELATORIO CORRENTE AO GESTOR
      *================================================================*
       0250-EXIBIR-RELATORIO           SECTION.
      *================================================================*
           MOVE DESPFUN-TOTAL          TO WRK-TOTAL-ED.
           DISPLAY 'MATRICULA ' DESPFUN-MATRICULA ' ENTRADA '
                   DESPFUN-DATA-ENTRADA ' ITENS ' DESPFUN-QTD-ITENS
                   ' TOTAL ' WRK-TOTAL-ED ' SITUACAO '
                   DESPFUN-SITUACAO.
           IF  DESPFUN-EXCEDE
               DISPLAY 'RELATORIO COM DESPESA ACIMA DO LIMITE DA '
                       'CATEGORIA'
           END-IF.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI O RELATORIO DE DESPESAS DE UM FUNCIONARIO ATIVO COM
      *    DADOS BANCARIOS; SEM DESPESA ACIMA DO LIMITE ELE JA NASCE
      *    APROVADO, SENAO FICA PENDENTE DE APROVACAO DO GESTOR
      *================================================================*
       0400-INCLUIR-RELATORIO          SECTION.
      *================================================================*
           DISPLAY 'MATRICULA DO FUNCIONARIO:'.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA          TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  NOT WRK-FUNCMAS-OK
               DISPLAY 'FUNCIONARIO NAO CADASTRADO'
               GO TO 0400-99-FIM
           END-IF.
           IF  NOT FUNCMAS-ATIVO
               DISPLAY 'FUNCIONARIO INATIVO - REEMBOLSO NAO PERMITIDO'
               GO TO 0400-99-FIM
           END-IF.
           IF  FUNCMAS-BANCO           EQUAL ZEROS
           OR  FUNCMAS-CONTA           EQUAL SPACES
               DISPLAY 'FUNCIONARIO SEM DADOS BANCARIOS NO FUNCMAS - '
                       'ACERTAR O CADASTRO ANTES DO REEMBOLSO'
               GO TO 0400-99-FIM
           END-IF.
           DISPLAY 'FUNCIONARIO ' FUNCMAS-NOME ' DEPARTAMENTO '
                   FUNCMAS-DEPARTAMENTO.

           MOVE ZEROS                  TO WRK-ITEM-COUNT
                                           WRK-TOTAL-RELATORIO.
           MOVE 'N'                    TO WRK-ACIMA-LIMITE.
           MOVE 'N'                    TO WRK-FIM-ITENS.
           PERFORM 0410-RECEBER-1-DESPESA UNTIL WRK-ITENS-FIM.
           IF  WRK-ITEM-COUNT          EQUAL ZEROS
               DISPLAY 'NENHUMA DESPESA INFORMADA - RELATORIO NAO '
                       'INCLUIDO'
               GO TO 0400-99-FIM
           END-IF.

           MOVE WRK-TOTAL-RELATORIO    TO WRK-TOTAL-ED.
           DISPLAY 'DESPESAS ' WRK-ITEM-COUNT ' TOTAL ' WRK-TOTAL-ED.
           IF  WRK-EXCEDE-LIMITE
               DISPLAY 'HA DESPESA ACIMA DO LIMITE - O RELATORIO '
                       'FICARA PENDENTE DE APROVACAO DO GESTOR'
           END-IF.
           DISPLAY 'CONFIRMA A INCLUSAO (S/N):'.
           ACCEPT WRK-CONFIRMA.
           IF  NOT WRK-CONFIRMADO
               DISPLAY 'RELATORIO NAO INCLUIDO'
               GO TO 0400-99-FIM
           END-IF.

           PERFORM 0470-OBTER-NUMERO-RELATORIO.
           PERFORM 0480-GRAVAR-1-DESPESA
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX      GREATER WRK-ITEM-COUNT.
           MOVE WRK-NUMERO             TO DESPFUN-NUMERO.
           MOVE WRK-MATRICULA          TO DESPFUN-MATRICULA.
           MOVE WRK-DATA-SYS           TO DESPFUN-DATA-ENTRADA.
           MOVE WRK-ITEM-COUNT         TO DESPFUN-QTD-ITENS.
           MOVE WRK-TOTAL-RELATORIO    TO DESPFUN-TOTAL.
           MOVE WRK-ACIMA-LIMITE       TO DESPFUN-ACIMA-LIMITE.
           MOVE ZEROS                  TO DESPFUN-APROVADOR
                                           DESPFUN-DATA-APROVACAO
                                           DESPFUN-DATA-PAGAMENTO
                                           DESPFUN-LOTE-PAGAMENTO.
           IF  WRK-EXCEDE-LIMITE
               SET DESPFUN-PENDENTE     TO TRUE
           ELSE
               SET DESPFUN-APROVADO     TO TRUE
               MOVE WRK-DATA-SYS        TO DESPFUN-DATA-APROVACAO
           END-IF.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           WRITE DESPFUN-REC.
           MOVE 'INCLUIDO'             TO WRK-RESULTADO.
           DISPLAY 'RELATORIO DE DESPESAS ' WRK-NUMERO
                   ' INCLUIDO - SITUACAO ' DESPFUN-SITUACAO.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE E VALIDA UMA DESPESA; CATEGORIA EM BRANCO ENCERRA A
      *    DIGITACAO. A DESPESA INVALIDA E REJEITADA E A DIGITACAO
      *    CONTINUA
      *================================================================*
       0410-RECEBER-1-DESPESA          SECTION.
      *================================================================*
           IF  WRK-ITEM-COUNT          NOT LESS 20
               DISPLAY 'LIMITE DE 20 DESPESAS POR RELATORIO ATINGIDO '
                       '- INCLUA AS DEMAIS EM OUTRO RELATORIO'
               SET WRK-ITENS-FIM        TO TRUE
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'CATEGORIA (VI HO RE TR OU; BRANCO = ENCERRAR):'.
           MOVE SPACES                 TO WRK-CATEGORIA.
           ACCEPT WRK-CATEGORIA.
           IF  WRK-CATEGORIA           EQUAL SPACES
               SET WRK-ITENS-FIM        TO TRUE
               GO TO 0410-99-FIM
           END-IF.
           MOVE WRK-CATEGORIA          TO DESPCAT-CODIGO.
           READ DESPCAT-FILE.
           IF  NOT WRK-DESPCAT-OK
               DISPLAY 'CATEGORIA NAO CADASTRADA - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.
           IF  NOT DESPCAT-ATIVA
               DISPLAY 'CATEGORIA INATIVA - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'DATA DA DESPESA (AAAAMMDD; ZERO = HOJE):'.
           MOVE ZEROS                  TO WRK-DATA-DESPESA.
           ACCEPT WRK-DATA-DESPESA.
           IF  WRK-DATA-DESPESA        EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-DESPESA
           END-IF.
           IF  WRK-DATA-DESPESA        GREATER WRK-DATA-SYS
               DISPLAY 'DATA FUTURA - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'VALOR:'.
           MOVE ZEROS                  TO WRK-VALOR-DESPESA.
           ACCEPT WRK-VALOR-DESPESA.
           IF  WRK-VALOR-DESPESA       EQUAL ZEROS
               DISPLAY 'VALOR ZERADO - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'CENTRO DE CUSTO:'.
           MOVE SPACES                 TO WRK-CC-DESPESA.
           ACCEPT WRK-CC-DESPESA.
           MOVE WRK-CC-DESPESA         TO CCUSMAS-CODIGO.
           READ CCUSMAS-FILE.
           IF  NOT WRK-CCUSMAS-OK
               DISPLAY 'CENTRO DE CUSTO SEM CADASTRO NO '
                       'CCUSMAS - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.
           IF  NOT CCUSMAS-ATIVO
               DISPLAY 'CENTRO DE CUSTO INATIVO - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'COMPROVANTE (NOTA/RECIBO):'.
           MOVE SPACES                 TO WRK-COMPROVANTE.
           ACCEPT WRK-COMPROVANTE.
           IF  WRK-COMPROVANTE         EQUAL SPACES
               DISPLAY 'DESPESA SEM COMPROVANTE - DESPESA REJEITADA'
               GO TO 0410-99-FIM
           END-IF.

           ADD 1                       TO WRK-ITEM-COUNT.
           SET WRK-ITEM-IDX            TO WRK-ITEM-COUNT.
           MOVE WRK-DATA-DESPESA       TO WRK-ITEM-DATA(WRK-ITEM-IDX).
           MOVE WRK-CATEGORIA     TO WRK-ITEM-CATEGORIA(WRK-ITEM-IDX).
           MOVE WRK-VALOR-DESPESA      TO WRK-ITEM-VALOR(WRK-ITEM-IDX).
           MOVE WRK-CC-DESPESA         TO WRK-ITEM-CC(WRK-ITEM-IDX).
           MOVE WRK-COMPROVANTE
                                TO WRK-ITEM-COMPROVANTE(WRK-ITEM-IDX).
           MOVE 'N'                    TO WRK-ITEM-EXCEDE(WRK-ITEM-IDX).
           ADD WRK-VALOR-DESPESA       TO WRK-TOTAL-RELATORIO.
           IF  WRK-VALOR-DESPESA       GREATER DESPCAT-LIMITE
               MOVE 'S'             TO WRK-ITEM-EXCEDE(WRK-ITEM-IDX)
               SET WRK-EXCEDE-LIMITE    TO TRUE
               MOVE DESPCAT-LIMITE      TO WRK-VALOR-ED
               DISPLAY 'DESPESA ACIMA DO LIMITE DE ' WRK-VALOR-ED
                       ' DA CATEGORIA - EXIGE APROVACAO DO GESTOR'
           END-IF.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA, INCREMENTA E GRAVA O CONTADOR PERSISTENTE DO
      *    NUMERO DO RELATORIO DE DESPESAS (DESPSEQ)
      *================================================================*
       0470-OBTER-NUMERO-RELATORIO     SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-NUMERO.
           OPEN INPUT DESPSEQ-FILE.
           IF  WRK-DESPSEQ-OK
               READ DESPSEQ-FILE
                   NOT AT END
                       MOVE DESPSEQ-NUM TO WRK-NUMERO
               END-READ
               CLOSE DESPSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NUMERO.
           MOVE WRK-NUMERO             TO DESPSEQ-NUM.
           OPEN OUTPUT DESPSEQ-FILE.
           WRITE DESPSEQ-REC.
           CLOSE DESPSEQ-FILE.
      *================================================================*
       0470-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UMA DESPESA DA TABELA NO DESPLIN
      *================================================================*
       0480-GRAVAR-1-DESPESA           SECTION.
      *================================================================*
           MOVE WRK-NUMERO             TO DESPLIN-NUMERO.
           SET DESPLIN-ITEM            TO WRK-ITEM-IDX.
           MOVE WRK-ITEM-DATA(WRK-ITEM-IDX)      TO DESPLIN-DATA.
           MOVE WRK-ITEM-CATEGORIA(WRK-ITEM-IDX) TO DESPLIN-CATEGORIA.
           MOVE WRK-ITEM-VALOR(WRK-ITEM-IDX)     TO DESPLIN-VALOR.
           MOVE WRK-ITEM-CC(WRK-ITEM-IDX)   TO DESPLIN-CENTRO-CUSTO.
           MOVE WRK-ITEM-COMPROVANTE(WRK-ITEM-IDX)
                                       TO DESPLIN-COMPROVANTE.
           MOVE WRK-ITEM-EXCEDE(WRK-ITEM-IDX)
                                       TO DESPLIN-ACIMA-LIMITE.
           WRITE DESPLIN-REC.
      *================================================================*
       0480-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APROVA O RELATORIO PENDENTE; O GESTOR TEM DE SER
      *    FUNCIONARIO ATIVO E NAO PODE SER O PROPRIO FAVORECIDO
      *================================================================*
       0500-APROVAR-RELATORIO          SECTION.
      *================================================================*
           IF  NOT DESPFUN-PENDENTE
               DISPLAY 'SO O RELATORIO PENDENTE PODE SER APROVADO'
               GO TO 0500-99-FIM
           END-IF.
           PERFORM 0550-VALIDAR-GESTOR.
           IF  WRK-APROVADOR           EQUAL ZEROS
               GO TO 0500-99-FIM
           END-IF.
           SET DESPFUN-APROVADO        TO TRUE.
           MOVE WRK-APROVADOR          TO DESPFUN-APROVADOR.
           MOVE WRK-DATA-SYS           TO DESPFUN-DATA-APROVACAO.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE DESPFUN-REC.
           MOVE 'APROVADO'             TO WRK-RESULTADO.
           DISPLAY 'RELATORIO APROVADO - SERA PAGO NO PROXIMO '
                   'REEMBOLSO (PROGDESPG)'.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE E VALIDA A MATRICULA DO GESTOR: ATIVO NO FUNCMAS E
      *    DIFERENTE DO FUNCIONARIO DO RELATORIO; INVALIDO DEVOLVE
      *    ZEROS
      *================================================================*
       0550-VALIDAR-GESTOR             SECTION.
      *================================================================*
           DISPLAY 'MATRICULA DO GESTOR:'.
           MOVE ZEROS                  TO WRK-APROVADOR.
           ACCEPT WRK-APROVADOR.
           IF  WRK-APROVADOR           EQUAL DESPFUN-MATRICULA
               DISPLAY 'O FUNCIONARIO NAO PODE APROVAR O PROPRIO '
                       'RELATORIO'
               MOVE ZEROS               TO WRK-APROVADOR
               GO TO 0550-99-FIM
           END-IF.
           MOVE WRK-APROVADOR          TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  NOT WRK-FUNCMAS-OK
           OR  NOT FUNCMAS-ATIVO
               DISPLAY 'GESTOR NAO CADASTRADO OU INATIVO NO FUNCMAS'
               MOVE ZEROS               TO WRK-APROVADOR
           END-IF.
      *================================================================*
       0550-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECUSA O RELATORIO PENDENTE; O RELATORIO RECUSADO NAO E
      *    PAGO E O FUNCIONARIO INCLUI OUTRO, SE FOR O CASO
      *================================================================*
       0600-RECUSAR-RELATORIO          SECTION.
      *================================================================*
           IF  NOT DESPFUN-PENDENTE
               DISPLAY 'SO O RELATORIO PENDENTE PODE SER RECUSADO'
               GO TO 0600-99-FIM
           END-IF.
           PERFORM 0550-VALIDAR-GESTOR.
           IF  WRK-APROVADOR           EQUAL ZEROS
               GO TO 0600-99-FIM
           END-IF.
           SET DESPFUN-RECUSADO        TO TRUE.
           MOVE WRK-APROVADOR          TO DESPFUN-APROVADOR.
           MOVE WRK-DATA-SYS           TO DESPFUN-DATA-APROVACAO.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE DESPFUN-REC.
           MOVE 'RECUSADO'             TO WRK-RESULTADO.
           DISPLAY 'RELATORIO DE DESPESAS RECUSADO'.
      *================================================================*
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DAS CATEGORIAS COM OS LIMITES E AS CONTAS DE
      *    DESPESA DO PLANO DE CONTAS
      *================================================================*
       0700-CARREGAR-CATEGORIAS        SECTION.
      *================================================================*
           CLOSE DESPCAT-FILE.
           OPEN OUTPUT DESPCAT-FILE.
           MOVE 'VI'                   TO DESPCAT-CODIGO.
           MOVE 'VIAGEM (PASSAGENS)'   TO DESPCAT-DESCRICAO.
           MOVE 2000,00                TO DESPCAT-LIMITE.
           MOVE 'DESPVIAGEM'           TO DESPCAT-CONTA.
           SET DESPCAT-ATIVA           TO TRUE.
           WRITE DESPCAT-REC.
           MOVE 'HO'                   TO DESPCAT-CODIGO.
           MOVE 'HOSPEDAGEM (DIARIA)'  TO DESPCAT-DESCRICAO.
           MOVE 600,00                 TO DESPCAT-LIMITE.
           MOVE 'DESPHOSPED'           TO DESPCAT-CONTA.
           SET DESPCAT-ATIVA           TO TRUE.
           WRITE DESPCAT-REC.
           MOVE 'RE'                   TO DESPCAT-CODIGO.
           MOVE 'REFEICAO'             TO DESPCAT-DESCRICAO.
           MOVE 150,00                 TO DESPCAT-LIMITE.
           MOVE 'DESPREFEI'            TO DESPCAT-CONTA.
           SET DESPCAT-ATIVA           TO TRUE.
           WRITE DESPCAT-REC.
           MOVE 'TR'                   TO DESPCAT-CODIGO.
           MOVE 'LOCOMOCAO (TAXI/KM)'  TO DESPCAT-DESCRICAO.
           MOVE 300,00                 TO DESPCAT-LIMITE.
           MOVE 'DESPLOCOM'            TO DESPCAT-CONTA.
           SET DESPCAT-ATIVA           TO TRUE.
           WRITE DESPCAT-REC.
           MOVE 'OU'                   TO DESPCAT-CODIGO.
           MOVE 'OUTRAS DESPESAS'      TO DESPCAT-DESCRICAO.
           MOVE 100,00                 TO DESPCAT-LIMITE.
           MOVE 'DESPDIVERS'           TO DESPCAT-CONTA.
           SET DESPCAT-ATIVA           TO TRUE.
           WRITE DESPCAT-REC.
           CLOSE DESPCAT-FILE.
           OPEN I-O DESPCAT-FILE.
      *================================================================*
       0700-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI OU ALTERA UMA CATEGORIA (DESCRICAO, LIMITE POR
      *    DESPESA, CONTA DE DESPESA E SITUACAO)
      *================================================================*
       0710-MANTER-CATEGORIA           SECTION.
      *================================================================*
           DISPLAY 'CODIGO DA CATEGORIA (2 POSICOES):'.
           ACCEPT WRK-CATEGORIA.
           IF  WRK-CATEGORIA           EQUAL SPACES
               DISPLAY 'CODIGO EM BRANCO'
               GO TO 0710-99-FIM
           END-IF.
           MOVE WRK-CATEGORIA          TO DESPCAT-CODIGO.
           READ DESPCAT-FILE.
           IF  WRK-DESPCAT-OK
               MOVE DESPCAT-LIMITE      TO WRK-VALOR-ED
               DISPLAY 'CATEGORIA ' DESPCAT-DESCRICAO ' LIMITE '
                       WRK-VALOR-ED ' CONTA ' DESPCAT-CONTA
                       ' SITUACAO ' DESPCAT-STATUS
           ELSE
               MOVE WRK-CATEGORIA       TO DESPCAT-CODIGO
               SET DESPCAT-ATIVA        TO TRUE
               DISPLAY 'CATEGORIA NOVA'
           END-IF.
           DISPLAY 'DESCRICAO:'.
           ACCEPT DESPCAT-DESCRICAO.
           DISPLAY 'LIMITE POR DESPESA:'.
           MOVE ZEROS                  TO WRK-VALOR-DESPESA.
           ACCEPT WRK-VALOR-DESPESA.
           MOVE WRK-VALOR-DESPESA      TO DESPCAT-LIMITE.
           DISPLAY 'CONTA DE DESPESA (PLANCTA):'.
           ACCEPT DESPCAT-CONTA.
           IF  DESPCAT-CONTA           EQUAL SPACES
               DISPLAY 'CONTA EM BRANCO - CATEGORIA NAO GRAVADA'
               GO TO 0710-99-FIM
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVA I=INATIVA):'.
           ACCEPT DESPCAT-STATUS.
           IF  NOT DESPCAT-ATIVA
           AND NOT DESPCAT-INATIVA
               DISPLAY 'SITUACAO INVALIDA - CATEGORIA NAO GRAVADA'
               GO TO 0710-99-FIM
           END-IF.
           IF  WRK-DESPCAT-OK
               REWRITE DESPCAT-REC
               MOVE 'CAT ALTERADA'      TO WRK-RESULTADO
           ELSE
               WRITE DESPCAT-REC
               MOVE 'CAT INCLUIDA'      TO WRK-RESULTADO
           END-IF.
           DISPLAY 'CATEGORIA GRAVADA'.
      *================================================================*
       0710-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARIMBA O OPERADOR E A DATA DA ULTIMA ALTERACAO
      *================================================================*
       0850-CARIMBAR-ALTERACAO         SECTION.
      *================================================================*
           MOVE WRK-OPERADOR           TO DESPFUN-OPERADOR-ALT.
           MOVE WRK-DATA-SYS           TO DESPFUN-DATA-ALT.
      *================================================================*
       0850-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A AUDITORIA, FECHA OS ARQUIVOS E ENCERRA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           IF  WRK-ACAO-CATEGORIA
               STRING WRK-ACAO          DELIMITED BY SIZE
                      ' CAT '           DELIMITED BY SIZE
                      WRK-CATEGORIA     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WRK-RESULTADO     DELIMITED BY SIZE
                      INTO WRK-CAMPOS-LOG
               END-STRING
           ELSE
               STRING WRK-ACAO          DELIMITED BY SIZE
                      ' REL '           DELIMITED BY SIZE
                      WRK-NUMERO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WRK-RESULTADO     DELIMITED BY SPACE
                      INTO WRK-CAMPOS-LOG
               END-STRING
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
           CLOSE DESPFUN-FILE.
           CLOSE DESPLIN-FILE.
           CLOSE DESPCAT-FILE.
           CLOSE FUNCMAS-FILE.
           CLOSE CCUSMAS-FILE.
           DISPLAY 'REEMBOLSO DE DESPESAS: ' WRK-RESULTADO.
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
           MOVE 'PROGDESPE'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*
