       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAUTDV.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DAS AUTORIZACOES DE DEVOLUCAO (AUTDEV)
      * PELO ATENDIMENTO. A AUTORIZACAO E ABERTA CONTRA UMA LINHA
      * ATENDIDA DE PEDIDO LIBERADO (PEDIDET), ATE A QUANTIDADE
      * EMBARCADA MENOS O JA AUTORIZADO NA LINHA, COM O MOTIVO, A
      * DISPOSICAO ESPERADA E A VALIDADE EM DIAS; PODE SER
      * PRORROGADA OU CANCELADA ENQUANTO ABERTA. O PROGCOB29 SO
      * ACEITA A DEVOLUCAO AUTORIZADA E NAO VENCIDA. A ACAO FICA
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
           SELECT AUTDEV-FILE           ASSIGN TO "AUTDEV"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS AUTDEV-NUMERO
               FILE STATUS            IS WRK-AUTDEV-STATUS.
           SELECT AUTSEQ-FILE           ASSIGN TO "AUTSEQ"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-AUTSEQ-STATUS.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT PEDIDET-FILE          ASSIGN TO "PEDIDET"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTDEV-FILE.
           COPY 'AUTDEV.COB'.
       FD  AUTSEQ-FILE.
           COPY 'AUTSEQ.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
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
       77  WRK-AUTDEV-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-AUTDEV-OK                            VALUE '00'.
           88 WRK-AUTDEV-FIM                           VALUE '10'.
           88 WRK-AUTDEV-INEXISTENTE                   VALUE '35'.
       77  WRK-AUTSEQ-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-AUTSEQ-OK                            VALUE '00'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-PEDIDO-OK                            VALUE '00'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PEDIDET-OK                           VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-DATAPROC-OK                          VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-PRORROGAR                       VALUE 'P'.
           88 WRK-ACAO-CANCELAR                        VALUE 'C'.
       77  WRK-NUMERO                  PIC 9(006)      VALUE ZEROS.
       77  WRK-PEDIDO                  PIC 9(006)      VALUE ZEROS.
       77  WRK-LINHA                   PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD                     PIC 9(003)      VALUE ZEROS.
       77  WRK-MOTIVO                  PIC X(002)      VALUE SPACES.
       77  WRK-DISPOSICAO              PIC X(001)      VALUE SPACES.
       77  WRK-RESULTADO               PIC X(012)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    QUANTIDADE JA COMPROMETIDA NA LINHA POR OUTRAS AUTORIZACOES
      *    (A AUTORIZADA DAS NAO CANCELADAS E A RECEBIDA DAS
      *    CANCELADAS) E O SALDO QUE AINDA PODE SER AUTORIZADO
      *
       77  WRK-QTD-COMPROMETIDA        PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-SALDO               PIC 9(005)      VALUE ZEROS.
      *
      *    VALIDADE DA AUTORIZACAO EM DIAS CORRIDOS A PARTIR DA DATA
      *    DE PROCESSAMENTO (ZERO DIGITADO ASSUME O PRAZO PADRAO)
      *
       77  WRK-PRAZO-PADRAO            PIC 9(003)      VALUE 30.
       77  WRK-VALIDADE-DIAS           PIC 9(003)      VALUE ZEROS.
       77  WRK-DATA-VALIDADE           PIC 9(008)      VALUE ZEROS.
       77  WRK-VAL-ANO                 PIC 9(004)      VALUE ZEROS.
       77  WRK-VAL-MES                 PIC 9(002)      VALUE ZEROS.
       77  WRK-VAL-DIA                 PIC 9(003)      VALUE ZEROS.
       77  WRK-VAL-RESTO               PIC 9(004)      VALUE ZEROS.
       77  WRK-VAL-QUOCIENTE           PIC 9(004)      VALUE ZEROS.
       77  WRK-VAL-DIAS-MES            PIC 9(002)      VALUE ZEROS.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (DIAS DE CADA MES)
      *
           COPY 'CALEND.COB'.
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
      *    ABRE OS ARQUIVOS E RECEBE O OPERADOR E A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN I-O AUTDEV-FILE.
           IF  WRK-AUTDEV-INEXISTENTE
               CLOSE AUTDEV-FILE
               OPEN OUTPUT AUTDEV-FILE
               CLOSE AUTDEV-FILE
               OPEN I-O AUTDEV-FILE
           END-IF.
           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR  P=PRORROGAR  C=CANCELAR):'.
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
      *    DESPACHA A ACAO; PRORROGAR E CANCELAR LOCALIZAM ANTES A
      *    AUTORIZACAO PELO NUMERO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-ACAO-PRORROGAR OR WRK-ACAO-CANCELAR
               DISPLAY 'NUMERO DA AUTORIZACAO:'
               ACCEPT WRK-NUMERO
               MOVE WRK-NUMERO          TO AUTDEV-NUMERO
               READ AUTDEV-FILE
               IF  NOT WRK-AUTDEV-OK
                   DISPLAY 'AUTORIZACAO NAO CADASTRADA'
                   GO TO 0200-99-FIM
               END-IF
               PERFORM 0250-EXIBIR-AUTORIZACAO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0400-INCLUIR-AUTORIZACAO
               WHEN WRK-ACAO-PRORROGAR
                   PERFORM 0500-PRORROGAR-AUTORIZACAO
               WHEN WRK-ACAO-CANCELAR
                   PERFORM 0600-CANCELAR-AUTORIZACAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA A AUTORIZACAO CORRENTE AO OPERADOR
      *================================================================*
       0250-EXIBIR-AUTORIZACAO         SECTION.
      *================================================================*
           DISPLAY 'PEDIDO ' AUTDEV-PEDIDO ' LINHA ' AUTDEV-LINHA
                   ' PRODUTO ' AUTDEV-PRODUTO ' SITUACAO '
                   AUTDEV-SITUACAO.
           DISPLAY 'AUTORIZADA ' AUTDEV-QTD-AUTORIZADA ' RECEBIDA '
                   AUTDEV-QTD-RECEBIDA ' MOTIVO ' AUTDEV-MOTIVO
                   ' VALIDA ATE ' AUTDEV-DATA-VALIDADE.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE A AUTORIZACAO CONTRA UMA LINHA ATENDIDA DE PEDIDO
      *    LIBERADO, LIMITADA AO SALDO AINDA NAO AUTORIZADO NA LINHA
      *================================================================*
       0400-INCLUIR-AUTORIZACAO        SECTION.
      *================================================================*
           DISPLAY 'PEDIDO:'.
           ACCEPT WRK-PEDIDO.
           MOVE WRK-PEDIDO             TO PEDIDO-NUMERO.
           READ PEDIDO-FILE.
           IF  NOT WRK-PEDIDO-OK
               DISPLAY 'PEDIDO NAO CADASTRADO'
               GO TO 0400-99-FIM
           END-IF.
           IF  NOT PEDIDO-LIBERADO
               DISPLAY 'SO PEDIDO LIBERADO (EMBARCADO) ACEITA '
                       'DEVOLUCAO'
               GO TO 0400-99-FIM
           END-IF.
           DISPLAY 'LINHA DO PEDIDO:'.
           ACCEPT WRK-LINHA.
           MOVE WRK-PEDIDO             TO PEDIDET-PEDIDO.
           MOVE WRK-LINHA              TO PEDIDET-LINHA.
           READ PEDIDET-FILE.
           IF  NOT WRK-PEDIDET-OK
               DISPLAY 'LINHA NAO ENCONTRADA NO PEDIDO'
               GO TO 0400-99-FIM
           END-IF.
           IF  NOT PEDIDET-ITEM-ATENDIDO
               DISPLAY 'ITEM NAO ATENDIDO NO PEDIDO - NADA A DEVOLVER'
               GO TO 0400-99-FIM
           END-IF.

           PERFORM 0450-SOMAR-COMPROMETIDO.
           IF  WRK-QTD-COMPROMETIDA    NOT LESS PEDIDET-QTD
               DISPLAY 'LINHA JA TOTALMENTE AUTORIZADA PARA DEVOLUCAO'
               GO TO 0400-99-FIM
           END-IF.
           COMPUTE WRK-QTD-SALDO = PEDIDET-QTD - WRK-QTD-COMPROMETIDA.
           DISPLAY 'PRODUTO ' PEDIDET-PRODUTO ' ' PEDIDET-DESCRICAO
                   ' EMBARCADO ' PEDIDET-QTD ' SALDO A AUTORIZAR '
                   WRK-QTD-SALDO.
           DISPLAY 'QUANTIDADE AUTORIZADA (ZERO = SALDO):'.
           ACCEPT WRK-QTD.
           IF  WRK-QTD                 EQUAL ZEROS
               MOVE WRK-QTD-SALDO       TO WRK-QTD
           END-IF.
           IF  WRK-QTD                 GREATER WRK-QTD-SALDO
               DISPLAY 'QUANTIDADE ACIMA DO SALDO A AUTORIZAR'
               GO TO 0400-99-FIM
           END-IF.
           DISPLAY 'MOTIVO (AV=AVARIA  DF=DEFEITO  EX=ERRO DE '
                   'EXPEDICAO  AR=ARREPENDIMENTO  OU=OUTRO):'.
           ACCEPT WRK-MOTIVO.
           MOVE WRK-MOTIVO             TO AUTDEV-MOTIVO.
           IF  NOT AUTDEV-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO'
               GO TO 0400-99-FIM
           END-IF.
           DISPLAY 'DISPOSICAO ESPERADA (R=REPOR  I=QUARENTENA  '
                   'S=SUCATA; BRANCO = R):'.
           ACCEPT WRK-DISPOSICAO.
           IF  WRK-DISPOSICAO          EQUAL SPACES
               MOVE 'R'                 TO WRK-DISPOSICAO
           END-IF.
           MOVE WRK-DISPOSICAO         TO AUTDEV-DISPOSICAO.
           IF  NOT AUTDEV-DISPOSICAO-VALIDA
               DISPLAY 'DISPOSICAO INVALIDA'
               GO TO 0400-99-FIM
           END-IF.
           PERFORM 0800-RECEBER-VALIDADE.

           PERFORM 0470-OBTER-NUMERO-AUTORIZACAO.
           MOVE WRK-NUMERO             TO AUTDEV-NUMERO.
           MOVE WRK-PEDIDO             TO AUTDEV-PEDIDO.
           MOVE WRK-LINHA              TO AUTDEV-LINHA.
           MOVE PEDIDET-PRODUTO        TO AUTDEV-PRODUTO.
           MOVE WRK-QTD                TO AUTDEV-QTD-AUTORIZADA.
           MOVE ZEROS                  TO AUTDEV-QTD-RECEBIDA
                                           AUTDEV-DATA-ULT-RECEB.
           MOVE WRK-MOTIVO             TO AUTDEV-MOTIVO.
           MOVE WRK-DISPOSICAO         TO AUTDEV-DISPOSICAO.
           MOVE WRK-DATA-SYS           TO AUTDEV-DATA-ABERTURA.
           MOVE WRK-DATA-VALIDADE      TO AUTDEV-DATA-VALIDADE.
           SET AUTDEV-ABERTA           TO TRUE.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           WRITE AUTDEV-REC.
           MOVE 'INCLUIDA'             TO WRK-RESULTADO.
           DISPLAY 'AUTORIZACAO DE DEVOLUCAO ' WRK-NUMERO
                   ' ABERTA - VALIDA ATE ' WRK-DATA-VALIDADE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O QUE AS OUTRAS AUTORIZACOES JA COMPROMETERAM NA
      *    LINHA DO PEDIDO: A AUTORIZADA DAS ABERTAS E RECEBIDAS E A
      *    RECEBIDA DAS CANCELADAS
      *================================================================*
       0450-SOMAR-COMPROMETIDO         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-COMPROMETIDA.
           MOVE ZEROS                  TO AUTDEV-NUMERO.
           START AUTDEV-FILE KEY NOT LESS AUTDEV-NUMERO.
           IF  NOT WRK-AUTDEV-OK
               GO TO 0450-99-FIM
           END-IF.
           READ AUTDEV-FILE NEXT.
           PERFORM 0455-SOMAR-1-AUTORIZACAO UNTIL NOT WRK-AUTDEV-OK.
      *================================================================*
       0450-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA UMA AUTORIZACAO DA MESMA LINHA E LE A PROXIMA
      *================================================================*
       0455-SOMAR-1-AUTORIZACAO        SECTION.
      *================================================================*
           IF  AUTDEV-PEDIDO           EQUAL WRK-PEDIDO
           AND AUTDEV-LINHA            EQUAL WRK-LINHA
               IF  AUTDEV-CANCELADA
                   ADD AUTDEV-QTD-RECEBIDA   TO WRK-QTD-COMPROMETIDA
               ELSE
                   ADD AUTDEV-QTD-AUTORIZADA TO WRK-QTD-COMPROMETIDA
               END-IF
           END-IF.
           READ AUTDEV-FILE NEXT.
      *================================================================*
       0455-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA, INCREMENTA E GRAVA O CONTADOR PERSISTENTE DO
      *    NUMERO DE AUTORIZACAO (AUTSEQ)
      *================================================================*
       0470-OBTER-NUMERO-AUTORIZACAO   SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-NUMERO.
           OPEN INPUT AUTSEQ-FILE.
           IF  WRK-AUTSEQ-OK
               READ AUTSEQ-FILE
                   NOT AT END
                       MOVE AUTSEQ-NUM  TO WRK-NUMERO
               END-READ
               CLOSE AUTSEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NUMERO.
           MOVE WRK-NUMERO             TO AUTSEQ-NUM.
           OPEN OUTPUT AUTSEQ-FILE.
           WRITE AUTSEQ-REC.
           CLOSE AUTSEQ-FILE.
      *================================================================*
       0470-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PRORROGA A VALIDADE DA AUTORIZACAO ABERTA, CONTADA A
      *    PARTIR DA DATA DE PROCESSAMENTO
      *================================================================*
       0500-PRORROGAR-AUTORIZACAO      SECTION.
      *================================================================*
           IF  NOT AUTDEV-ABERTA
               DISPLAY 'SO A AUTORIZACAO ABERTA PODE SER PRORROGADA'
               GO TO 0500-99-FIM
           END-IF.
           PERFORM 0800-RECEBER-VALIDADE.
           MOVE WRK-DATA-VALIDADE      TO AUTDEV-DATA-VALIDADE.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE AUTDEV-REC.
           MOVE 'PRORROGADA'           TO WRK-RESULTADO.
           DISPLAY 'AUTORIZACAO PRORROGADA ATE ' WRK-DATA-VALIDADE.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CANCELA A AUTORIZACAO ABERTA; O JA RECEBIDO CONTINUA
      *    COMPROMETIDO NA LINHA DO PEDIDO
      *================================================================*
       0600-CANCELAR-AUTORIZACAO       SECTION.
      *================================================================*
           IF  NOT AUTDEV-ABERTA
               DISPLAY 'SO A AUTORIZACAO ABERTA PODE SER CANCELADA'
               GO TO 0600-99-FIM
           END-IF.
           SET AUTDEV-CANCELADA        TO TRUE.
           PERFORM 0850-CARIMBAR-ALTERACAO.
           REWRITE AUTDEV-REC.
           MOVE 'CANCELADA'            TO WRK-RESULTADO.
           DISPLAY 'AUTORIZACAO DE DEVOLUCAO CANCELADA'.
      *================================================================*
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE A VALIDADE EM DIAS (ZERO = PRAZO PADRAO) E CALCULA
      *    A DATA DE VALIDADE
      *================================================================*
       0800-RECEBER-VALIDADE           SECTION.
      *================================================================*
           DISPLAY 'VALIDADE EM DIAS (ZERO = ' WRK-PRAZO-PADRAO '):'.
           ACCEPT WRK-VALIDADE-DIAS.
           IF  WRK-VALIDADE-DIAS       EQUAL ZEROS
               MOVE WRK-PRAZO-PADRAO    TO WRK-VALIDADE-DIAS
           END-IF.
           PERFORM 0810-CALCULAR-VALIDADE.
      *================================================================*
       0800-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A DATA DE VALIDADE SOMANDO OS DIAS DE VALIDADE A
      *    DATA DE PROCESSAMENTO, COM VIRADA DE MES/ANO PELA TABELA
      *    DE DIAS DO CALENDARIO (FEVEREIRO AJUSTADO)
      *================================================================*
       0810-CALCULAR-VALIDADE          SECTION.
      *================================================================*
           DIVIDE WRK-DATA-SYS         BY 10000
               GIVING WRK-VAL-ANO REMAINDER WRK-VAL-RESTO.
           DIVIDE WRK-VAL-RESTO        BY 100
               GIVING WRK-VAL-MES REMAINDER WRK-VAL-DIA.
           ADD WRK-VALIDADE-DIAS       TO WRK-VAL-DIA.
           MOVE ZEROS                  TO WRK-VAL-DIAS-MES.
           PERFORM 0815-VIRAR-MES-VALIDADE
               UNTIL WRK-VAL-DIA NOT GREATER WRK-VAL-DIAS-MES.
           COMPUTE WRK-DATA-VALIDADE = (WRK-VAL-ANO * 10000) +
                   (WRK-VAL-MES * 100) + WRK-VAL-DIA.
      *================================================================*
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONSOME UM MES INTEIRO DO EXCEDENTE DE DIAS DA VALIDADE,
      *    AVANCANDO MES/ANO, E ATUALIZA OS DIAS DO MES CORRENTE
      *================================================================*
       0815-VIRAR-MES-VALIDADE         SECTION.
      *================================================================*
           MOVE CAL-QTD-DIAS-MES(WRK-VAL-MES) TO WRK-VAL-DIAS-MES.
           IF  WRK-VAL-MES             EQUAL 2
               DIVIDE WRK-VAL-ANO      BY 4
                   GIVING WRK-VAL-QUOCIENTE
                   REMAINDER WRK-VAL-RESTO
               IF  WRK-VAL-RESTO       EQUAL ZEROS
                   MOVE 29              TO WRK-VAL-DIAS-MES
               END-IF
           END-IF.
           IF  WRK-VAL-DIA             GREATER WRK-VAL-DIAS-MES
               SUBTRACT WRK-VAL-DIAS-MES FROM WRK-VAL-DIA
               ADD 1                   TO WRK-VAL-MES
               IF  WRK-VAL-MES         GREATER 12
                   MOVE 1               TO WRK-VAL-MES
                   ADD 1                TO WRK-VAL-ANO
               END-IF
           END-IF.
      *================================================================*
       0815-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARIMBA O OPERADOR E A DATA DA ULTIMA ALTERACAO
      *================================================================*
       0850-CARIMBAR-ALTERACAO         SECTION.
      *================================================================*
           MOVE WRK-OPERADOR           TO AUTDEV-OPERADOR-ALT.
           MOVE WRK-DATA-SYS           TO AUTDEV-DATA-ALT.
      *================================================================*
       0850-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A AUDITORIA, FECHA OS ARQUIVOS E ENCERRA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' AUT '              DELIMITED BY SIZE
                  WRK-NUMERO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-RESULTADO        DELIMITED BY SPACE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
           CLOSE AUTDEV-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE PEDIDET-FILE.
           DISPLAY 'AUTORIZACAO DE DEVOLUCAO: ' WRK-RESULTADO.
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
           MOVE 'PROGAUTDV'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*
