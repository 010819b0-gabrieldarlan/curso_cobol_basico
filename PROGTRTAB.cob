       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRTAB.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DA TABELA DE FRETE DE CADA TRANSPORTADORA
      * POR UF DE DESTINO (TRANSTAR): FAIXAS DE PESO COM VALOR POR KG,
      * VALOR POR M3, AD VALOREM, FRETE MINIMO E PRAZO DE TRANSITO,
      * COM DATA DE INICIO DE VIGENCIA. CADA REAJUSTE E UMA NOVA
      * VIGENCIA, PRESERVANDO A TABELA ANTERIOR PARA A CONFERENCIA
      * DAS FATURAS JA EMBARCADAS; SO A VIGENCIA QUE AINDA NAO
      * COMECOU PODE SER ALTERADA OU EXCLUIDA. A ACAO FICA
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
           SELECT TRANSTAR-FILE         ASSIGN TO "TRANSTAR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSTAR-CHAVE
               FILE STATUS            IS WRK-TRANSTAR-STATUS.
           SELECT TRANSMAS-FILE         ASSIGN TO "TRANSMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSMAS-CNPJ
               FILE STATUS            IS WRK-TRANSMAS-STATUS.
           SELECT FRETUF-FILE           ASSIGN TO "FRETUF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FRETUF-UF
               FILE STATUS            IS WRK-FRETUF-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSTAR-FILE.
           COPY 'TRANSTAR.COB'.
       FD  TRANSMAS-FILE.
           COPY 'TRANSMAS.COB'.
       FD  FRETUF-FILE.
           COPY 'FRETUF.COB'.
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
       77  WRK-TRANSTAR-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-TRANSTAR-OK                          VALUE '00'.
           88 WRK-TRANSTAR-NAO-ACHOU                   VALUE '23'.
           88 WRK-TRANSTAR-INEXISTENTE                 VALUE '35'.
       77  WRK-TRANSMAS-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-TRANSMAS-OK                          VALUE '00'.
           88 WRK-TRANSMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-FRETUF-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-FRETUF-OK                            VALUE '00'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-DATAPROC-OK                          VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-EXCLUIR                         VALUE 'E'.
       01  WRK-CHAVE.
           05  WRK-CNPJ                PIC X(014)      VALUE SPACES.
           05  WRK-UF                  PIC X(002)      VALUE SPACES.
           05  WRK-DATA-VIGENCIA       PIC 9(008)      VALUE ZEROS.
       77  WRK-RESULTADO               PIC X(012)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    DIGITACAO E CONFERENCIA DAS FAIXAS DE PESO
      *
       77  WRK-FAIXA-IDX               PIC 9(002)      VALUE ZEROS.
       77  WRK-FIM-FAIXAS              PIC X(001)      VALUE 'N'.
           88 WRK-FAIXAS-FIM                           VALUE 'S'.
       77  WRK-PESO-ANTERIOR           PIC 9(005)V99   VALUE ZEROS.
       77  WRK-TABELA-VALIDA           PIC X(001)      VALUE 'S'.
           88 WRK-TABELA-OK                            VALUE 'S'.
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
      *    ABRE AS TABELAS E RECEBE A ACAO E A CHAVE DA VIGENCIA
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN I-O TRANSTAR-FILE.
           IF  WRK-TRANSTAR-INEXISTENTE
               CLOSE TRANSTAR-FILE
               OPEN OUTPUT TRANSTAR-FILE
               CLOSE TRANSTAR-FILE
               OPEN I-O TRANSTAR-FILE
           END-IF.
           OPEN INPUT TRANSMAS-FILE.
           OPEN INPUT FRETUF-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR VIGENCIA  A=ALTERAR  E=EXCLUIR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'CNPJ DA TRANSPORTADORA (SOMENTE NUMEROS):'.
           ACCEPT WRK-CNPJ.
           DISPLAY 'UF DE DESTINO:'.
           ACCEPT WRK-UF.
           DISPLAY 'DATA DE INICIO DE VIGENCIA (AAAAMMDD):'.
           ACCEPT WRK-DATA-VIGENCIA.
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
      *    CONFERE A TRANSPORTADORA E A UF E DESPACHA A ACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-CNPJ               TO TRANSMAS-CNPJ.
           READ TRANSMAS-FILE.
           IF  NOT WRK-TRANSMAS-OK
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA NO TRANSMAS - '
                       'CADASTRE PELO PROGCOB39'
               GO TO 0200-99-FIM
           END-IF.
           MOVE WRK-UF                 TO FRETUF-UF.
           READ FRETUF-FILE.
           IF  NOT WRK-FRETUF-OK
               DISPLAY 'UF NAO ATENDIDA NA TABELA DE FRETE (FRETUF)'
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-CHAVE              TO TRANSTAR-CHAVE.
           READ TRANSTAR-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0400-INCLUIR-VIGENCIA
               WHEN WRK-ACAO-ALTERAR
                   PERFORM 0500-ALTERAR-VIGENCIA
               WHEN WRK-ACAO-EXCLUIR
                   PERFORM 0600-EXCLUIR-VIGENCIA
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI UMA NOVA VIGENCIA DA TABELA DA TRANSPORTADORA NA UF
      *================================================================*
       0400-INCLUIR-VIGENCIA           SECTION.
      *================================================================*
           IF  WRK-TRANSTAR-OK
               DISPLAY 'VIGENCIA JA CADASTRADA - USE A ACAO A'
               GO TO 0400-99-FIM
           END-IF.
           IF  NOT TRANSMAS-ATIVA
               DISPLAY 'TRANSPORTADORA INATIVA NO TRANSMAS'
               GO TO 0400-99-FIM
           END-IF.
           MOVE ZEROS                  TO TRANSTAR-VLR-M3
                                           TRANSTAR-PERC-VALOR
                                           TRANSTAR-FRETE-MINIMO
                                           TRANSTAR-DIAS-TRANSITO.
           MOVE WRK-CHAVE              TO TRANSTAR-CHAVE.
           PERFORM 0700-RECEBER-TABELA.
           IF  WRK-TABELA-OK
               MOVE WRK-OPERADOR        TO TRANSTAR-OPERADOR-ALT
               MOVE WRK-DATA-SYS        TO TRANSTAR-DATA-ALT
               WRITE TRANSTAR-REC
               MOVE 'INCLUIDA'          TO WRK-RESULTADO
               DISPLAY 'VIGENCIA INCLUIDA'
           END-IF.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ALTERA UMA VIGENCIA QUE AINDA NAO COMECOU; A VIGENCIA JA
      *    INICIADA FICA INTACTA PARA A CONFERENCIA DAS FATURAS
      *================================================================*
       0500-ALTERAR-VIGENCIA           SECTION.
      *================================================================*
           IF  NOT WRK-TRANSTAR-OK
               DISPLAY 'VIGENCIA NAO CADASTRADA'
               GO TO 0500-99-FIM
           END-IF.
           IF  TRANSTAR-DATA-VIGENCIA  NOT GREATER WRK-DATA-SYS
               DISPLAY 'VIGENCIA JA INICIADA - INCLUA UMA NOVA '
                       'VIGENCIA COM O REAJUSTE'
               GO TO 0500-99-FIM
           END-IF.
           PERFORM 0700-RECEBER-TABELA.
           IF  WRK-TABELA-OK
               MOVE WRK-OPERADOR        TO TRANSTAR-OPERADOR-ALT
               MOVE WRK-DATA-SYS        TO TRANSTAR-DATA-ALT
               REWRITE TRANSTAR-REC
               MOVE 'ALTERADA'          TO WRK-RESULTADO
               DISPLAY 'VIGENCIA ALTERADA'
           END-IF.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXCLUI UMA VIGENCIA QUE AINDA NAO COMECOU
      *================================================================*
       0600-EXCLUIR-VIGENCIA           SECTION.
      *================================================================*
           IF  NOT WRK-TRANSTAR-OK
               DISPLAY 'VIGENCIA NAO CADASTRADA'
               GO TO 0600-99-FIM
           END-IF.
           IF  TRANSTAR-DATA-VIGENCIA  NOT GREATER WRK-DATA-SYS
               DISPLAY 'VIGENCIA JA INICIADA NAO PODE SER EXCLUIDA'
               GO TO 0600-99-FIM
           END-IF.
           DELETE TRANSTAR-FILE.
           MOVE 'EXCLUIDA'             TO WRK-RESULTADO.
           DISPLAY 'VIGENCIA EXCLUIDA'.
      *================================================================*
       0600-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE AS FAIXAS DE PESO E OS DEMAIS VALORES DA TABELA E
      *    CONFERE A ORDEM CRESCENTE DAS FAIXAS
      *================================================================*
       0700-RECEBER-TABELA             SECTION.
      *================================================================*
           MOVE 'S'                    TO WRK-TABELA-VALIDA.
           MOVE 'N'                    TO WRK-FIM-FAIXAS.
           MOVE ZEROS                  TO WRK-PESO-ANTERIOR.
           DISPLAY 'FAIXAS DE PESO EM ORDEM CRESCENTE (ATE 5); '
                   'PESO-ATE ZERO ENCERRA'.
           PERFORM 0710-RECEBER-1-FAIXA
               VARYING WRK-FAIXA-IDX FROM 1 BY 1
               UNTIL WRK-FAIXA-IDX GREATER 5.
           IF  TRANSTAR-PESO-ATE(1)    EQUAL ZEROS
               DISPLAY 'INFORME AO MENOS UMA FAIXA DE PESO'
               MOVE 'N'                 TO WRK-TABELA-VALIDA
           END-IF.
           DISPLAY 'VALOR POR M3:'.
           ACCEPT TRANSTAR-VLR-M3.
           DISPLAY 'AD VALOREM SOBRE O VALOR (0,0050 = 0,5%):'.
           ACCEPT TRANSTAR-PERC-VALOR.
           DISPLAY 'FRETE MINIMO POR EMBARQUE:'.
           ACCEPT TRANSTAR-FRETE-MINIMO.
           DISPLAY 'PRAZO DE TRANSITO (DIAS UTEIS):'.
           ACCEPT TRANSTAR-DIAS-TRANSITO.
           IF  TRANSTAR-DIAS-TRANSITO  EQUAL ZEROS
               DISPLAY 'PRAZO DE TRANSITO OBRIGATORIO'
               MOVE 'N'                 TO WRK-TABELA-VALIDA
           END-IF.
           IF  NOT WRK-TABELA-OK
               DISPLAY 'TABELA RECUSADA - NADA GRAVADO'
           END-IF.
      *================================================================*
       0700-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE UMA FAIXA DE PESO; DEPOIS DA FAIXA DE ENCERRAMENTO
      *    AS RESTANTES FICAM ZERADAS
      *================================================================*
       0710-RECEBER-1-FAIXA            SECTION.
      *================================================================*
           MOVE ZEROS          TO TRANSTAR-PESO-ATE(WRK-FAIXA-IDX)
                                  TRANSTAR-VLR-KG(WRK-FAIXA-IDX).
           IF  WRK-FAIXAS-FIM
               GO TO 0710-99-FIM
           END-IF.
           DISPLAY 'FAIXA ' WRK-FAIXA-IDX ' - PESO ATE (KG):'.
           ACCEPT TRANSTAR-PESO-ATE(WRK-FAIXA-IDX).
           IF  TRANSTAR-PESO-ATE(WRK-FAIXA-IDX) EQUAL ZEROS
               SET WRK-FAIXAS-FIM       TO TRUE
               GO TO 0710-99-FIM
           END-IF.
           DISPLAY 'FAIXA ' WRK-FAIXA-IDX ' - VALOR POR KG:'.
           ACCEPT TRANSTAR-VLR-KG(WRK-FAIXA-IDX).
           IF  TRANSTAR-PESO-ATE(WRK-FAIXA-IDX)
                                        NOT GREATER WRK-PESO-ANTERIOR
               DISPLAY 'FAIXA FORA DA ORDEM CRESCENTE DE PESO'
               MOVE 'N'                 TO WRK-TABELA-VALIDA
           END-IF.
           MOVE TRANSTAR-PESO-ATE(WRK-FAIXA-IDX) TO WRK-PESO-ANTERIOR.
      *================================================================*
       0710-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A AUDITORIA, FECHA OS ARQUIVOS E ENCERRA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CNPJ             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-UF               DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-DATA-VIGENCIA    DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
           CLOSE TRANSTAR-FILE.
           CLOSE TRANSMAS-FILE.
           CLOSE FRETUF-FILE.
           DISPLAY 'TABELA DE FRETE DA TRANSPORTADORA: ' WRK-RESULTADO.
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
           MOVE 'PROGTRTAB'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*
