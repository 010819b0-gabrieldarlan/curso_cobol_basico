       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBENEF.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DAS ADESOES DOS FUNCIONARIOS AOS
      * BENEFICIOS (BENEFIC) - VALE-TRANSPORTE, VALE-REFEICAO E
      * PLANO DE SAUDE - POR MATRICULA E TIPO, NOS MOLDES DA
      * MANUTENCAO DE DEPENDENTES (PROGCOB80): A MATRICULA E
      * CONFERIDA NO FUNCMAS, AS ACOES SAO INCLUIR, ALTERAR E
      * CANCELAR, E CADA OPERACAO VAI PARA A TRILHA DE AUDITORIA DE
      * CONSOLE (CONSLOG). A FOLHA NORMAL (PROGCOB04) DESCONTA A
      * PARTE DO EMPREGADO NO LUGAR DOS ADIANTAMENTOS MANUAIS
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BENEFIC-FILE          ASSIGN TO "BENEFIC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS BENEFIC-CHAVE
               FILE STATUS            IS WRK-BENEFIC-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FUNCMAS-MATRICULA
               FILE STATUS            IS WRK-FUNCMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIC-FILE.
           COPY 'BENEFIC.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-BENEFIC-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-BENEFIC-OK                           VALUE '00'.
           88 WRK-BENEFIC-NAO-ACHOU                    VALUE '23'.
           88 WRK-BENEFIC-INEXISTENTE                  VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-FUNCMAS-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-CANCELAR                        VALUE 'C'.
       77  WRK-MATRICULA               PIC 9(006)      VALUE ZEROS.
       77  WRK-TIPO                    PIC X(001)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
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
      *    ABRE OS CADASTROS E RECEBE A ACAO, A MATRICULA E O TIPO
      *    DO BENEFICIO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O BENEFIC-FILE.
           IF  WRK-BENEFIC-INEXISTENTE
               CLOSE BENEFIC-FILE
               OPEN OUTPUT BENEFIC-FILE
               CLOSE BENEFIC-FILE
               OPEN I-O BENEFIC-FILE
           END-IF.
           OPEN INPUT FUNCMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR C=CANCELAR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'MATRICULA DO FUNCIONARIO:'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'BENEFICIO (T=VALE-TRANSPORTE R=VALE-REFEICAO '
                   'S=PLANO DE SAUDE):'.
           ACCEPT WRK-TIPO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA A MATRICULA NO FUNCMAS E O TIPO E EXECUTA A ACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-MATRICULA          TO FUNCMAS-MATRICULA.
           READ FUNCMAS-FILE.
           IF  NOT WRK-FUNCMAS-OK
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO CADASTRADA '
                       'NO FUNCMAS - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-MATRICULA          TO BENEFIC-MATRICULA.
           MOVE WRK-TIPO               TO BENEFIC-TIPO.
           IF  NOT BENEFIC-TIPO-VALIDO
               DISPLAY 'TIPO DE BENEFICIO INVALIDO - OPERACAO '
                       'RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           READ BENEFIC-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-BENEFIC-OK AND BENEFIC-ATIVO
                       DISPLAY 'ADESAO JA CADASTRADA'
                   ELSE
                       MOVE WRK-MATRICULA TO BENEFIC-MATRICULA
                       MOVE WRK-TIPO      TO BENEFIC-TIPO
                       PERFORM 0410-ACEITAR-CAMPOS
                       SET BENEFIC-ATIVO  TO TRUE
                       IF  WRK-BENEFIC-OK
                           REWRITE BENEFIC-REC
                       ELSE
                           WRITE BENEFIC-REC
                       END-IF
                       DISPLAY 'ADESAO INCLUIDA'
                   END-IF
               WHEN WRK-ACAO-ALTERAR
                   IF  WRK-BENEFIC-OK AND BENEFIC-ATIVO
                       PERFORM 0410-ACEITAR-CAMPOS
                       REWRITE BENEFIC-REC
                       DISPLAY 'ADESAO ALTERADA'
                   ELSE
                       DISPLAY 'ADESAO NAO CADASTRADA'
                   END-IF
               WHEN WRK-ACAO-CANCELAR
                   IF  WRK-BENEFIC-OK AND BENEFIC-ATIVO
                       SET BENEFIC-CANCELADO TO TRUE
                       REWRITE BENEFIC-REC
                       DISPLAY 'ADESAO CANCELADA'
                   ELSE
                       DISPLAY 'ADESAO NAO CADASTRADA'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' MAT '              DELIMITED BY SIZE
                  WRK-MATRICULA        DELIMITED BY SIZE
                  ' BENEFICIO '        DELIMITED BY SIZE
                  WRK-TIPO             DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA OS CAMPOS DA ADESAO
      *================================================================*
       0410-ACEITAR-CAMPOS             SECTION.
      *================================================================*
           DISPLAY 'FORNECEDOR DO BENEFICIO:'.
           ACCEPT BENEFIC-FORNECEDOR.
           EVALUATE TRUE
               WHEN BENEFIC-TRANSPORTE
                   DISPLAY 'VALOR MENSAL DAS PASSAGENS:'
               WHEN BENEFIC-REFEICAO
                   DISPLAY 'VALOR MENSAL DO VALE-REFEICAO:'
               WHEN OTHER
                   DISPLAY 'CUSTO MENSAL POR VIDA COBERTA:'
           END-EVALUATE.
           ACCEPT BENEFIC-VALOR.
           DISPLAY 'DATA DE ADESAO (AAAAMMDD):'.
           ACCEPT BENEFIC-DATA-ADESAO.
      *================================================================*
       0410-99-FIM.                    EXIT.
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
           MOVE 'PROGBENEF'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO OS CADASTROS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE BENEFIC-FILE.
           CLOSE FUNCMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
