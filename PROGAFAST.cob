       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAFAST.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DOS AFASTAMENTOS DOS FUNCIONARIOS
      * (AFASTA) - AUXILIO-DOENCA, ACIDENTE DE TRABALHO, LICENCA-
      * MATERNIDADE E LICENCA NAO REMUNERADA - POR MATRICULA E DATA
      * DE INICIO, NOS MOLDES DA MANUTENCAO DE BENEFICIOS
      * (PROGBENEF): A MATRICULA E CONFERIDA NO FUNCMAS, AS ACOES SAO
      * INCLUIR, ALTERAR O RETORNO PREVISTO E REGISTRAR O RETORNO
      * EFETIVO, E CADA OPERACAO VAI PARA A TRILHA DE AUDITORIA DE
      * CONSOLE (CONSLOG). A FOLHA NORMAL (PROGCOB04) PAGA O SALARIO
      * PROPORCIONAL NO LUGAR DO AJUSTE MANUAL DO PAYIN
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AFASTA-FILE           ASSIGN TO "AFASTA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS AFASTA-CHAVE
               FILE STATUS            IS WRK-AFASTA-STATUS.
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
       FD  AFASTA-FILE.
           COPY 'AFASTA.COB'.
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
       77  WRK-AFASTA-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-AFASTA-OK                            VALUE '00'.
           88 WRK-AFASTA-FIM                           VALUE '10'.
           88 WRK-AFASTA-NAO-ACHOU                     VALUE '23'.
           88 WRK-AFASTA-INEXISTENTE                   VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-FUNCMAS-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-RETORNO                         VALUE 'R'.
       77  WRK-MATRICULA               PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INICIO             PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA                    PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-TEM-ABERTO              PIC X(001)      VALUE 'N'.
           88 WRK-AFASTAMENTO-ABERTO                   VALUE 'S'.
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
      *    ABRE OS CADASTROS E RECEBE A ACAO, A MATRICULA E A DATA DE
      *    INICIO DO AFASTAMENTO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O AFASTA-FILE.
           IF  WRK-AFASTA-INEXISTENTE
               CLOSE AFASTA-FILE
               OPEN OUTPUT AFASTA-FILE
               CLOSE AFASTA-FILE
               OPEN I-O AFASTA-FILE
           END-IF.
           OPEN INPUT FUNCMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR RETORNO PREVISTO '
                   'R=REGISTRAR RETORNO):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'MATRICULA DO FUNCIONARIO:'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD):'.
           ACCEPT WRK-DATA-INICIO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA A MATRICULA NO FUNCMAS E EXECUTA A ACAO
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
           IF  WRK-DATA-INICIO         EQUAL ZEROS
               DISPLAY 'DATA DE INICIO INVALIDA - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0210-INCLUIR-AFASTAMENTO
               WHEN WRK-ACAO-ALTERAR
                   PERFORM 0220-ALTERAR-PREVISAO
               WHEN WRK-ACAO-RETORNO
                   PERFORM 0230-REGISTRAR-RETORNO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' MAT '              DELIMITED BY SIZE
                  WRK-MATRICULA        DELIMITED BY SIZE
                  ' INICIO '           DELIMITED BY SIZE
                  WRK-DATA-INICIO      DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI UM AFASTAMENTO, RECUSANDO QUANDO O FUNCIONARIO JA
      *    TEM OUTRO SEM RETORNO REGISTRADO
      *================================================================*
       0210-INCLUIR-AFASTAMENTO        SECTION.
      *================================================================*
           IF  FUNCMAS-INATIVO
               DISPLAY 'FUNCIONARIO INATIVO - OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-TEM-ABERTO.
           MOVE WRK-MATRICULA          TO AFASTA-MATRICULA.
           MOVE ZEROS                  TO AFASTA-DATA-INICIO.
           MOVE '00'                   TO WRK-AFASTA-STATUS.
           START AFASTA-FILE KEY NOT LESS AFASTA-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-AFASTA-STATUS
           END-START.
           PERFORM 0215-EXAMINAR-1-AFASTAMENTO UNTIL WRK-AFASTA-FIM.
           IF  WRK-AFASTAMENTO-ABERTO
               DISPLAY 'FUNCIONARIO JA AFASTADO SEM RETORNO '
                       'REGISTRADO - OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.

           MOVE WRK-MATRICULA          TO AFASTA-MATRICULA.
           MOVE WRK-DATA-INICIO        TO AFASTA-DATA-INICIO.
           DISPLAY 'TIPO (D=DOENCA A=ACIDENTE DE TRABALHO '
                   'M=MATERNIDADE N=NAO REMUNERADA):'.
           ACCEPT AFASTA-TIPO.
           IF  NOT AFASTA-TIPO-VALIDO
               DISPLAY 'TIPO DE AFASTAMENTO INVALIDO - OPERACAO '
                       'RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           DISPLAY 'RETORNO PREVISTO (AAAAMMDD, ZEROS = SEM '
                   'PREVISAO):'.
           ACCEPT AFASTA-RETORNO-PREVISTO.
           IF  AFASTA-RETORNO-PREVISTO NOT EQUAL ZEROS
           AND AFASTA-RETORNO-PREVISTO NOT GREATER WRK-DATA-INICIO
               DISPLAY 'RETORNO PREVISTO ANTERIOR AO INICIO - '
                       'OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           MOVE ZEROS                  TO AFASTA-RETORNO-EFETIVO.
           MOVE WRK-DATA-SYS           TO AFASTA-DATA-REGISTRO.
           MOVE WRK-OPERADOR           TO AFASTA-OPERADOR.
           WRITE AFASTA-REC
               INVALID KEY
                   DISPLAY 'AFASTAMENTO JA CADASTRADO NESTA DATA'
                   GO TO 0210-99-FIM
           END-WRITE.
           DISPLAY 'AFASTAMENTO INCLUIDO'.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO AFASTAMENTO DO FUNCIONARIO E MARCA SE HOUVER
      *    UM SEM RETORNO REGISTRADO
      *================================================================*
       0215-EXAMINAR-1-AFASTAMENTO     SECTION.
      *================================================================*
           READ AFASTA-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-AFASTA-STATUS
           END-READ.
           IF  NOT WRK-AFASTA-OK
           OR  AFASTA-MATRICULA        NOT EQUAL WRK-MATRICULA
               MOVE '10'                TO WRK-AFASTA-STATUS
               GO TO 0215-99-FIM
           END-IF.
           IF  AFASTA-RETORNO-EFETIVO  EQUAL ZEROS
               SET WRK-AFASTAMENTO-ABERTO TO TRUE
           END-IF.
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ALTERA O RETORNO PREVISTO DE UM AFASTAMENTO EM ABERTO
      *================================================================*
       0220-ALTERAR-PREVISAO           SECTION.
      *================================================================*
           MOVE WRK-MATRICULA          TO AFASTA-MATRICULA.
           MOVE WRK-DATA-INICIO        TO AFASTA-DATA-INICIO.
           READ AFASTA-FILE.
           IF  NOT WRK-AFASTA-OK
           OR  AFASTA-RETORNO-EFETIVO  NOT EQUAL ZEROS
               DISPLAY 'AFASTAMENTO EM ABERTO NAO CADASTRADO'
               GO TO 0220-99-FIM
           END-IF.
           DISPLAY 'NOVO RETORNO PREVISTO (AAAAMMDD):'.
           ACCEPT WRK-DATA.
           IF  WRK-DATA                NOT GREATER AFASTA-DATA-INICIO
               DISPLAY 'RETORNO PREVISTO ANTERIOR AO INICIO - '
                       'OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-DATA               TO AFASTA-RETORNO-PREVISTO.
           REWRITE AFASTA-REC.
           DISPLAY 'RETORNO PREVISTO ALTERADO'.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O RETORNO EFETIVO, ENCERRANDO O AFASTAMENTO
      *================================================================*
       0230-REGISTRAR-RETORNO          SECTION.
      *================================================================*
           MOVE WRK-MATRICULA          TO AFASTA-MATRICULA.
           MOVE WRK-DATA-INICIO        TO AFASTA-DATA-INICIO.
           READ AFASTA-FILE.
           IF  NOT WRK-AFASTA-OK
           OR  AFASTA-RETORNO-EFETIVO  NOT EQUAL ZEROS
               DISPLAY 'AFASTAMENTO EM ABERTO NAO CADASTRADO'
               GO TO 0230-99-FIM
           END-IF.
           DISPLAY 'DATA DO RETORNO AO TRABALHO (AAAAMMDD):'.
           ACCEPT WRK-DATA.
           IF  WRK-DATA                NOT GREATER AFASTA-DATA-INICIO
               DISPLAY 'RETORNO ANTERIOR AO INICIO - OPERACAO '
                       'RECUSADA'
               GO TO 0230-99-FIM
           END-IF.
           MOVE WRK-DATA               TO AFASTA-RETORNO-EFETIVO.
           REWRITE AFASTA-REC.
           DISPLAY 'RETORNO REGISTRADO'.
      *================================================================*
       0230-99-FIM.                    EXIT.
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
           MOVE 'PROGAFAST'            TO CONSLOG-PROGRAMA.
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
           CLOSE AFASTA-FILE.
           CLOSE FUNCMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
