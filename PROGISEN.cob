       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGISEN.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: ISENCOES E REDUCOES DO IMPOSTO PREDIAL (ISENIPTU),
      * NO LUGAR DO CANCELAMENTO MANUAL DAS PARCELAS DO IPTUREC
      * DEPOIS DA COBRANCA. A ACAO P REGISTRA O PEDIDO DA PROPRIEDADE
      * (TIPO, PERCENTUAL E FUNDAMENTO LEGAL), A ACAO A APROVA COM O
      * PRIMEIRO E O ULTIMO EXERCICIO DE VIGENCIA - POR OPERADOR
      * DIFERENTE DO QUE REGISTROU O PEDIDO -, A ACAO R RECUSA E A
      * ACAO C CANCELA UMA ISENCAO APROVADA. A ACAO V EMITE O
      * RELATORIO ANUAL (ISENREL) DAS ISENCOES QUE VENCEM NO
      * EXERCICIO, COM O PROPRIETARIO, PARA O AVISO DE NOVO PEDIDO.
      * A COBRANCA ANUAL (PROGCOB52) APLICA A ISENCAO APROVADA E
      * VIGENTE E O PROGCOB90 NAO COBRA ENCARGOS SOBRE A PARTE ISENTA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO ISENREL (MASCARA.COB),
      *              SALVO PARA OPERADOR DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ISENIPTU-FILE         ASSIGN TO "ISENIPTU"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ISENIPTU-PROPRIEDADE
               FILE STATUS            IS WRK-ISENIPTU-STATUS.
           SELECT PROPMAS-FILE          ASSIGN TO "PROPMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROPMAS-ID
               FILE STATUS            IS WRK-PROPMAS-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT ISENREL-FILE          ASSIGN TO "ISENREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-ISENREL-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ISENIPTU-FILE.
           COPY 'ISENIPTU.COB'.
       FD  PROPMAS-FILE.
           COPY 'PROPMAS.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  ISENREL-FILE.
           COPY 'ISENREL.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
      *
      *    USUARIO QUE PEDIU O RELATORIO, PARA A REGRA DE MASCARAMENTO
      *    DE CPF E CONTA BANCARIA
      *
       77  WRK-USUARIO-SOLIC           PIC X(020)      VALUE SPACES.
       77  WRK-SENHA-SOLIC             PIC X(010)      VALUE SPACES.
      *
           COPY 'MASCARA.COB'.
      *
       77  WRK-ISENIPTU-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ISENIPTU-OK                         VALUE '00'.
           88  WRK-ISENIPTU-FIM                        VALUE '10'.
           88  WRK-ISENIPTU-INEXISTENTE                VALUE '35'.
       77  WRK-PROPMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROPMAS-OK                          VALUE '00'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-ISENREL-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-PEDIR                          VALUE 'P'.
           88  WRK-ACAO-APROVAR                        VALUE 'A'.
           88  WRK-ACAO-RECUSAR                        VALUE 'R'.
           88  WRK-ACAO-CANCELAR                       VALUE 'C'.
           88  WRK-ACAO-VENCIMENTOS                    VALUE 'V'.
       77  WRK-PROPRIEDADE             PIC X(006)      VALUE SPACES.
       77  WRK-EXERCICIO               PIC 9(004)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-CAMPOS-OK               PIC X(001)      VALUE 'N'.
           88  WRK-CAMPOS-VALIDOS                      VALUE 'S'.
       77  WRK-NOME-PROPRIETARIO       PIC X(030)      VALUE SPACES.
       77  WRK-CPF-PROPRIETARIO        PIC X(011)      VALUE SPACES.
       77  WRK-PERCENTUAL-ED           PIC ZZ9,99      VALUE ZEROS.
       77  WRK-QTD-VENCENDO            PIC 9(005)      VALUE ZEROS.
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANO             PIC 9(004).
           05  WRK-SYS-MES             PIC 9(002).
           05  WRK-SYS-DIA             PIC 9(002).
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
           IF  WRK-ACAO-VENCIMENTOS
               PERFORM 0500-RELATORIO-VENCIMENTOS
           ELSE
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE OS CADASTROS E RECEBE O OPERADOR E A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O ISENIPTU-FILE.
           IF  WRK-ISENIPTU-INEXISTENTE
               CLOSE ISENIPTU-FILE
               OPEN OUTPUT ISENIPTU-FILE
               CLOSE ISENIPTU-FILE
               OPEN I-O ISENIPTU-FILE
           END-IF.
           OPEN INPUT PROPMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (P=PEDIDO A=APROVAR R=RECUSAR C=CANCELAR '
                   'V=VENCIMENTOS DO EXERCICIO):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE A PROPRIEDADE NO PROPMAS E EXECUTA A ACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           DISPLAY 'PROPRIEDADE:'.
           ACCEPT WRK-PROPRIEDADE.
           MOVE WRK-PROPRIEDADE        TO PROPMAS-ID.
           READ PROPMAS-FILE.
           IF  NOT WRK-PROPMAS-OK
               DISPLAY 'PROPRIEDADE ' WRK-PROPRIEDADE ' NAO '
                       'CADASTRADA NO PROPMAS - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-PROPRIEDADE        TO ISENIPTU-PROPRIEDADE.
           READ ISENIPTU-FILE.
           IF  NOT WRK-ISENIPTU-OK
               MOVE SPACES              TO ISENIPTU-TIPO
                                           ISENIPTU-SITUACAO
               MOVE ZEROS               TO ISENIPTU-PERCENTUAL
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ACAO-PEDIR
                   IF  WRK-ISENIPTU-OK AND ISENIPTU-PEDIDA
                       DISPLAY 'PEDIDO JA REGISTRADO, AGUARDANDO '
                               'DECISAO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   IF  WRK-ISENIPTU-OK AND ISENIPTU-APROVADA
                   AND ISENIPTU-EXERCICIO-FIM GREATER WRK-SYS-ANO
                       DISPLAY 'ISENCAO APROVADA VIGENTE ATE '
                               ISENIPTU-EXERCICIO-FIM
                               ' - NOVO PEDIDO SO NO ULTIMO EXERCICIO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0410-ACEITAR-PEDIDO
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   IF  WRK-ISENIPTU-OK
                       REWRITE ISENIPTU-REC
                   ELSE
                       WRITE ISENIPTU-REC
                   END-IF
                   DISPLAY 'PEDIDO DE ISENCAO REGISTRADO'
               WHEN WRK-ACAO-APROVAR
                   IF  NOT WRK-ISENIPTU-OK OR NOT ISENIPTU-PEDIDA
                       DISPLAY 'NAO HA PEDIDO AGUARDANDO DECISAO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   IF  WRK-OPERADOR    EQUAL ISENIPTU-OPERADOR-PEDIDO
                       DISPLAY 'APROVACAO DEVE SER FEITA POR OUTRO '
                               'OPERADOR - OPERACAO RECUSADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0420-ACEITAR-VIGENCIA
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-DATA-SYS    TO ISENIPTU-DATA-APROVACAO
                   MOVE WRK-OPERADOR    TO ISENIPTU-OPERADOR-DECISAO
                   SET ISENIPTU-APROVADA TO TRUE
                   REWRITE ISENIPTU-REC
                   DISPLAY 'ISENCAO APROVADA PARA OS EXERCICIOS '
                           ISENIPTU-EXERCICIO-INICIO ' A '
                           ISENIPTU-EXERCICIO-FIM
               WHEN WRK-ACAO-RECUSAR
                   IF  NOT WRK-ISENIPTU-OK OR NOT ISENIPTU-PEDIDA
                       DISPLAY 'NAO HA PEDIDO AGUARDANDO DECISAO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-DATA-SYS    TO ISENIPTU-DATA-APROVACAO
                   MOVE WRK-OPERADOR    TO ISENIPTU-OPERADOR-DECISAO
                   SET ISENIPTU-RECUSADA TO TRUE
                   REWRITE ISENIPTU-REC
                   DISPLAY 'PEDIDO DE ISENCAO RECUSADO'
               WHEN WRK-ACAO-CANCELAR
                   IF  NOT WRK-ISENIPTU-OK OR NOT ISENIPTU-APROVADA
                       DISPLAY 'NAO HA ISENCAO APROVADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-OPERADOR    TO ISENIPTU-OPERADOR-DECISAO
                   SET ISENIPTU-CANCELADA TO TRUE
                   REWRITE ISENIPTU-REC
                   DISPLAY 'ISENCAO CANCELADA'
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

       0200-80-AUDITAR.
           MOVE ISENIPTU-PERCENTUAL    TO WRK-PERCENTUAL-ED.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' PROP '             DELIMITED BY SIZE
                  WRK-PROPRIEDADE      DELIMITED BY SIZE
                  ' TIPO '             DELIMITED BY SIZE
                  ISENIPTU-TIPO        DELIMITED BY SIZE
                  ' PCT '              DELIMITED BY SIZE
                  WRK-PERCENTUAL-ED    DELIMITED BY SIZE
                  ' SIT '              DELIMITED BY SIZE
                  ISENIPTU-SITUACAO    DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA O PEDIDO: TIPO, PERCENTUAL (100 = ISENCAO TOTAL) E
      *    FUNDAMENTO LEGAL
      *================================================================*
       0410-ACEITAR-PEDIDO             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CAMPOS-OK.
           MOVE WRK-PROPRIEDADE        TO ISENIPTU-PROPRIEDADE.
           DISPLAY 'TIPO (A=APOSENTADO RESIDENCIA UNICA S=USO SOCIAL '
                   'O=OUTRA):'.
           ACCEPT ISENIPTU-TIPO.
           IF  NOT ISENIPTU-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'PERCENTUAL DE REDUCAO (100,00 = ISENCAO TOTAL):'.
           ACCEPT ISENIPTU-PERCENTUAL.
           IF  ISENIPTU-PERCENTUAL     EQUAL ZEROS
           OR  ISENIPTU-PERCENTUAL     GREATER 100
               DISPLAY 'PERCENTUAL INVALIDO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'FUNDAMENTO LEGAL:'.
           ACCEPT ISENIPTU-FUNDAMENTO.
           IF  ISENIPTU-FUNDAMENTO     EQUAL SPACES
               DISPLAY 'FUNDAMENTO LEGAL NAO INFORMADO - OPERACAO '
                       'RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           MOVE WRK-DATA-SYS           TO ISENIPTU-DATA-PEDIDO.
           MOVE WRK-OPERADOR           TO ISENIPTU-OPERADOR-PEDIDO.
           MOVE ZEROS                  TO ISENIPTU-DATA-APROVACAO
                                           ISENIPTU-EXERCICIO-INICIO
                                           ISENIPTU-EXERCICIO-FIM.
           MOVE SPACES                 TO ISENIPTU-OPERADOR-DECISAO.
           SET ISENIPTU-PEDIDA         TO TRUE.
           SET WRK-CAMPOS-VALIDOS      TO TRUE.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA A VIGENCIA DA APROVACAO: PRIMEIRO EXERCICIO (ZEROS =
      *    EXERCICIO CORRENTE) E EXERCICIO DE VENCIMENTO
      *================================================================*
       0420-ACEITAR-VIGENCIA           SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CAMPOS-OK.
           DISPLAY 'PRIMEIRO EXERCICIO (AAAA, ZEROS = ' WRK-SYS-ANO
                   '):'.
           ACCEPT ISENIPTU-EXERCICIO-INICIO.
           IF  ISENIPTU-EXERCICIO-INICIO EQUAL ZEROS
               MOVE WRK-SYS-ANO         TO ISENIPTU-EXERCICIO-INICIO
           END-IF.
           DISPLAY 'EXERCICIO DE VENCIMENTO DA ISENCAO (AAAA):'.
           ACCEPT ISENIPTU-EXERCICIO-FIM.
           IF  ISENIPTU-EXERCICIO-FIM  LESS ISENIPTU-EXERCICIO-INICIO
               DISPLAY 'VENCIMENTO ANTERIOR AO INICIO - OPERACAO '
                       'RECUSADA'
               GO TO 0420-99-FIM
           END-IF.
           SET WRK-CAMPOS-VALIDOS      TO TRUE.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RELATORIO ANUAL DAS ISENCOES APROVADAS QUE VENCEM NO
      *    EXERCICIO, COM O PROPRIETARIO ATUAL, PARA O AVISO DE NOVO
      *    PEDIDO
      *================================================================*
       0500-RELATORIO-VENCIMENTOS      SECTION.
      *================================================================*
           DISPLAY 'EXERCICIO (AAAA, ZEROS = ' WRK-SYS-ANO '):'.
           ACCEPT WRK-EXERCICIO.
           IF  WRK-EXERCICIO           EQUAL ZEROS
               MOVE WRK-SYS-ANO         TO WRK-EXERCICIO
           END-IF.
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN OUTPUT ISENREL-FILE.
           MOVE SPACES                 TO ISENREL-REC.
           STRING 'ISENCOES DE IMPOSTO PREDIAL QUE VENCEM NO '
                                       DELIMITED BY SIZE
                  'EXERCICIO '         DELIMITED BY SIZE
                  WRK-EXERCICIO        DELIMITED BY SIZE
                  ' - AVISAR O PROPRIETARIO PARA NOVO PEDIDO'
                                       DELIMITED BY SIZE
                  INTO ISENREL-REC
           END-STRING.
           WRITE ISENREL-REC.

           MOVE LOW-VALUES             TO ISENIPTU-PROPRIEDADE.
           MOVE '00'                   TO WRK-ISENIPTU-STATUS.
           START ISENIPTU-FILE KEY NOT LESS ISENIPTU-PROPRIEDADE
               INVALID KEY
                   MOVE '10'            TO WRK-ISENIPTU-STATUS
           END-START.
           PERFORM 0510-LISTAR-1-ISENCAO UNTIL WRK-ISENIPTU-FIM.

           MOVE SPACES                 TO ISENREL-REC.
           STRING 'TOTAL DE ISENCOES VENCENDO NO EXERCICIO='
                                       DELIMITED BY SIZE
                  WRK-QTD-VENCENDO     DELIMITED BY SIZE
                  INTO ISENREL-REC
           END-STRING.
           WRITE ISENREL-REC.
           CLOSE ISENREL-FILE.
           DISPLAY 'RELATORIO GRAVADO EM ISENREL: ' WRK-QTD-VENCENDO
                   ' ISENCOES VENCENDO EM ' WRK-EXERCICIO.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

       0510-LISTAR-1-ISENCAO           SECTION.
      *================================================================*
           READ ISENIPTU-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-ISENIPTU-STATUS
                   GO TO 0510-99-FIM
           END-READ.
           IF  NOT ISENIPTU-APROVADA
           OR  ISENIPTU-EXERCICIO-FIM  NOT EQUAL WRK-EXERCICIO
               GO TO 0510-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-VENCENDO.
           MOVE SPACES                 TO WRK-CPF-PROPRIETARIO.
           MOVE '(PROPRIEDADE SEM CADASTRO)' TO WRK-NOME-PROPRIETARIO.
           MOVE ISENIPTU-PROPRIEDADE   TO PROPMAS-ID.
           READ PROPMAS-FILE.
           IF  WRK-PROPMAS-OK
               MOVE PROPMAS-CPF         TO WRK-CPF-PROPRIETARIO
               MOVE PROPMAS-CPF         TO CUSTMAS-CPF
               READ CUSTMAS-FILE
               IF  WRK-CUSTMAS-OK
                   MOVE CUSTMAS-NOME    TO WRK-NOME-PROPRIETARIO
               ELSE
                   MOVE '(SEM CADASTRO NO CUSTMAS)'
                                        TO WRK-NOME-PROPRIETARIO
               END-IF
           END-IF.
           MOVE ISENIPTU-PERCENTUAL    TO WRK-PERCENTUAL-ED.
           MOVE WRK-CPF-PROPRIETARIO   TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                 TO ISENREL-REC.
           STRING 'PROPRIEDADE '       DELIMITED BY SIZE
                  ISENIPTU-PROPRIEDADE DELIMITED BY SIZE
                  ' T '                DELIMITED BY SIZE
                  ISENIPTU-TIPO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PERCENTUAL-ED    DELIMITED BY SIZE
                  '% CPF '             DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-NOME-PROPRIETARIO DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ISENIPTU-FUNDAMENTO  DELIMITED BY SIZE
                  INTO ISENREL-REC
           END-STRING.
           WRITE ISENREL-REC.
      *================================================================*
       0510-99-FIM.                    EXIT.
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
           MOVE 'PROGISEN'             TO CONSLOG-PROGRAMA.
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
           CLOSE ISENIPTU-FILE.
           CLOSE PROPMAS-FILE.
           CLOSE CUSTMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFIRMA NO USERMAS O OPERADOR QUE PEDIU O RELATORIO; SO
      *    UM NIVEL AUTORIZADO RECEBE O CPF INTEIRO - SEM LOGIN
      *    VALIDO O RELATORIO SAI MASCARADO
      *================================================================*
       0960-IDENTIFICAR-SOLICITANTE    SECTION.
      *================================================================*
           SET MASC-MASCARAR           TO TRUE.
           MOVE WRK-OPERADOR           TO WRK-USUARIO-SOLIC.
           DISPLAY 'SENHA DO OPERADOR:'.
           ACCEPT WRK-SENHA-SOLIC      WITH NO ECHO.
           OPEN INPUT USERMAS-FILE.
           IF  NOT WRK-USERMAS-OK
               GO TO 0960-99-FIM
           END-IF.
           MOVE WRK-USUARIO-SOLIC      TO USERMAS-USUARIO.
           READ USERMAS-FILE.
           IF  WRK-USERMAS-OK AND USERMAS-ATIVO
               AND WRK-SENHA-SOLIC     EQUAL USERMAS-SENHA
               MOVE USERMAS-NIVEL       TO MASC-NIVEL
               IF  MASC-NIVEL-INTEGRAL
                   SET MASC-INTEGRAL    TO TRUE
               END-IF
           END-IF.
           CLOSE USERMAS-FILE.
      *================================================================*
       0960-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA O CPF EM MASC-CPF, DEIXANDO SO OS DIGITOS DO MEIO,
      *    QUANDO O SOLICITANTE NAO PODE VER O DADO INTEIRO
      *================================================================*
       0965-MASCARAR-CPF               SECTION.
      *================================================================*
           IF  MASC-MASCARAR
           AND MASC-CPF                NOT EQUAL SPACES
               MOVE '***'               TO MASC-CPF-INICIO
               MOVE '**'                TO MASC-CPF-DV
           END-IF.
      *================================================================*
       0965-99-FIM.                    EXIT.
      *================================================================*
