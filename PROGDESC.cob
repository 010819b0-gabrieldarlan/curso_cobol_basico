       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESC.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DOS DESCONTOS DE MENSALIDADE POR ALUNO
      * (DESCALU), NOS MOLDES DA MANUTENCAO DE PENSOES (PROGPENSA):
      * A MATRICULA E CONFERIDA NO ALUNMAS, AS ACOES SAO INCLUIR,
      * ALTERAR E ENCERRAR, E CADA OPERACAO VAI PARA A TRILHA DE
      * AUDITORIA DE CONSOLE (CONSLOG). OS TIPOS SAO BOLSA DE
      * ESTUDO, IRMAO, FILHO DE FUNCIONARIO E PONTUALIDADE, EM
      * PERCENTUAL OU VALOR FIXO, COM VIGENCIA EM MESES (AAAAMM).
      * A COBRANCA DO PROGCOB89 APLICA OS DESCONTOS VIGENTES, NO
      * LUGAR DO CREDITO MANUAL DEPOIS DE CADA FATURAMENTO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT DESCALU-FILE          ASSIGN TO "DESCALU"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DESCALU-CHAVE
               FILE STATUS            IS WRK-DESCALU-STATUS.
           SELECT ALUNMAS-FILE          ASSIGN TO "ALUNMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ALUNMAS-MATRICULA
               FILE STATUS            IS WRK-ALUNMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DESCALU-FILE.
           COPY 'DESCALU.COB'.
       FD  ALUNMAS-FILE.
           COPY 'ALUNMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-DESCALU-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-DESCALU-OK                           VALUE '00'.
           88 WRK-DESCALU-NAO-ACHOU                    VALUE '23'.
           88 WRK-DESCALU-INEXISTENTE                  VALUE '35'.
       77  WRK-ALUNMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-ALUNMAS-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-ENCERRAR                        VALUE 'E'.
       77  WRK-MATRICULA               PIC 9(006)      VALUE ZEROS.
       77  WRK-SEQ                     PIC 9(002)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-CAMPOS-OK               PIC X(001)      VALUE 'N'.
           88 WRK-CAMPOS-VALIDOS                       VALUE 'S'.
       01  WRK-MES-VIGENCIA            PIC 9(006)      VALUE ZEROS.
       01  WRK-MES-VIGENCIA-DEC REDEFINES WRK-MES-VIGENCIA.
           05  WRK-VIG-ANO             PIC 9(004).
           05  WRK-VIG-MES             PIC 9(002).
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
      *    ABRE OS CADASTROS E RECEBE A ACAO, A MATRICULA E A
      *    SEQUENCIA DO DESCONTO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O DESCALU-FILE.
           IF  WRK-DESCALU-INEXISTENTE
               CLOSE DESCALU-FILE
               OPEN OUTPUT DESCALU-FILE
               CLOSE DESCALU-FILE
               OPEN I-O DESCALU-FILE
           END-IF.
           OPEN INPUT ALUNMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR E=ENCERRAR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'MATRICULA DO ALUNO:'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'SEQUENCIA DO DESCONTO (01 A 09):'.
           ACCEPT WRK-SEQ.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA A MATRICULA NO ALUNMAS E A SEQUENCIA E EXECUTA A
      *    ACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-MATRICULA          TO ALUNMAS-MATRICULA.
           READ ALUNMAS-FILE.
           IF  NOT WRK-ALUNMAS-OK
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO CADASTRADA '
                       'NO ALUNMAS - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           IF  WRK-SEQ                 LESS 1 OR GREATER 9
               DISPLAY 'SEQUENCIA DO DESCONTO INVALIDA - OPERACAO '
                       'RECUSADA'
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-MATRICULA          TO DESCALU-MATRICULA.
           MOVE WRK-SEQ                TO DESCALU-SEQ.
           READ DESCALU-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-DESCALU-OK AND DESCALU-ATIVO
                       DISPLAY 'DESCONTO JA CADASTRADO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-MATRICULA   TO DESCALU-MATRICULA
                   MOVE WRK-SEQ         TO DESCALU-SEQ
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   SET DESCALU-ATIVO    TO TRUE
                   IF  WRK-DESCALU-OK
                       REWRITE DESCALU-REC
                   ELSE
                       WRITE DESCALU-REC
                   END-IF
                   DISPLAY 'DESCONTO INCLUIDO'
               WHEN WRK-ACAO-ALTERAR
                   IF  NOT WRK-DESCALU-OK OR NOT DESCALU-ATIVO
                       DISPLAY 'DESCONTO NAO CADASTRADO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   REWRITE DESCALU-REC
                   DISPLAY 'DESCONTO ALTERADO'
               WHEN WRK-ACAO-ENCERRAR
                   IF  WRK-DESCALU-OK AND DESCALU-ATIVO
                       SET DESCALU-ENCERRADO TO TRUE
                       REWRITE DESCALU-REC
                       DISPLAY 'DESCONTO ENCERRADO'
                   ELSE
                       DISPLAY 'DESCONTO NAO CADASTRADO'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

       0200-80-AUDITAR.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' MAT '              DELIMITED BY SIZE
                  WRK-MATRICULA        DELIMITED BY SIZE
                  ' DESC '             DELIMITED BY SIZE
                  WRK-SEQ              DELIMITED BY SIZE
                  ' TIPO '             DELIMITED BY SIZE
                  DESCALU-TIPO         DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA OS CAMPOS DO DESCONTO, CONFERINDO O TIPO, A FORMA
      *    E A VIGENCIA
      *================================================================*
       0410-ACEITAR-CAMPOS             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CAMPOS-OK.
           DISPLAY 'TIPO (B=BOLSA I=IRMAO F=FILHO DE FUNCIONARIO '
                   'P=PONTUALIDADE):'.
           ACCEPT DESCALU-TIPO.
           IF  NOT DESCALU-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           DISPLAY 'FORMA (P=PERCENTUAL F=VALOR FIXO):'.
           ACCEPT DESCALU-FORMA.
           IF  NOT DESCALU-FORMA-VALIDA
               DISPLAY 'FORMA INVALIDA - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           MOVE ZEROS                  TO DESCALU-PERCENTUAL
                                           DESCALU-VALOR.
           IF  DESCALU-VALOR-FIXO
               DISPLAY 'VALOR FIXO MENSAL:'
               ACCEPT DESCALU-VALOR
               IF  DESCALU-VALOR       EQUAL ZEROS
                   DISPLAY 'VALOR ZERADO - OPERACAO RECUSADA'
                   GO TO 0410-99-FIM
               END-IF
           ELSE
               DISPLAY 'PERCENTUAL (EX.: 050,00):'
               ACCEPT DESCALU-PERCENTUAL
               IF  DESCALU-PERCENTUAL  EQUAL ZEROS
               OR  DESCALU-PERCENTUAL  GREATER 100
                   DISPLAY 'PERCENTUAL INVALIDO - OPERACAO RECUSADA'
                   GO TO 0410-99-FIM
               END-IF
           END-IF.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMM):'.
           ACCEPT WRK-MES-VIGENCIA.
           IF  WRK-VIG-MES             LESS 1 OR GREATER 12
               DISPLAY 'MES DE INICIO INVALIDO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           MOVE WRK-MES-VIGENCIA       TO DESCALU-VIGENCIA-INICIO.
           DISPLAY 'FIM DA VIGENCIA (AAAAMM, ZEROS = SEM TERMINO):'.
           ACCEPT WRK-MES-VIGENCIA.
           IF  WRK-MES-VIGENCIA        NOT EQUAL ZEROS
               IF  WRK-VIG-MES         LESS 1 OR GREATER 12
               OR  WRK-MES-VIGENCIA    LESS DESCALU-VIGENCIA-INICIO
                   DISPLAY 'MES DE FIM INVALIDO - OPERACAO RECUSADA'
                   GO TO 0410-99-FIM
               END-IF
           END-IF.
           MOVE WRK-MES-VIGENCIA       TO DESCALU-VIGENCIA-FIM.
           SET WRK-CAMPOS-VALIDOS      TO TRUE.
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
           MOVE 'PROGDESC'             TO CONSLOG-PROGRAMA.
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
           CLOSE DESCALU-FILE.
           CLOSE ALUNMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
