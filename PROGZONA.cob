       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGZONA.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DA PLANTA DE VALORES POR ZONA FISCAL
      * (ZONAVAL) E DOS DADOS DE AVALIACAO DAS PROPRIEDADES
      * (PROPMAS), NOS MOLDES DA MANUTENCAO DE PENSOES (PROGPENSA).
      * AS ACOES I, A E E INCLUEM, ALTERAM E EXCLUEM UMA ZONA COM O
      * VALOR DO M2 DE TERRENO E O VALOR DO M2 DE CONSTRUCAO DE CADA
      * PADRAO CONSTRUTIVO (A ZONA EM USO POR ALGUMA PROPRIEDADE NAO
      * E EXCLUIDA); A ACAO P INFORMA A ZONA, A AREA CONSTRUIDA E O
      * PADRAO DE UMA PROPRIEDADE. A REAVALIACAO ANUAL (PROGREAV)
      * USA ESSES DADOS PARA O VALOR VENAL E O IMPOSTO ESTIMADO.
      * CADA OPERACAO VAI PARA A TRILHA DE AUDITORIA DE CONSOLE
      * (CONSLOG) E CADA PROPRIEDADE ALTERADA PARA O DIARIO DE
      * ATUALIZACOES (JRNMAS)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ZONAVAL-FILE          ASSIGN TO "ZONAVAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ZONAVAL-ZONA
               FILE STATUS            IS WRK-ZONAVAL-STATUS.
           SELECT PROPMAS-FILE          ASSIGN TO "PROPMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROPMAS-ID
               FILE STATUS            IS WRK-PROPMAS-STATUS.
           SELECT JRNMAS-FILE           ASSIGN TO "JRNMAS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JRNMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ZONAVAL-FILE.
           COPY 'ZONAVAL.COB'.
       FD  PROPMAS-FILE.
           COPY 'PROPMAS.COB'.
       FD  JRNMAS-FILE.
           COPY 'JRNMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-ZONAVAL-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ZONAVAL-OK                          VALUE '00'.
           88  WRK-ZONAVAL-INEXISTENTE                 VALUE '35'.
       77  WRK-PROPMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROPMAS-OK                          VALUE '00'.
           88  WRK-PROPMAS-FIM                         VALUE '10'.
       77  WRK-JRNMAS-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-INCLUIR                        VALUE 'I'.
           88  WRK-ACAO-ALTERAR                        VALUE 'A'.
           88  WRK-ACAO-EXCLUIR                        VALUE 'E'.
           88  WRK-ACAO-PROPRIEDADE                    VALUE 'P'.
       77  WRK-ZONA                    PIC X(003)      VALUE SPACES.
       77  WRK-PROPRIEDADE             PIC X(006)      VALUE SPACES.
       77  WRK-PADRAO-IDX              PIC 9(001)      VALUE ZEROS.
       77  WRK-QTD-EM-USO              PIC 9(005)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-CAMPOS-OK               PIC X(001)      VALUE 'N'.
           88  WRK-CAMPOS-VALIDOS                      VALUE 'S'.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-JRN-ANTES               PIC X(150)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           IF  WRK-ACAO-PROPRIEDADE
               PERFORM 0250-DADOS-PROPRIEDADE
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
           OPEN I-O ZONAVAL-FILE.
           IF  WRK-ZONAVAL-INEXISTENTE
               CLOSE ZONAVAL-FILE
               OPEN OUTPUT ZONAVAL-FILE
               CLOSE ZONAVAL-FILE
               OPEN I-O ZONAVAL-FILE
           END-IF.
           OPEN I-O PROPMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR E=EXCLUIR ZONA '
                   'P=DADOS DA PROPRIEDADE):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MANUTENCAO DE UMA ZONA DA PLANTA DE VALORES
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           DISPLAY 'ZONA FISCAL:'.
           ACCEPT WRK-ZONA.
           IF  WRK-ZONA                EQUAL SPACES
               DISPLAY 'ZONA NAO INFORMADA - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           MOVE WRK-ZONA               TO ZONAVAL-ZONA.
           READ ZONAVAL-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-ZONAVAL-OK
                       DISPLAY 'ZONA JA CADASTRADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-ZONA        TO ZONAVAL-ZONA
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   WRITE ZONAVAL-REC
                   DISPLAY 'ZONA INCLUIDA'
               WHEN WRK-ACAO-ALTERAR
                   IF  NOT WRK-ZONAVAL-OK
                       DISPLAY 'ZONA NAO CADASTRADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   REWRITE ZONAVAL-REC
                   DISPLAY 'ZONA ALTERADA - VALE NA PROXIMA '
                           'REAVALIACAO (PROGREAV)'
               WHEN WRK-ACAO-EXCLUIR
                   IF  NOT WRK-ZONAVAL-OK
                       DISPLAY 'ZONA NAO CADASTRADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0420-CONTAR-EM-USO
                   IF  WRK-QTD-EM-USO  GREATER ZEROS
                       DISPLAY 'ZONA EM USO POR ' WRK-QTD-EM-USO
                               ' PROPRIEDADES - EXCLUSAO RECUSADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   DELETE ZONAVAL-FILE
                   DISPLAY 'ZONA EXCLUIDA'
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

       0200-80-AUDITAR.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' ZONA '             DELIMITED BY SIZE
                  WRK-ZONA             DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DADOS DE AVALIACAO DE UMA PROPRIEDADE: ZONA (CADASTRADA
      *    NA PLANTA), AREA CONSTRUIDA E PADRAO CONSTRUTIVO
      *================================================================*
       0250-DADOS-PROPRIEDADE          SECTION.
      *================================================================*
           DISPLAY 'PROPRIEDADE:'.
           ACCEPT WRK-PROPRIEDADE.
           MOVE WRK-PROPRIEDADE        TO PROPMAS-ID.
           READ PROPMAS-FILE.
           IF  NOT WRK-PROPMAS-OK
               DISPLAY 'PROPRIEDADE ' WRK-PROPRIEDADE ' NAO '
                       'CADASTRADA NO PROPMAS - OPERACAO RECUSADA'
               GO TO 0250-99-FIM
           END-IF.
           MOVE PROPMAS-REC            TO WRK-JRN-ANTES.
           DISPLAY 'ZONA FISCAL:'.
           ACCEPT WRK-ZONA.
           MOVE WRK-ZONA               TO ZONAVAL-ZONA.
           READ ZONAVAL-FILE.
           IF  NOT WRK-ZONAVAL-OK
               DISPLAY 'ZONA NAO CADASTRADA NA PLANTA DE VALORES - '
                       'OPERACAO RECUSADA'
               GO TO 0250-80-AUDITAR
           END-IF.
           MOVE WRK-ZONA               TO PROPMAS-ZONA.
           DISPLAY 'AREA CONSTRUIDA EM M2 (ZEROS = TERRENO SEM '
                   'CONSTRUCAO):'.
           ACCEPT PROPMAS-AREA-CONSTRUIDA.
           IF  PROPMAS-AREA-CONSTRUIDA EQUAL ZEROS
               MOVE ZEROS               TO PROPMAS-PADRAO
           ELSE
               DISPLAY 'PADRAO CONSTRUTIVO (1=BAIXO 2=MEDIO 3=ALTO):'
               ACCEPT PROPMAS-PADRAO
               IF  NOT PROPMAS-PADRAO-VALIDO
                   DISPLAY 'PADRAO INVALIDO - OPERACAO RECUSADA'
                   GO TO 0250-80-AUDITAR
               END-IF
           END-IF.
           REWRITE PROPMAS-REC.
           PERFORM 0810-GRAVAR-JOURNAL.
           DISPLAY 'DADOS DE AVALIACAO GRAVADOS - VALOR VENAL NA '
                   'PROXIMA REAVALIACAO (PROGREAV)'.

       0250-80-AUDITAR.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' PROP '             DELIMITED BY SIZE
                  WRK-PROPRIEDADE      DELIMITED BY SIZE
                  ' ZONA '             DELIMITED BY SIZE
                  WRK-ZONA             DELIMITED BY SIZE
                  ' PADRAO '           DELIMITED BY SIZE
                  PROPMAS-PADRAO       DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA OS VALORES DA ZONA: M2 DE TERRENO E M2 DE
      *    CONSTRUCAO DOS TRES PADROES
      *================================================================*
       0410-ACEITAR-CAMPOS             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CAMPOS-OK.
           DISPLAY 'DESCRICAO DA ZONA:'.
           ACCEPT ZONAVAL-DESCRICAO.
           DISPLAY 'VALOR DO M2 DE TERRENO:'.
           ACCEPT ZONAVAL-VALOR-M2-TERRENO.
           IF  ZONAVAL-VALOR-M2-TERRENO EQUAL ZEROS
               DISPLAY 'VALOR DE TERRENO ZERADO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           PERFORM 0415-ACEITAR-1-PADRAO
               VARYING WRK-PADRAO-IDX FROM 1 BY 1
               UNTIL WRK-PADRAO-IDX GREATER 3.
           MOVE WRK-DATA-SYS           TO ZONAVAL-DATA-ATUALIZACAO.
           SET WRK-CAMPOS-VALIDOS      TO TRUE.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

       0415-ACEITAR-1-PADRAO           SECTION.
      *================================================================*
           DISPLAY 'VALOR DO M2 DE CONSTRUCAO - PADRAO '
                   WRK-PADRAO-IDX ':'.
           ACCEPT ZONAVAL-VALOR-M2-CONSTR(WRK-PADRAO-IDX).
      *================================================================*
       0415-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA AS PROPRIEDADES QUE USAM A ZONA
      *================================================================*
       0420-CONTAR-EM-USO              SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-EM-USO.
           MOVE LOW-VALUES             TO PROPMAS-ID.
           MOVE '00'                   TO WRK-PROPMAS-STATUS.
           START PROPMAS-FILE KEY NOT LESS PROPMAS-ID
               INVALID KEY
                   MOVE '10'            TO WRK-PROPMAS-STATUS
           END-START.
           PERFORM 0425-CONTAR-1-PROPRIEDADE UNTIL WRK-PROPMAS-FIM.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

       0425-CONTAR-1-PROPRIEDADE       SECTION.
      *================================================================*
           READ PROPMAS-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-PROPMAS-STATUS
                   GO TO 0425-99-FIM
           END-READ.
           IF  PROPMAS-ZONA            EQUAL WRK-ZONA
               ADD 1                    TO WRK-QTD-EM-USO
           END-IF.
      *================================================================*
       0425-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A IMAGEM ANTES/DEPOIS DA PROPRIEDADE NO DIARIO DE
      *    ATUALIZACOES, COMO OS DEMAIS CADASTROS
      *================================================================*
       0810-GRAVAR-JOURNAL             SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND JRNMAS-FILE.
           IF  WRK-JRNMAS-STATUS       EQUAL '35'
               OPEN OUTPUT JRNMAS-FILE
               CLOSE JRNMAS-FILE
               OPEN EXTEND JRNMAS-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO JRNMAS-DATA.
           MOVE WRK-HORA-SYS           TO JRNMAS-HORA.
           MOVE 'PROGZONA'             TO JRNMAS-PROGRAMA.
           MOVE 'PROPMAS'              TO JRNMAS-ARQUIVO.
           MOVE 'A'                    TO JRNMAS-OPERACAO.
           MOVE WRK-JRN-ANTES          TO JRNMAS-IMAGEM-ANTES.
           MOVE PROPMAS-REC            TO JRNMAS-IMAGEM-DEPOIS.
           WRITE JRNMAS-REC.
           CLOSE JRNMAS-FILE.
      *================================================================*
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
       0900-GRAVAR-AUDITORIA-CONSOLE   SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND CONSLOG-FILE.
           IF  WRK-CONSLOG-STATUS      EQUAL '35'
               OPEN OUTPUT CONSLOG-FILE
               CLOSE CONSLOG-FILE
               OPEN EXTEND CONSLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO CONSLOG-DATA.
           MOVE WRK-HORA-SYS           TO CONSLOG-HORA.
           MOVE 'PROGZONA'             TO CONSLOG-PROGRAMA.
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
           CLOSE ZONAVAL-FILE.
           CLOSE PROPMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
