       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROF.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES (PROFMAS), DA
      * ATRIBUICAO DE CADA PROFESSOR A TURMA E DISCIPLINA POR
      * SEMESTRE LETIVO (PROFATR) E DO PRAZO DE LANCAMENTO DE NOTAS
      * DO SEMESTRE (PRAZONOT), NOS MOLDES DA MANUTENCAO DE PENSOES
      * (PROGPENSA). AS ACOES SAO INCLUIR, ALTERAR E DESATIVAR O
      * PROFESSOR, ATRIBUIR E REMOVER TURMA/DISCIPLINA E FIXAR O
      * PRAZO, E CADA OPERACAO VAI PARA A TRILHA DE AUDITORIA DE
      * CONSOLE (CONSLOG). A APURACAO DO BOLETIM (PROGCOB19) RECUSA A
      * NOTA DE PROFESSOR NAO ATRIBUIDO E A CONFERENCIA PROGNOTCK
      * COBRA AS PENDENCIAS DE CADA PROFESSOR
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PROFMAS-FILE          ASSIGN TO "PROFMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROFMAS-CODIGO
               FILE STATUS            IS WRK-PROFMAS-STATUS.
           SELECT PROFATR-FILE          ASSIGN TO "PROFATR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROFATR-CHAVE
               FILE STATUS            IS WRK-PROFATR-STATUS.
           SELECT PRAZONOT-FILE         ASSIGN TO "PRAZONOT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRAZONOT-SEMESTRE
               FILE STATUS            IS WRK-PRAZONOT-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFMAS-FILE.
           COPY 'PROFMAS.COB'.
       FD  PROFATR-FILE.
           COPY 'PROFATR.COB'.
       FD  PRAZONOT-FILE.
           COPY 'PRAZONOT.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PROFMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PROFMAS-OK                           VALUE '00'.
           88 WRK-PROFMAS-NAO-ACHOU                    VALUE '23'.
           88 WRK-PROFMAS-INEXISTENTE                  VALUE '35'.
       77  WRK-PROFATR-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PROFATR-OK                           VALUE '00'.
           88 WRK-PROFATR-NAO-ACHOU                    VALUE '23'.
           88 WRK-PROFATR-INEXISTENTE                  VALUE '35'.
       77  WRK-PRAZONOT-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-PRAZONOT-OK                          VALUE '00'.
           88 WRK-PRAZONOT-NAO-ACHOU                   VALUE '23'.
           88 WRK-PRAZONOT-INEXISTENTE                 VALUE '35'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-DESATIVAR                       VALUE 'D'.
           88 WRK-ACAO-ATRIBUIR                        VALUE 'T'.
           88 WRK-ACAO-REMOVER                         VALUE 'R'.
           88 WRK-ACAO-PRAZO                           VALUE 'P'.
           88 WRK-ACAO-PROFESSOR             VALUE 'I' 'A' 'D'.
           88 WRK-ACAO-ATRIBUICAO            VALUE 'T' 'R'.
       77  WRK-PROFESSOR               PIC 9(006)      VALUE ZEROS.
       77  WRK-TURMA                   PIC X(003)      VALUE SPACES.
       77  WRK-MATERIA                 PIC X(010)      VALUE SPACES.
       77  WRK-DATA-LIMITE             PIC 9(008)      VALUE ZEROS.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
      *
      *    SEMESTRE LETIVO (AAAAS) DA ATRIBUICAO OU DO PRAZO
      *
       01  WRK-SEMESTRE                PIC 9(005)      VALUE ZEROS.
       01  WRK-SEMESTRE-DEC REDEFINES WRK-SEMESTRE.
           05  WRK-SEM-ANO             PIC 9(004).
           05  WRK-SEM-NUM             PIC 9(001).
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
      *    ABRE OS CADASTROS E RECEBE O OPERADOR E A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O PROFMAS-FILE.
           IF  WRK-PROFMAS-INEXISTENTE
               CLOSE PROFMAS-FILE
               OPEN OUTPUT PROFMAS-FILE
               CLOSE PROFMAS-FILE
               OPEN I-O PROFMAS-FILE
           END-IF.
           OPEN I-O PROFATR-FILE.
           IF  WRK-PROFATR-INEXISTENTE
               CLOSE PROFATR-FILE
               OPEN OUTPUT PROFATR-FILE
               CLOSE PROFATR-FILE
               OPEN I-O PROFATR-FILE
           END-IF.
           OPEN I-O PRAZONOT-FILE.
           IF  WRK-PRAZONOT-INEXISTENTE
               CLOSE PRAZONOT-FILE
               OPEN OUTPUT PRAZONOT-FILE
               CLOSE PRAZONOT-FILE
               OPEN I-O PRAZONOT-FILE
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR D=DESATIVAR PROFESSOR'.
           DISPLAY '      T=ATRIBUIR R=REMOVER TURMA/DISCIPLINA'.
           DISPLAY '      P=PRAZO DE LANCAMENTO DO SEMESTRE):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESVIA PARA A MANUTENCAO CORRESPONDENTE A ACAO E GRAVA A
      *    AUDITORIA DA OPERACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           EVALUATE TRUE
               WHEN WRK-ACAO-PROFESSOR
                   PERFORM 0210-MANTER-PROFESSOR
               WHEN WRK-ACAO-ATRIBUICAO
                   PERFORM 0220-MANTER-ATRIBUICAO
               WHEN WRK-ACAO-PRAZO
                   PERFORM 0230-MANTER-PRAZO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE SPACES          TO WRK-CAMPOS-LOG
                   STRING WRK-ACAO      DELIMITED BY SIZE
                          ' INVALIDA'   DELIMITED BY SIZE
                          INTO WRK-CAMPOS-LOG
                   END-STRING
           END-EVALUATE.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    INCLUI, ALTERA O NOME OU DESATIVA UM PROFESSOR
      *================================================================*
       0210-MANTER-PROFESSOR           SECTION.
      *================================================================*
           DISPLAY 'CODIGO DO PROFESSOR:'.
           ACCEPT WRK-PROFESSOR.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' PROF '             DELIMITED BY SIZE
                  WRK-PROFESSOR        DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           IF  WRK-PROFESSOR           EQUAL ZEROS
               DISPLAY 'CODIGO INVALIDO - OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           MOVE WRK-PROFESSOR          TO PROFMAS-CODIGO.
           READ PROFMAS-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-PROFMAS-OK AND PROFMAS-ATIVO
                       DISPLAY 'PROFESSOR JA CADASTRADO'
                       GO TO 0210-99-FIM
                   END-IF
                   MOVE WRK-PROFESSOR   TO PROFMAS-CODIGO
                   DISPLAY 'NOME DO PROFESSOR:'
                   ACCEPT PROFMAS-NOME
                   IF  PROFMAS-NOME     EQUAL SPACES
                       DISPLAY 'NOME EM BRANCO - OPERACAO RECUSADA'
                       GO TO 0210-99-FIM
                   END-IF
                   SET PROFMAS-ATIVO    TO TRUE
                   ACCEPT PROFMAS-DATA-INCLUSAO FROM DATE YYYYMMDD
                   IF  WRK-PROFMAS-OK
                       REWRITE PROFMAS-REC
                   ELSE
                       WRITE PROFMAS-REC
                   END-IF
                   DISPLAY 'PROFESSOR INCLUIDO'
               WHEN WRK-ACAO-ALTERAR
                   IF  NOT WRK-PROFMAS-OK OR NOT PROFMAS-ATIVO
                       DISPLAY 'PROFESSOR NAO CADASTRADO'
                       GO TO 0210-99-FIM
                   END-IF
                   DISPLAY 'NOME DO PROFESSOR:'
                   ACCEPT PROFMAS-NOME
                   IF  PROFMAS-NOME     EQUAL SPACES
                       DISPLAY 'NOME EM BRANCO - OPERACAO RECUSADA'
                       GO TO 0210-99-FIM
                   END-IF
                   REWRITE PROFMAS-REC
                   DISPLAY 'PROFESSOR ALTERADO'
               WHEN WRK-ACAO-DESATIVAR
                   IF  WRK-PROFMAS-OK AND PROFMAS-ATIVO
                       SET PROFMAS-INATIVO TO TRUE
                       REWRITE PROFMAS-REC
                       DISPLAY 'PROFESSOR DESATIVADO - REVEJA AS '
                               'ATRIBUICOES DO SEMESTRE'
                   ELSE
                       DISPLAY 'PROFESSOR NAO CADASTRADO'
                   END-IF
           END-EVALUATE.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ATRIBUI (OU TROCA) O PROFESSOR RESPONSAVEL POR UMA TURMA E
      *    DISCIPLINA NO SEMESTRE, OU REMOVE A ATRIBUICAO. SO UM
      *    PROFESSOR ATIVO PODE SER ATRIBUIDO
      *================================================================*
       0220-MANTER-ATRIBUICAO          SECTION.
      *================================================================*
           DISPLAY 'SEMESTRE LETIVO (AAAAS, EX: 20261):'.
           ACCEPT WRK-SEMESTRE.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-TURMA.
           DISPLAY 'DISCIPLINA:'.
           ACCEPT WRK-MATERIA.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SEMESTRE         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-TURMA            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-MATERIA          DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           IF  WRK-SEMESTRE            EQUAL ZEROS
           OR  WRK-SEM-NUM             LESS 1 OR GREATER 2
           OR  WRK-TURMA               EQUAL SPACES
           OR  WRK-MATERIA             EQUAL SPACES
               DISPLAY 'SEMESTRE, TURMA OU DISCIPLINA INVALIDOS - '
                       'OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-SEMESTRE           TO PROFATR-SEMESTRE.
           MOVE WRK-TURMA              TO PROFATR-TURMA.
           MOVE WRK-MATERIA            TO PROFATR-MATERIA.
           READ PROFATR-FILE.

           IF  WRK-ACAO-REMOVER
               IF  WRK-PROFATR-OK
                   DELETE PROFATR-FILE
                   DISPLAY 'ATRIBUICAO REMOVIDA'
               ELSE
                   DISPLAY 'ATRIBUICAO NAO CADASTRADA'
               END-IF
               GO TO 0220-99-FIM
           END-IF.

           DISPLAY 'CODIGO DO PROFESSOR:'.
           ACCEPT WRK-PROFESSOR.
           MOVE WRK-PROFESSOR          TO PROFMAS-CODIGO.
           READ PROFMAS-FILE.
           IF  NOT WRK-PROFMAS-OK OR NOT PROFMAS-ATIVO
               DISPLAY 'PROFESSOR ' WRK-PROFESSOR ' NAO CADASTRADO '
                       'OU INATIVO - OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-PROFESSOR          TO WRK-CAMPOS-LOG(34:6).
           IF  WRK-PROFATR-OK
               MOVE WRK-PROFESSOR       TO PROFATR-PROFESSOR
               REWRITE PROFATR-REC
               DISPLAY 'ATRIBUICAO ALTERADA'
           ELSE
               MOVE WRK-SEMESTRE        TO PROFATR-SEMESTRE
               MOVE WRK-TURMA           TO PROFATR-TURMA
               MOVE WRK-MATERIA         TO PROFATR-MATERIA
               MOVE WRK-PROFESSOR       TO PROFATR-PROFESSOR
               WRITE PROFATR-REC
               DISPLAY 'ATRIBUICAO INCLUIDA'
           END-IF.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FIXA (OU ALTERA) O PRAZO DE LANCAMENTO DE NOTAS E
      *    FREQUENCIA DO SEMESTRE
      *================================================================*
       0230-MANTER-PRAZO               SECTION.
      *================================================================*
           DISPLAY 'SEMESTRE LETIVO (AAAAS, EX: 20261):'.
           ACCEPT WRK-SEMESTRE.
           DISPLAY 'DATA LIMITE DE LANCAMENTO (AAAAMMDD):'.
           ACCEPT WRK-DATA-LIMITE.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SEMESTRE         DELIMITED BY SIZE
                  ' PRAZO '            DELIMITED BY SIZE
                  WRK-DATA-LIMITE      DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           IF  WRK-SEMESTRE            EQUAL ZEROS
           OR  WRK-SEM-NUM             LESS 1 OR GREATER 2
           OR  WRK-DATA-LIMITE         EQUAL ZEROS
               DISPLAY 'SEMESTRE OU DATA INVALIDOS - OPERACAO '
                       'RECUSADA'
               GO TO 0230-99-FIM
           END-IF.
           MOVE WRK-SEMESTRE           TO PRAZONOT-SEMESTRE.
           READ PRAZONOT-FILE.
           MOVE WRK-DATA-LIMITE        TO PRAZONOT-DATA-LIMITE.
           IF  WRK-PRAZONOT-OK
               REWRITE PRAZONOT-REC
               DISPLAY 'PRAZO ALTERADO'
           ELSE
               MOVE WRK-SEMESTRE        TO PRAZONOT-SEMESTRE
               WRITE PRAZONOT-REC
               DISPLAY 'PRAZO INCLUIDO'
           END-IF.
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
           MOVE 'PROGPROF'             TO CONSLOG-PROGRAMA.
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
           CLOSE PROFMAS-FILE.
           CLOSE PROFATR-FILE.
           CLOSE PRAZONOT-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
