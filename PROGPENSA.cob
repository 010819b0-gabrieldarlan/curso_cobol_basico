       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPENSA.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DAS ORDENS JUDICIAIS DE PENSAO
      * ALIMENTICIA (PENSAO) POR MATRICULA E SEQUENCIA DA ORDEM, NOS
      * MOLDES DA MANUTENCAO DE BENEFICIOS (PROGBENEF): A MATRICULA
      * E CONFERIDA NO FUNCMAS, O CPF DO BENEFICIARIO TEM OS DIGITOS
      * VERIFICADORES CONFERIDOS COMO NO PROGCPF, AS ACOES SAO
      * INCLUIR, ALTERAR E ENCERRAR, E CADA OPERACAO VAI PARA A
      * TRILHA DE AUDITORIA DE CONSOLE (CONSLOG). A FOLHA (PROGCOB04)
      * DESCONTA A PENSAO E CREDITA O BENEFICIARIO NO BANCOPAG, NO
      * LUGAR DO DESCONTO E DA TRANSFERENCIA MANUAIS
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PENSAO-FILE           ASSIGN TO "PENSAO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PENSAO-CHAVE
               FILE STATUS            IS WRK-PENSAO-STATUS.
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
       FD  PENSAO-FILE.
           COPY 'PENSAO.COB'.
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
       77  WRK-PENSAO-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-PENSAO-OK                            VALUE '00'.
           88 WRK-PENSAO-NAO-ACHOU                     VALUE '23'.
           88 WRK-PENSAO-INEXISTENTE                   VALUE '35'.
       77  WRK-FUNCMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-FUNCMAS-OK                           VALUE '00'.
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
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF, COM OS PESOS
      *    DO PROGCPF (1O DV SOBRE 9 DIGITOS, 2O DV SOBRE 10)
      *
       01  WRK-CPF                     PIC X(011)      VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF.
           05  WRK-CPF-DIG             PIC 9(001)  OCCURS 11 TIMES.
       01  WRK-PESO-STR                PIC X(020)      VALUE
           '11100908070605040302'.
       01  WRK-PESO-TAB REDEFINES WRK-PESO-STR.
           05  WRK-PESO                PIC 9(002)  OCCURS 10 TIMES.
       77  WRK-IDX                     PIC 9(002)      VALUE ZEROS.
       77  WRK-SOMA                    PIC 9(004)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(002)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(002)      VALUE ZEROS.
       77  WRK-DIGITO-1                PIC 9(001)      VALUE ZEROS.
       77  WRK-DIGITO-2                PIC 9(001)      VALUE ZEROS.
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
      *    SEQUENCIA DA ORDEM JUDICIAL
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O PENSAO-FILE.
           IF  WRK-PENSAO-INEXISTENTE
               CLOSE PENSAO-FILE
               OPEN OUTPUT PENSAO-FILE
               CLOSE PENSAO-FILE
               OPEN I-O PENSAO-FILE
           END-IF.
           OPEN INPUT FUNCMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR E=ENCERRAR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'MATRICULA DO FUNCIONARIO:'.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'SEQUENCIA DA ORDEM (01 A 05):'.
           ACCEPT WRK-SEQ.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA A MATRICULA NO FUNCMAS E A SEQUENCIA E EXECUTA A
      *    ACAO
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
           IF  WRK-SEQ                 LESS 1 OR GREATER 5
               DISPLAY 'SEQUENCIA DA ORDEM INVALIDA - OPERACAO '
                       'RECUSADA'
               GO TO 0200-99-FIM
           END-IF.

           MOVE WRK-MATRICULA          TO PENSAO-MATRICULA.
           MOVE WRK-SEQ                TO PENSAO-SEQ.
           READ PENSAO-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-PENSAO-OK AND PENSAO-ATIVA
                       DISPLAY 'ORDEM JA CADASTRADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-MATRICULA   TO PENSAO-MATRICULA
                   MOVE WRK-SEQ         TO PENSAO-SEQ
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   SET PENSAO-ATIVA     TO TRUE
                   IF  WRK-PENSAO-OK
                       REWRITE PENSAO-REC
                   ELSE
                       WRITE PENSAO-REC
                   END-IF
                   DISPLAY 'ORDEM INCLUIDA'
               WHEN WRK-ACAO-ALTERAR
                   IF  NOT WRK-PENSAO-OK OR NOT PENSAO-ATIVA
                       DISPLAY 'ORDEM NAO CADASTRADA'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   REWRITE PENSAO-REC
                   DISPLAY 'ORDEM ALTERADA'
               WHEN WRK-ACAO-ENCERRAR
                   IF  WRK-PENSAO-OK AND PENSAO-ATIVA
                       SET PENSAO-ENCERRADA TO TRUE
                       REWRITE PENSAO-REC
                       DISPLAY 'ORDEM ENCERRADA'
                   ELSE
                       DISPLAY 'ORDEM NAO CADASTRADA'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

       0200-80-AUDITAR.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' MAT '              DELIMITED BY SIZE
                  WRK-MATRICULA        DELIMITED BY SIZE
                  ' ORDEM '            DELIMITED BY SIZE
                  WRK-SEQ              DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA OS CAMPOS DA ORDEM, CONFERINDO O CPF DO
      *    BENEFICIARIO E A REGRA DE CALCULO
      *================================================================*
       0410-ACEITAR-CAMPOS             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CAMPOS-OK.
           DISPLAY 'NUMERO DO PROCESSO JUDICIAL:'.
           ACCEPT PENSAO-PROCESSO.
           DISPLAY 'NOME DO BENEFICIARIO:'.
           ACCEPT PENSAO-BENEF-NOME.
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS):'.
           ACCEPT WRK-CPF.
           IF  WRK-CPF                 NOT NUMERIC
               DISPLAY 'CPF INVALIDO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           PERFORM 0420-CALCULAR-DIGITOS-CPF.
           IF  WRK-DIGITO-1            NOT EQUAL WRK-CPF-DIG(10)
           OR  WRK-DIGITO-2            NOT EQUAL WRK-CPF-DIG(11)
               DISPLAY 'CPF INVALIDO - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           MOVE WRK-CPF                TO PENSAO-BENEF-CPF.
           DISPLAY 'BANCO DO BENEFICIARIO:'.
           ACCEPT PENSAO-BANCO.
           DISPLAY 'AGENCIA:'.
           ACCEPT PENSAO-AGENCIA.
           DISPLAY 'CONTA:'.
           ACCEPT PENSAO-CONTA.
           DISPLAY 'REGRA (L=PC DO LIQUIDO B=PC DO BRUTO '
                   'F=VALOR FIXO):'.
           ACCEPT PENSAO-REGRA.
           IF  NOT PENSAO-REGRA-VALIDA
               DISPLAY 'REGRA INVALIDA - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           MOVE ZEROS                  TO PENSAO-PERCENTUAL
                                           PENSAO-VALOR.
           IF  PENSAO-VALOR-FIXO
               DISPLAY 'VALOR MENSAL FIXO:'
               ACCEPT PENSAO-VALOR
           ELSE
               DISPLAY 'PERCENTUAL (EX.: 030,00):'
               ACCEPT PENSAO-PERCENTUAL
               IF  PENSAO-PERCENTUAL   GREATER 100
                   DISPLAY 'PERCENTUAL ACIMA DE 100 - OPERACAO '
                           'RECUSADA'
                   GO TO 0410-99-FIM
               END-IF
           END-IF.
           DISPLAY 'DATA DE INICIO DO DESCONTO (AAAAMMDD):'.
           ACCEPT PENSAO-DATA-INICIO.
           SET WRK-CAMPOS-VALIDOS      TO TRUE.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA OS DOIS DIGITOS VERIFICADORES DO CPF DIGITADO
      *================================================================*
       0420-CALCULAR-DIGITOS-CPF       SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-SOMA.
           PERFORM 0421-SOMAR-DIGITO-1 VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 9.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF  WRK-RESTO LESS 2
               MOVE ZEROS               TO WRK-DIGITO-1
           ELSE
               COMPUTE WRK-DIGITO-1 = 11 - WRK-RESTO
           END-IF.
           MOVE ZEROS                  TO WRK-SOMA.
           PERFORM 0422-SOMAR-DIGITO-2 VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 10.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF  WRK-RESTO LESS 2
               MOVE ZEROS               TO WRK-DIGITO-2
           ELSE
               COMPUTE WRK-DIGITO-2 = 11 - WRK-RESTO
           END-IF.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

       0421-SOMAR-DIGITO-1             SECTION.
      *================================================================*
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CPF-DIG(WRK-IDX) * WRK-PESO(WRK-IDX + 1)).
      *================================================================*
       0421-99-FIM.                    EXIT.
      *================================================================*

       0422-SOMAR-DIGITO-2             SECTION.
      *================================================================*
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CPF-DIG(WRK-IDX) * WRK-PESO(WRK-IDX)).
      *================================================================*
       0422-99-FIM.                    EXIT.
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
           MOVE 'PROGPENSA'            TO CONSLOG-PROGRAMA.
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
           CLOSE PENSAO-FILE.
           CLOSE FUNCMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
