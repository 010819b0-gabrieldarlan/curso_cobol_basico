       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLIMAP.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: FILA DE APROVACAO DAS PROPOSTAS DE REVISAO DO
      * LIMITE DE CREDITO (LIMREV, GERADAS PELA PONTUACAO DO
      * PROGSCCLI). UM APROVADOR AUTORIZADO (NIVEIS 03 E 01 DO
      * USERMAS) PERCORRE AS PROPOSTAS PENDENTES DO MES DE
      * REFERENCIA E DECIDE CADA UMA: APROVAR OU REJEITAR. A
      * APROVACAO GRAVA O LIMITE PROPOSTO NA FICHA DO CLIENTE
      * (CUSTMAS) COM IMAGEM ANTES/DEPOIS NO DIARIO DE ATUALIZACOES
      * (JRNMAS), COMO A MANUTENCAO DO PROGCPF; O MOTIVO FICA NA
      * PROPOSTA E O APROVADOR E A DATA DA DECISAO SAO ANOTADOS
      * NELA E NA TRILHA LOGINLOG, DE MODO QUE TODA MUDANCA DE
      * LIMITE TEM MOTIVO E APROVADOR
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT LIMREV-FILE           ASSIGN TO "LIMREV"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS LIMREV-CHAVE
               FILE STATUS            IS WRK-LIMREV-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
           SELECT JRNMAS-FILE           ASSIGN TO "JRNMAS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JRNMAS-STATUS.
           SELECT LOGINLOG-FILE         ASSIGN TO "LOGINLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOGINLOG-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMREV-FILE.
           COPY 'LIMREV.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       FD  JRNMAS-FILE.
           COPY 'JRNMAS.COB'.
       FD  LOGINLOG-FILE.
           COPY 'LOGINLOG.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-LIMREV-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-LIMREV-OK                           VALUE '00'.
           88  WRK-LIMREV-FIM                          VALUE '10'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
       77  WRK-JRNMAS-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-LOGINLOG-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
      *
      *    APROVADOR AUTORIZADO E DECISAO DA PROPOSTA CORRENTE
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-SENHA                   PIC X(010)      VALUE SPACES.
       77  WRK-AUTORIZADO              PIC X(001)      VALUE 'N'.
           88  WRK-AUTORIZACAO-OK                      VALUE 'S'.
       77  WRK-NIVEL-OPERADOR          PIC 9(002)      VALUE ZEROS.
       77  WRK-DECISAO                 PIC X(001)      VALUE SPACES.
       77  WRK-RESULTADO               PIC X(010)      VALUE SPACES.
      *
       01  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-SYS-DEC REDEFINES WRK-DATA-SYS.
           05  WRK-SYS-ANOMES          PIC 9(006).
           05  WRK-SYS-DIA             PIC 9(002).
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-REFERENCIA              PIC 9(006)      VALUE ZEROS.
       77  WRK-JRN-ANTES               PIC X(150)      VALUE SPACES.
       77  WRK-LIMITE-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PROPOSTO-ED             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COMPRAS-ED              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                        VALUE ZEROS.
       77  WRK-ACAO-DESCRICAO          PIC X(008)      VALUE SPACES.
       77  WRK-QTD-PENDENTES           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-APROVADAS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-REJEITADAS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-PULADAS             PIC 9(005)      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           IF  WRK-AUTORIZACAO-OK
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O APROVADOR, RECEBE A REFERENCIA E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           OPEN I-O USERMAS-FILE.

           DISPLAY 'FILA DE REVISAO DE LIMITES DE CREDITO'.
           DISPLAY 'USUARIO AUTORIZADO (SUPERVISOR/ADMINISTRADOR):'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'SENHA:'.
           ACCEPT WRK-SENHA WITH NO ECHO.
           MOVE WRK-OPERADOR           TO USERMAS-USUARIO.
           READ USERMAS-FILE.
           IF  WRK-USERMAS-OK AND USERMAS-ATIVO
               AND WRK-SENHA           EQUAL USERMAS-SENHA
               AND (USERMAS-NIVEL EQUAL 03 OR USERMAS-NIVEL EQUAL 01)
               SET WRK-AUTORIZACAO-OK   TO TRUE
               MOVE USERMAS-NIVEL       TO WRK-NIVEL-OPERADOR
           ELSE
               DISPLAY 'ACESSO NEGADO - FILA NAO ABERTA'
           END-IF.
           CLOSE USERMAS-FILE.

           IF  NOT WRK-AUTORIZACAO-OK
               GO TO 0100-99-FIM
           END-IF.

           DISPLAY 'REFERENCIA (AAAAMM, ENTER = MES CORRENTE):'.
           MOVE ZEROS                  TO WRK-REFERENCIA.
           ACCEPT WRK-REFERENCIA.
           IF  WRK-REFERENCIA          EQUAL ZEROS
               MOVE WRK-SYS-ANOMES      TO WRK-REFERENCIA
           END-IF.

           OPEN I-O LIMREV-FILE.
           OPEN I-O CUSTMAS-FILE.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
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
      *    PERCORRE AS PROPOSTAS DA REFERENCIA E COLHE A DECISAO DAS
      *    PENDENTES
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-LIMREV-OK
               DISPLAY 'SEM PROPOSTAS DE REVISAO (LIMREV) - RODAR A '
                       'PONTUACAO DO PROGSCCLI'
               GO TO 0200-99-FIM
           END-IF.
           MOVE WRK-REFERENCIA         TO LIMREV-REFERENCIA.
           MOVE LOW-VALUES             TO LIMREV-CPF.
           START LIMREV-FILE KEY NOT LESS LIMREV-CHAVE
               INVALID KEY
                   SET WRK-LIMREV-FIM   TO TRUE
           END-START.
           IF  NOT WRK-LIMREV-FIM
               PERFORM 0210-LER-PROPOSTA
           END-IF.
           PERFORM 0220-TRATAR-1-PROPOSTA UNTIL WRK-LIMREV-FIM.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA PROPOSTA; ACABADA A REFERENCIA, ENCERRA
      *================================================================*
       0210-LER-PROPOSTA               SECTION.
      *================================================================*
           READ LIMREV-FILE NEXT RECORD
               AT END
                   SET WRK-LIMREV-FIM  TO TRUE
                   GO TO 0210-99-FIM
           END-READ.
           IF  LIMREV-REFERENCIA       NOT EQUAL WRK-REFERENCIA
               SET WRK-LIMREV-FIM      TO TRUE
           END-IF.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APRESENTA UMA PROPOSTA PENDENTE E EXECUTA A DECISAO DO
      *    APROVADOR: APROVAR, REJEITAR OU PULAR
      *================================================================*
       0220-TRATAR-1-PROPOSTA          SECTION.
      *================================================================*
           IF  NOT LIMREV-PENDENTE
               PERFORM 0210-LER-PROPOSTA
               GO TO 0220-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-PENDENTES.
           MOVE LIMREV-CPF             TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               MOVE SPACES              TO CUSTMAS-NOME
           END-IF.
           EVALUATE TRUE
               WHEN LIMREV-ELEVAR
                   MOVE 'ELEVAR'        TO WRK-ACAO-DESCRICAO
               WHEN LIMREV-REDUZIR
                   MOVE 'REDUZIR'       TO WRK-ACAO-DESCRICAO
               WHEN LIMREV-BLOQUEAR
                   MOVE 'BLOQUEAR'      TO WRK-ACAO-DESCRICAO
               WHEN OTHER
                   MOVE 'MANTER'        TO WRK-ACAO-DESCRICAO
           END-EVALUATE.
           MOVE LIMREV-LIMITE-ATUAL    TO WRK-LIMITE-ED.
           MOVE LIMREV-LIMITE-PROPOSTO TO WRK-PROPOSTO-ED.
           MOVE LIMREV-VALOR-COMPRAS   TO WRK-COMPRAS-ED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CLIENTE ' LIMREV-CPF ' ' CUSTMAS-NOME.
           DISPLAY LIMREV-MOTIVO.
           DISPLAY 'PAGAMENTOS ' LIMREV-QTD-PAGAMENTOS
                   ' COMPRAS ' WRK-COMPRAS-ED.
           DISPLAY 'PROPOSTA: ' WRK-ACAO-DESCRICAO ' DE '
                   WRK-LIMITE-ED ' PARA ' WRK-PROPOSTO-ED.
           DISPLAY 'DECISAO: (A)PROVAR (R)EJEITAR (ENTER=PULAR):'.
           MOVE SPACES                 TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0230-APROVAR-PROPOSTA
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0250-REJEITAR-PROPOSTA
               WHEN OTHER
                   ADD 1                TO WRK-QTD-PULADAS
           END-EVALUATE.
           PERFORM 0210-LER-PROPOSTA.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APROVA A PROPOSTA: GRAVA O NOVO LIMITE NA FICHA DO CLIENTE
      *    COM O DIARIO DE ATUALIZACOES E ANOTA A DECISAO. SE O
      *    LIMITE FOI MUDADO POR OUTRA VIA DEPOIS DA PONTUACAO, A
      *    PROPOSTA ESTA VENCIDA E FICA PENDENTE ATE A PROXIMA
      *================================================================*
       0230-APROVAR-PROPOSTA           SECTION.
      *================================================================*
           IF  NOT WRK-CUSTMAS-OK
           OR  NOT CUSTMAS-EM-USO
               DISPLAY 'CLIENTE ' LIMREV-CPF ' FORA DO CADASTRO EM '
                       'USO - PROPOSTA NAO APLICADA'
               ADD 1                    TO WRK-QTD-PULADAS
               GO TO 0230-99-FIM
           END-IF.
           IF  CUSTMAS-LIMITE-CREDITO  NOT EQUAL LIMREV-LIMITE-ATUAL
               MOVE CUSTMAS-LIMITE-CREDITO TO WRK-LIMITE-ED
               DISPLAY 'LIMITE ALTERADO PARA ' WRK-LIMITE-ED
                       ' DEPOIS DA PONTUACAO - PROPOSTA NAO APLICADA'
               ADD 1                    TO WRK-QTD-PULADAS
               GO TO 0230-99-FIM
           END-IF.
           MOVE CUSTMAS-REC            TO WRK-JRN-ANTES.
           MOVE LIMREV-LIMITE-PROPOSTO TO CUSTMAS-LIMITE-CREDITO.
           REWRITE CUSTMAS-REC.
           PERFORM 0810-GRAVAR-JOURNAL.

           SET LIMREV-APROVADA         TO TRUE.
           MOVE WRK-OPERADOR           TO LIMREV-APROVADOR.
           MOVE WRK-DATA-SYS           TO LIMREV-DATA-DECISAO.
           REWRITE LIMREV-REC.

           ADD 1                       TO WRK-QTD-APROVADAS.
           MOVE 'LIMITE APR'           TO WRK-RESULTADO.
           PERFORM 0730-GRAVAR-LOG-ACESSO.
           DISPLAY 'CLIENTE ' LIMREV-CPF ' NOVO LIMITE '
                   WRK-PROPOSTO-ED.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REJEITA A PROPOSTA: O LIMITE FICA COMO ESTA E A DECISAO E
      *    ANOTADA
      *================================================================*
       0250-REJEITAR-PROPOSTA          SECTION.
      *================================================================*
           SET LIMREV-REJEITADA        TO TRUE.
           MOVE WRK-OPERADOR           TO LIMREV-APROVADOR.
           MOVE WRK-DATA-SYS           TO LIMREV-DATA-DECISAO.
           REWRITE LIMREV-REC.
           ADD 1                       TO WRK-QTD-REJEITADAS.
           MOVE 'LIMITE REJ'           TO WRK-RESULTADO.
           PERFORM 0730-GRAVAR-LOG-ACESSO.
           DISPLAY 'CLIENTE ' LIMREV-CPF ' PROPOSTA REJEITADA'.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A IMAGEM ANTES/DEPOIS DA FICHA DO CLIENTE NO DIARIO
      *    DE ATUALIZACOES
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
           MOVE 'PROGLIMAP'            TO JRNMAS-PROGRAMA.
           MOVE 'CUSTMAS'              TO JRNMAS-ARQUIVO.
           MOVE 'A'                    TO JRNMAS-OPERACAO.
           MOVE WRK-JRN-ANTES          TO JRNMAS-IMAGEM-ANTES.
           MOVE CUSTMAS-REC            TO JRNMAS-IMAGEM-DEPOIS.
           WRITE JRNMAS-REC.
           CLOSE JRNMAS-FILE.
      *================================================================*
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A DECISAO E O APROVADOR NA TRILHA DE AUDITORIA DE
      *    ACESSO
      *================================================================*
       0730-GRAVAR-LOG-ACESSO          SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND LOGINLOG-FILE.
           IF  WRK-LOGINLOG-STATUS     EQUAL '35'
               OPEN OUTPUT LOGINLOG-FILE
               CLOSE LOGINLOG-FILE
               OPEN EXTEND LOGINLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO LOGINLOG-DATA.
           MOVE WRK-HORA-SYS           TO LOGINLOG-HORA.
           MOVE WRK-OPERADOR           TO LOGINLOG-USUARIO.
           MOVE WRK-NIVEL-OPERADOR     TO LOGINLOG-NIVEL.
           MOVE WRK-RESULTADO          TO LOGINLOG-RESULTADO.
           WRITE LOGINLOG-REC.
           CLOSE LOGINLOG-FILE.
      *================================================================*
       0730-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA A FILA COM O RESUMO DA SESSAO
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           IF  NOT WRK-AUTORIZACAO-OK
               GOBACK
           END-IF.
           CLOSE LIMREV-FILE.
           CLOSE CUSTMAS-FILE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'PENDENTES=' WRK-QTD-PENDENTES
                   ' APROVADAS=' WRK-QTD-APROVADAS
                   ' REJEITADAS=' WRK-QTD-REJEITADAS
                   ' PULADAS=' WRK-QTD-PULADAS.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
