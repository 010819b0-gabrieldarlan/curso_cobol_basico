       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGKIT.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: MANUTENCAO DA ESTRUTURA DOS KITS (KITMAS): INCLUIR,
      * ALTERAR E EXCLUIR OS COMPONENTES DE UM PRODUTO VENDIDO COMO
      * KIT, COM A QUANTIDADE DE CADA UM POR UNIDADE DO KIT, E
      * LISTAR A ESTRUTURA. KIT E COMPONENTE PRECISAM ESTAR NO
      * PRODMAS, O COMPONENTE NAO PODE SER O PROPRIO KIT NEM OUTRO
      * KIT (UM NIVEL SO) E UM PRODUTO JA USADO COMO COMPONENTE NAO
      * VIRA KIT. CADA MUDANCA VAI PARA A TRILHA DE CONSOLE
      * COMPARTILHADA (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-KITMAS-OK                            VALUE '00'.
           88 WRK-KITMAS-NAO-ACHOU                     VALUE '23'.
           88 WRK-KITMAS-INEXISTENTE                   VALUE '35'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PRODMAS-OK                           VALUE '00'.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88 WRK-ACAO-INCLUIR                         VALUE 'I'.
           88 WRK-ACAO-ALTERAR                         VALUE 'A'.
           88 WRK-ACAO-EXCLUIR                         VALUE 'E'.
           88 WRK-ACAO-LISTAR                          VALUE 'L'.
       77  WRK-KIT                     PIC X(006)      VALUE SPACES.
       77  WRK-COMPONENTE              PIC X(006)      VALUE SPACES.
       77  WRK-QTD                     PIC 9(005)      VALUE ZEROS.
       77  WRK-DADOS-VALIDOS           PIC X(001)      VALUE 'N'.
           88 WRK-DADOS-OK                             VALUE 'S'.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       01  WRK-DATA-HORA-LOG.
           05  WRK-DATA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
           05  WRK-HORA-SYS-LOG        PIC 9(008)      VALUE ZEROS.
      *
      *    PESQUISA DE ESTRUTURA: SE UM CODIGO E KIT OU SE JA E USADO
      *    COMO COMPONENTE DE ALGUM KIT
      *
       77  WRK-CODIGO-PESQUISA         PIC X(006)      VALUE SPACES.
       77  WRK-ACHOU-ESTRUTURA         PIC X(001)      VALUE 'N'.
           88 WRK-E-KIT                                VALUE 'S'.
           88 WRK-E-COMPONENTE                         VALUE 'C'.
       77  WRK-FIM-KITMAS              PIC X(001)      VALUE 'N'.
           88 WRK-KITMAS-ENCERRADO                     VALUE 'S'.
       77  WRK-QTD-COMPONENTES         PIC 9(003)      VALUE ZEROS.
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
      *    ABRE OS ARQUIVOS E RECEBE A ACAO, O KIT E O COMPONENTE
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           OPEN I-O KITMAS-FILE.
           IF  WRK-KITMAS-INEXISTENTE
               CLOSE KITMAS-FILE
               OPEN OUTPUT KITMAS-FILE
               CLOSE KITMAS-FILE
               OPEN I-O KITMAS-FILE
           END-IF.
           OPEN INPUT PRODMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR / A=ALTERAR / E=EXCLUIR / '
                   'L=LISTAR):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'CODIGO DO KIT:'.
           ACCEPT WRK-KIT.
           IF  NOT WRK-ACAO-LISTAR
               DISPLAY 'CODIGO DO COMPONENTE:'
               ACCEPT WRK-COMPONENTE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXECUTA A ACAO PEDIDA SOBRE O PAR KIT/COMPONENTE
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  WRK-ACAO-LISTAR
               PERFORM 0500-LISTAR-ESTRUTURA
               GO TO 0200-99-FIM
           END-IF.
           MOVE WRK-KIT                TO KITMAS-KIT.
           MOVE WRK-COMPONENTE         TO KITMAS-COMPONENTE.
           READ KITMAS-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-KITMAS-OK
                       DISPLAY 'COMPONENTE JA NA ESTRUTURA DO KIT'
                   ELSE
                       PERFORM 0400-RECEBER-DADOS-ESTRUTURA
                       IF  WRK-DADOS-OK
                           MOVE WRK-KIT  TO KITMAS-KIT
                           MOVE WRK-COMPONENTE TO KITMAS-COMPONENTE
                           MOVE WRK-QTD  TO KITMAS-QTD
                           ACCEPT KITMAS-DATA-ULT-ATU
                                        FROM DATE YYYYMMDD
                           WRITE KITMAS-REC
                           DISPLAY 'COMPONENTE INCLUIDO NO KIT'
                       END-IF
                   END-IF
               WHEN WRK-ACAO-ALTERAR
                   IF  WRK-KITMAS-OK
                       PERFORM 0420-RECEBER-QUANTIDADE
                       IF  WRK-DADOS-OK
                           MOVE WRK-QTD  TO KITMAS-QTD
                           ACCEPT KITMAS-DATA-ULT-ATU
                                        FROM DATE YYYYMMDD
                           REWRITE KITMAS-REC
                           DISPLAY 'ESTRUTURA DO KIT ALTERADA'
                       END-IF
                   ELSE
                       DISPLAY 'COMPONENTE FORA DA ESTRUTURA DO KIT'
                   END-IF
               WHEN WRK-ACAO-EXCLUIR
                   IF  WRK-KITMAS-OK
                       DELETE KITMAS-FILE
                       DISPLAY 'COMPONENTE EXCLUIDO DO KIT'
                   ELSE
                       DISPLAY 'COMPONENTE FORA DA ESTRUTURA DO KIT'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-KIT              DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-COMPONENTE       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-QTD              DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O PAR KIT/COMPONENTE: OS DOIS NO PRODMAS, DIFERENTES,
      *    COMPONENTE QUE NAO SEJA KIT E KIT QUE NAO SEJA COMPONENTE
      *================================================================*
       0400-RECEBER-DADOS-ESTRUTURA    SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-DADOS-VALIDOS.
           MOVE WRK-KIT                TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               DISPLAY 'KIT NAO CADASTRADO NO PRODMAS - MUDANCA '
                       'RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           MOVE WRK-COMPONENTE         TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               DISPLAY 'COMPONENTE NAO CADASTRADO NO PRODMAS - '
                       'MUDANCA RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           IF  WRK-COMPONENTE          EQUAL WRK-KIT
               DISPLAY 'KIT NAO PODE SER COMPONENTE DE SI MESMO - '
                       'MUDANCA RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           MOVE WRK-COMPONENTE         TO WRK-CODIGO-PESQUISA.
           PERFORM 0450-PESQUISAR-ESTRUTURA.
           IF  WRK-E-KIT
               DISPLAY 'COMPONENTE JA E UM KIT - MUDANCA RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           MOVE WRK-KIT                TO WRK-CODIGO-PESQUISA.
           PERFORM 0450-PESQUISAR-ESTRUTURA.
           IF  WRK-E-COMPONENTE
               DISPLAY 'KIT JA E COMPONENTE DE OUTRO KIT - MUDANCA '
                       'RECUSADA'
               GO TO 0400-99-FIM
           END-IF.
           PERFORM 0420-RECEBER-QUANTIDADE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RECEBE A QUANTIDADE DO COMPONENTE POR UNIDADE DO KIT
      *================================================================*
       0420-RECEBER-QUANTIDADE         SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-DADOS-VALIDOS.
           DISPLAY 'QUANTIDADE DO COMPONENTE POR KIT:'.
           MOVE ZEROS                  TO WRK-QTD.
           ACCEPT WRK-QTD.
           IF  WRK-QTD                 EQUAL ZEROS
               DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO - '
                       'MUDANCA RECUSADA'
               GO TO 0420-99-FIM
           END-IF.
           SET WRK-DADOS-OK            TO TRUE.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE A ESTRUTURA E MARCA SE O CODIGO PESQUISADO E UM
      *    KIT (TEM COMPONENTES) OU E COMPONENTE DE ALGUM KIT
      *================================================================*
       0450-PESQUISAR-ESTRUTURA        SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-ACHOU-ESTRUTURA.
           MOVE 'N'                    TO WRK-FIM-KITMAS.
           MOVE LOW-VALUES             TO KITMAS-CHAVE.
           START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
               INVALID KEY
                   SET WRK-KITMAS-ENCERRADO TO TRUE
           END-START.
           PERFORM 0460-PESQUISAR-1-LIGACAO
               UNTIL WRK-KITMAS-ENCERRADO.
      *================================================================*
       0450-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE UMA LIGACAO KIT/COMPONENTE DA ESTRUTURA
      *================================================================*
       0460-PESQUISAR-1-LIGACAO        SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KITMAS-ENCERRADO TO TRUE
                   GO TO 0460-99-FIM
           END-READ.
           IF  KITMAS-KIT              EQUAL WRK-CODIGO-PESQUISA
               SET WRK-E-KIT            TO TRUE
               SET WRK-KITMAS-ENCERRADO TO TRUE
               GO TO 0460-99-FIM
           END-IF.
           IF  KITMAS-COMPONENTE       EQUAL WRK-CODIGO-PESQUISA
               SET WRK-E-COMPONENTE     TO TRUE
               SET WRK-KITMAS-ENCERRADO TO TRUE
           END-IF.
      *================================================================*
       0460-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LISTA OS COMPONENTES DO KIT COM A QUANTIDADE POR KIT
      *================================================================*
       0500-LISTAR-ESTRUTURA           SECTION.
      *================================================================*
           MOVE WRK-KIT                TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               MOVE SPACES              TO PRODMAS-DESCRICAO
           END-IF.
           DISPLAY 'ESTRUTURA DO KIT ' WRK-KIT ' '
                   PRODMAS-DESCRICAO.
           MOVE ZEROS                  TO WRK-QTD-COMPONENTES.
           MOVE 'N'                    TO WRK-FIM-KITMAS.
           MOVE WRK-KIT                TO KITMAS-KIT.
           MOVE LOW-VALUES             TO KITMAS-COMPONENTE.
           START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
               INVALID KEY
                   SET WRK-KITMAS-ENCERRADO TO TRUE
           END-START.
           PERFORM 0510-LISTAR-1-COMPONENTE
               UNTIL WRK-KITMAS-ENCERRADO.
           IF  WRK-QTD-COMPONENTES     EQUAL ZEROS
               DISPLAY 'PRODUTO SEM ESTRUTURA DE KIT'
           END-IF.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MOSTRA UM COMPONENTE DO KIT
      *================================================================*
       0510-LISTAR-1-COMPONENTE        SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KITMAS-ENCERRADO TO TRUE
                   GO TO 0510-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL WRK-KIT
               SET WRK-KITMAS-ENCERRADO TO TRUE
               GO TO 0510-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-COMPONENTES.
           MOVE KITMAS-COMPONENTE      TO PRODMAS-CODIGO.
           READ PRODMAS-FILE.
           IF  NOT WRK-PRODMAS-OK
               MOVE SPACES              TO PRODMAS-DESCRICAO
           END-IF.
           DISPLAY '  ' KITMAS-COMPONENTE ' ' PRODMAS-DESCRICAO
                   ' QTD POR KIT=' KITMAS-QTD.
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ROTINA QUE FINALIZA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE KITMAS-FILE.
           CLOSE PRODMAS-FILE.
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
           MOVE 'PROGKIT'              TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*
