       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSEGRE.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: SEGREGACAO DE FUNCOES. MANTEM A TABELA DE PARES DE
      * FUNCOES INCOMPATIVEIS (SODREGRA), EM QUE O MESMO USUARIO NAO
      * PODE FAZER A ENTRADA E A APROVACAO DO MESMO DOCUMENTO:
      * DIGITACAO DO PEDIDO (PROGCOB18) X LIBERACAO DA RETENCAO DE
      * CREDITO (PROGCOB18/PROGCOB63), DIGITACAO X EFETIVACAO DE
      * LOTE DE LANCAMENTOS MANUAIS (PROGCOB84) E MANUTENCAO DO
      * FORNECEDOR (PROGCOB70) X APROVACAO DE NOTA DELE (PROGNFFOR).
      * AS ACOES I E A INCLUEM E ALTERAM UM PAR (INCLUSIVE ATIVAR OU
      * DESATIVAR); SEM A TABELA, OS TRES PARES SAO CARREGADOS
      * ATIVOS, E AS OPCOES DAS FUNCOES SAO CADASTRADAS NA MATRIZ DE
      * AUTORIZACAO (MENUAUT) QUANDO AINDA NAO EXISTEM. A ACAO R
      * EMITE O RELATORIO TRIMESTRAL (SODREL) DOS USUARIOS ATIVOS
      * CUJO POSTO NA MATRIZ ALCANCA AS DUAS FUNCOES DE ALGUM PAR
      * ATIVO, COM O TOTAL DE BLOQUEIOS DO TRIMESTRE NA TRILHA DE
      * CONFLITOS (SODLOG). CADA OPERACAO VAI PARA A TRILHA DE
      * AUDITORIA DE CONSOLE (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SODREGRA-FILE         ASSIGN TO "SODREGRA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SODREGRA-CHAVE
               FILE STATUS            IS WRK-SODREGRA-STATUS.
           SELECT MENUAUT-FILE          ASSIGN TO "MENUAUT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS MENUAUT-OPCAO
               FILE STATUS            IS WRK-MENUAUT-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
           SELECT SODLOG-FILE           ASSIGN TO "SODLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SODLOG-STATUS.
           SELECT SODREL-FILE           ASSIGN TO "SODREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SODREL-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SODREGRA-FILE.
           COPY 'SODREGRA.COB'.
       FD  MENUAUT-FILE.
           COPY 'MENUAUT.COB'.
       FD  USERMAS-FILE.
           COPY 'USERMAS.COB'.
       FD  SODLOG-FILE.
           COPY 'SODLOG.COB'.
       FD  SODREL-FILE.
           COPY 'SODREL.COB'.
       FD  CONSLOG-FILE.
           COPY 'CONSLOG.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-SODREGRA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SODREGRA-OK                         VALUE '00'.
           88  WRK-SODREGRA-FIM                        VALUE '10'.
           88  WRK-SODREGRA-INEXISTENTE                VALUE '35'.
       77  WRK-MENUAUT-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-MENUAUT-OK                          VALUE '00'.
           88  WRK-MENUAUT-INEXISTENTE                 VALUE '35'.
       77  WRK-USERMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-USERMAS-OK                          VALUE '00'.
           88  WRK-USERMAS-FIM                         VALUE '10'.
       77  WRK-SODLOG-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-SODLOG-OK                           VALUE '00'.
           88  WRK-SODLOG-FIM                          VALUE '10'.
       77  WRK-SODREL-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-INCLUIR                        VALUE 'I'.
           88  WRK-ACAO-ALTERAR                        VALUE 'A'.
           88  WRK-ACAO-RELATORIO                      VALUE 'R'.
       77  WRK-FUNCAO-ENTRADA          PIC X(010)      VALUE SPACES.
       77  WRK-FUNCAO-APROVA           PIC X(010)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-CAMPOS-OK               PIC X(001)      VALUE 'N'.
           88  WRK-CAMPOS-VALIDOS                      VALUE 'S'.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
      *
      *    TRIMESTRE DO RELATORIO (AAAAT) E FAIXA DE DATAS DELE, PARA
      *    CONTAR OS BLOQUEIOS GRAVADOS NA SODLOG
      *
       01  WRK-TRIMESTRE               PIC 9(005)      VALUE ZEROS.
       01  WRK-TRIMESTRE-R             REDEFINES WRK-TRIMESTRE.
           05  WRK-TRI-ANO             PIC 9(004).
           05  WRK-TRI-NUM             PIC 9(001).
       77  WRK-TRI-INICIO              PIC 9(008)      VALUE ZEROS.
       77  WRK-TRI-FIM                 PIC 9(008)      VALUE ZEROS.
      *
      *    PARES ATIVOS DA SODREGRA COM O POSTO MINIMO QUE A MATRIZ
      *    (MENUAUT) EXIGE PARA CADA FUNCAO; OPCAO SEM CADASTRO FICA
      *    RESTRITA AO ADMINISTRADOR, COMO NO PROGMENU
      *
       01  WRK-REGRA-TAB.
           05  WRK-REGRA-ENTRY         OCCURS 30 TIMES.
               10  WRK-REGRA-ENTRADA   PIC X(010).
               10  WRK-REGRA-APROVA    PIC X(010).
               10  WRK-REGRA-DESCRICAO PIC X(040).
               10  WRK-REGRA-POSTO-ENT PIC 9(001).
               10  WRK-REGRA-POSTO-APR PIC 9(001).
       77  WRK-REGRA-COUNT             PIC 9(002)      VALUE ZEROS.
       77  WRK-REGRA-IDX               PIC 9(002)      VALUE ZEROS.
       77  WRK-POSTO                   PIC 9(001)      VALUE ZEROS.
       77  WRK-OPCAO-IDX               PIC 9(002)      VALUE ZEROS.
      *
       77  WRK-QTD-USUARIOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-CONFLITOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-BLOQUEIOS           PIC 9(005)      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           IF  WRK-ACAO-RELATORIO
               PERFORM 0500-EMITIR-RELATORIO
           ELSE
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE A TABELA DE PARES (CARREGANDO OS PARES PADRAO QUANDO
      *    NAO EXISTE), GARANTE AS OPCOES DAS FUNCOES NA MATRIZ DE
      *    AUTORIZACAO E RECEBE O OPERADOR E A ACAO
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O SODREGRA-FILE.
           IF  WRK-SODREGRA-INEXISTENTE
               PERFORM 0400-CARREGAR-PARES
           END-IF.
           OPEN I-O MENUAUT-FILE.
           IF  WRK-MENUAUT-INEXISTENTE
               PERFORM 0420-CARREGAR-AUTORIZACOES
           END-IF.
           PERFORM 0430-CADASTRAR-1-FUNCAO
               VARYING WRK-OPCAO-IDX FROM 7 BY 1
               UNTIL WRK-OPCAO-IDX     GREATER 12.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR PAR DE FUNCOES '
                   'R=RELATORIO TRIMESTRAL):'.
           ACCEPT WRK-ACAO.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MANUTENCAO DE UM PAR DE FUNCOES INCOMPATIVEIS
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           DISPLAY 'FUNCAO DE ENTRADA (EX. PEDIDO-ENT):'.
           ACCEPT WRK-FUNCAO-ENTRADA.
           DISPLAY 'FUNCAO DE APROVACAO (EX. PEDIDO-LIB):'.
           ACCEPT WRK-FUNCAO-APROVA.
           IF  WRK-FUNCAO-ENTRADA      EQUAL SPACES
           OR  WRK-FUNCAO-APROVA       EQUAL SPACES
               DISPLAY 'FUNCAO NAO INFORMADA - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           MOVE WRK-FUNCAO-ENTRADA     TO SODREGRA-FUNCAO-ENTRADA.
           MOVE WRK-FUNCAO-APROVA      TO SODREGRA-FUNCAO-APROVA.
           READ SODREGRA-FILE.

           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   IF  WRK-SODREGRA-OK
                       DISPLAY 'PAR JA CADASTRADO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   MOVE WRK-FUNCAO-ENTRADA TO SODREGRA-FUNCAO-ENTRADA
                   MOVE WRK-FUNCAO-APROVA  TO SODREGRA-FUNCAO-APROVA
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   WRITE SODREGRA-REC
                   DISPLAY 'PAR INCLUIDO'
               WHEN WRK-ACAO-ALTERAR
                   IF  NOT WRK-SODREGRA-OK
                       DISPLAY 'PAR NAO CADASTRADO'
                       GO TO 0200-80-AUDITAR
                   END-IF
                   PERFORM 0410-ACEITAR-CAMPOS
                   IF  NOT WRK-CAMPOS-VALIDOS
                       GO TO 0200-80-AUDITAR
                   END-IF
                   REWRITE SODREGRA-REC
                   DISPLAY 'PAR ALTERADO'
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

       0200-80-AUDITAR.
           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' SOD '              DELIMITED BY SIZE
                  WRK-FUNCAO-ENTRADA   DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-FUNCAO-APROVA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SODREGRA-SITUACAO    DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ACEITA OS DADOS DO PAR: OPCOES DA MATRIZ DE AUTORIZACAO
      *    DAS DUAS FUNCOES, DESCRICAO E SITUACAO (A=ATIVO I=INATIVO)
      *================================================================*
       0410-ACEITAR-CAMPOS             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CAMPOS-OK.
           DISPLAY 'OPCAO DA FUNCAO DE ENTRADA NA MENUAUT:'.
           ACCEPT SODREGRA-OPCAO-ENTRADA.
           DISPLAY 'OPCAO DA FUNCAO DE APROVACAO NA MENUAUT:'.
           ACCEPT SODREGRA-OPCAO-APROVA.
           DISPLAY 'DESCRICAO:'.
           ACCEPT SODREGRA-DESCRICAO.
           DISPLAY 'SITUACAO (A=ATIVO I=INATIVO):'.
           ACCEPT SODREGRA-SITUACAO.
           IF  NOT SODREGRA-ATIVA AND NOT SODREGRA-INATIVA
               DISPLAY 'SITUACAO INVALIDA - OPERACAO RECUSADA'
               GO TO 0410-99-FIM
           END-IF.
           SET WRK-CAMPOS-VALIDOS      TO TRUE.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DOS PARES INCOMPATIVEIS, TODOS ATIVOS
      *================================================================*
       0400-CARREGAR-PARES             SECTION.
      *================================================================*
           CLOSE SODREGRA-FILE.
           OPEN OUTPUT SODREGRA-FILE.
           SET SODREGRA-ATIVA          TO TRUE.
           MOVE 'PEDIDO-ENT'           TO SODREGRA-FUNCAO-ENTRADA.
           MOVE 'PEDIDO-LIB'           TO SODREGRA-FUNCAO-APROVA.
           MOVE 07                     TO SODREGRA-OPCAO-ENTRADA.
           MOVE 08                     TO SODREGRA-OPCAO-APROVA.
           MOVE 'DIGITAR PEDIDO X LIBERAR RETENCAO CREDITO'
                                       TO SODREGRA-DESCRICAO.
           WRITE SODREGRA-REC.
           MOVE 'LANCTO-DIG'           TO SODREGRA-FUNCAO-ENTRADA.
           MOVE 'LANCTO-EFE'           TO SODREGRA-FUNCAO-APROVA.
           MOVE 09                     TO SODREGRA-OPCAO-ENTRADA.
           MOVE 10                     TO SODREGRA-OPCAO-APROVA.
           MOVE 'DIGITAR X EFETIVAR LANCAMENTO MANUAL'
                                       TO SODREGRA-DESCRICAO.
           WRITE SODREGRA-REC.
           MOVE 'FORNEC-MAN'           TO SODREGRA-FUNCAO-ENTRADA.
           MOVE 'NFFORN-APR'           TO SODREGRA-FUNCAO-APROVA.
           MOVE 11                     TO SODREGRA-OPCAO-ENTRADA.
           MOVE 12                     TO SODREGRA-OPCAO-APROVA.
           MOVE 'MANTER FORNECEDOR X APROVAR NOTA DELE'
                                       TO SODREGRA-DESCRICAO.
           WRITE SODREGRA-REC.
           CLOSE SODREGRA-FILE.
           OPEN I-O SODREGRA-FILE.
      *================================================================*
       0400-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DA MATRIZ DE AUTORIZACAO QUANDO AINDA NAO
      *    EXISTE, COM AS MESMAS OPCOES DO MENU OPERACIONAL
      *    (PROGMENU): FOLHA EXIGE SUPERVISOR E A MANUTENCAO DE
      *    USUARIOS EXIGE ADMINISTRADOR
      *================================================================*
       0420-CARREGAR-AUTORIZACOES      SECTION.
      *================================================================*
           CLOSE MENUAUT-FILE.
           OPEN OUTPUT MENUAUT-FILE.
           MOVE 01 TO MENUAUT-OPCAO.  MOVE 1 TO MENUAUT-POSTO-MIN.
           WRITE MENUAUT-REC.
           MOVE 02 TO MENUAUT-OPCAO.  MOVE 3 TO MENUAUT-POSTO-MIN.
           WRITE MENUAUT-REC.
           MOVE 03 TO MENUAUT-OPCAO.  MOVE 1 TO MENUAUT-POSTO-MIN.
           WRITE MENUAUT-REC.
           MOVE 04 TO MENUAUT-OPCAO.  MOVE 4 TO MENUAUT-POSTO-MIN.
           WRITE MENUAUT-REC.
           MOVE 05 TO MENUAUT-OPCAO.  MOVE 1 TO MENUAUT-POSTO-MIN.
           WRITE MENUAUT-REC.
           MOVE 06 TO MENUAUT-OPCAO.  MOVE 1 TO MENUAUT-POSTO-MIN.
           WRITE MENUAUT-REC.
           CLOSE MENUAUT-FILE.
           OPEN I-O MENUAUT-FILE.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CADASTRA NA MATRIZ A OPCAO DE UMA FUNCAO SUJEITA A
      *    SEGREGACAO QUANDO AINDA NAO EXISTE, COM O POSTO QUE O
      *    PROGRAMA JA EXIGE: DIGITAR PEDIDO (07), MANTER FORNECEDOR
      *    (11) E APROVAR NOTA (12) QUALQUER USUARIO; LIBERAR
      *    RETENCAO (08), DIGITAR (09) E EFETIVAR (10) LANCAMENTO
      *    MANUAL SO SUPERVISOR
      *================================================================*
       0430-CADASTRAR-1-FUNCAO         SECTION.
      *================================================================*
           MOVE WRK-OPCAO-IDX          TO MENUAUT-OPCAO.
           READ MENUAUT-FILE.
           IF  WRK-MENUAUT-OK
               GO TO 0430-99-FIM
           END-IF.
           MOVE WRK-OPCAO-IDX          TO MENUAUT-OPCAO.
           IF  WRK-OPCAO-IDX           EQUAL 08 OR 09 OR 10
               MOVE 3                   TO MENUAUT-POSTO-MIN
           ELSE
               MOVE 1                   TO MENUAUT-POSTO-MIN
           END-IF.
           WRITE MENUAUT-REC.
      *================================================================*
       0430-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    RELATORIO TRIMESTRAL DE PERMISSOES CONFLITANTES: CARREGA
      *    OS PARES ATIVOS COM O POSTO EXIGIDO POR FUNCAO, CRUZA COM
      *    OS USUARIOS ATIVOS DO USERMAS E TOTALIZA OS BLOQUEIOS DO
      *    TRIMESTRE NA SODLOG
      *================================================================*
       0500-EMITIR-RELATORIO           SECTION.
      *================================================================*
           DISPLAY 'TRIMESTRE (AAAAT, EX. 20243):'.
           ACCEPT WRK-TRIMESTRE.
           IF  WRK-TRI-NUM             LESS 1
           OR  WRK-TRI-NUM             GREATER 4
               DISPLAY 'TRIMESTRE INVALIDO - RELATORIO NAO EMITIDO'
               GO TO 0500-99-FIM
           END-IF.
           COMPUTE WRK-TRI-INICIO = WRK-TRI-ANO * 10000 +
                   ((WRK-TRI-NUM - 1) * 3 + 1) * 100 + 1.
           COMPUTE WRK-TRI-FIM = WRK-TRI-ANO * 10000 +
                   (WRK-TRI-NUM * 3) * 100 + 31.

           MOVE ZEROS                  TO WRK-REGRA-COUNT.
           MOVE LOW-VALUES             TO SODREGRA-CHAVE.
           START SODREGRA-FILE KEY NOT LESS SODREGRA-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-SODREGRA-STATUS
           END-START.
           PERFORM 0510-CARREGAR-1-PAR UNTIL WRK-SODREGRA-FIM.

           OPEN OUTPUT SODREL-FILE.
           MOVE SPACES                 TO SODREL-REC.
           STRING 'USUARIOS COM PERMISSOES INCOMPATIVEIS NA MATRIZ '
                                       DELIMITED BY SIZE
                  'DE AUTORIZACAO - TRIMESTRE '
                                       DELIMITED BY SIZE
                  WRK-TRI-NUM          DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-TRI-ANO          DELIMITED BY SIZE
                  ' - EMITIDO EM '     DELIMITED BY SIZE
                  WRK-DATA-SYS         DELIMITED BY SIZE
                  INTO SODREL-REC
           END-STRING.
           WRITE SODREL-REC.
           MOVE SPACES                 TO SODREL-REC.
           STRING 'USUARIO              NIVEL FUNCAO ENTRADA/'
                                       DELIMITED BY SIZE
                  'APROVACAO    DESCRICAO'
                                       DELIMITED BY SIZE
                  INTO SODREL-REC
           END-STRING.
           WRITE SODREL-REC.

           OPEN INPUT USERMAS-FILE.
           MOVE LOW-VALUES             TO USERMAS-USUARIO.
           START USERMAS-FILE KEY NOT LESS USERMAS-USUARIO
               INVALID KEY
                   MOVE '10'            TO WRK-USERMAS-STATUS
           END-START.
           PERFORM 0520-ANALISAR-1-USUARIO UNTIL WRK-USERMAS-FIM.
           CLOSE USERMAS-FILE.

           PERFORM 0540-CONTAR-BLOQUEIOS.

           MOVE SPACES                 TO SODREL-REC.
           STRING 'USUARIOS ATIVOS ANALISADOS='
                                       DELIMITED BY SIZE
                  WRK-QTD-USUARIOS     DELIMITED BY SIZE
                  ' PERMISSOES CONFLITANTES='
                                       DELIMITED BY SIZE
                  WRK-QTD-CONFLITOS    DELIMITED BY SIZE
                  ' BLOQUEIOS NO TRIMESTRE (SODLOG)='
                                       DELIMITED BY SIZE
                  WRK-QTD-BLOQUEIOS    DELIMITED BY SIZE
                  INTO SODREL-REC
           END-STRING.
           WRITE SODREL-REC.
           CLOSE SODREL-FILE.
           DISPLAY 'RELATORIO SODREL EMITIDO: ' WRK-QTD-CONFLITOS
                   ' PERMISSOES CONFLITANTES, ' WRK-QTD-BLOQUEIOS
                   ' BLOQUEIOS NO TRIMESTRE'.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING 'R SOD TRIMESTRE '   DELIMITED BY SIZE
                  WRK-TRIMESTRE        DELIMITED BY SIZE
                  ' CONFLITOS '        DELIMITED BY SIZE
                  WRK-QTD-CONFLITOS    DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0500-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM PAR ATIVO NA TABELA COM O POSTO MINIMO DE CADA
      *    FUNCAO NA MATRIZ DE AUTORIZACAO
      *================================================================*
       0510-CARREGAR-1-PAR             SECTION.
      *================================================================*
           READ SODREGRA-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-SODREGRA-STATUS
                   GO TO 0510-99-FIM
           END-READ.
           IF  NOT SODREGRA-ATIVA
           OR  WRK-REGRA-COUNT         NOT LESS 30
               GO TO 0510-99-FIM
           END-IF.
           ADD 1                       TO WRK-REGRA-COUNT.
           MOVE SODREGRA-FUNCAO-ENTRADA
                               TO WRK-REGRA-ENTRADA(WRK-REGRA-COUNT).
           MOVE SODREGRA-FUNCAO-APROVA
                               TO WRK-REGRA-APROVA(WRK-REGRA-COUNT).
           MOVE SODREGRA-DESCRICAO
                               TO WRK-REGRA-DESCRICAO(WRK-REGRA-COUNT).
           MOVE SODREGRA-OPCAO-ENTRADA TO MENUAUT-OPCAO.
           PERFORM 0515-LER-AUTORIZACAO.
           MOVE MENUAUT-POSTO-MIN
                               TO WRK-REGRA-POSTO-ENT(WRK-REGRA-COUNT).
           MOVE SODREGRA-OPCAO-APROVA  TO MENUAUT-OPCAO.
           PERFORM 0515-LER-AUTORIZACAO.
           MOVE MENUAUT-POSTO-MIN
                               TO WRK-REGRA-POSTO-APR(WRK-REGRA-COUNT).
      *================================================================*
       0510-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O POSTO MINIMO DA OPCAO NA MATRIZ DE AUTORIZACAO; SEM
      *    CADASTRO, A OPCAO FICA RESTRITA AO ADMINISTRADOR
      *================================================================*
       0515-LER-AUTORIZACAO            SECTION.
      *================================================================*
           READ MENUAUT-FILE.
           IF  NOT WRK-MENUAUT-OK
               MOVE 4                   TO MENUAUT-POSTO-MIN
           END-IF.
      *================================================================*
       0515-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE O NIVEL DO USUARIO ATIVO NO POSTO DE PRIVILEGIO
      *    (COMO NO PROGMENU) E CONFRONTA COM CADA PAR ATIVO
      *================================================================*
       0520-ANALISAR-1-USUARIO         SECTION.
      *================================================================*
           READ USERMAS-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-USERMAS-STATUS
                   GO TO 0520-99-FIM
           END-READ.
           IF  NOT USERMAS-ATIVO
               GO TO 0520-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-USUARIOS.
           EVALUATE USERMAS-NIVEL
               WHEN 01
                   MOVE 4               TO WRK-POSTO
               WHEN 03
                   MOVE 3               TO WRK-POSTO
               WHEN 04
                   MOVE 2               TO WRK-POSTO
               WHEN OTHER
                   MOVE 1               TO WRK-POSTO
           END-EVALUATE.
           PERFORM 0525-CONFRONTAR-1-PAR
               VARYING WRK-REGRA-IDX FROM 1 BY 1
               UNTIL WRK-REGRA-IDX     GREATER WRK-REGRA-COUNT.
      *================================================================*
       0520-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    USUARIO CUJO POSTO ALCANCA AS DUAS FUNCOES DO PAR SAI NO
      *    RELATORIO
      *================================================================*
       0525-CONFRONTAR-1-PAR           SECTION.
      *================================================================*
           IF  WRK-POSTO               LESS
               WRK-REGRA-POSTO-ENT(WRK-REGRA-IDX)
           OR  WRK-POSTO               LESS
               WRK-REGRA-POSTO-APR(WRK-REGRA-IDX)
               GO TO 0525-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-CONFLITOS.
           MOVE SPACES                 TO SODREL-REC.
           STRING USERMAS-USUARIO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  USERMAS-NIVEL        DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WRK-REGRA-ENTRADA(WRK-REGRA-IDX)
                                       DELIMITED BY SIZE
                  ' X '                DELIMITED BY SIZE
                  WRK-REGRA-APROVA(WRK-REGRA-IDX)
                                       DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-REGRA-DESCRICAO(WRK-REGRA-IDX)
                                       DELIMITED BY SIZE
                  INTO SODREL-REC
           END-STRING.
           WRITE SODREL-REC.
      *================================================================*
       0525-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONTA NA TRILHA SODLOG OS BLOQUEIOS DENTRO DO TRIMESTRE
      *================================================================*
       0540-CONTAR-BLOQUEIOS           SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-BLOQUEIOS.
           OPEN INPUT SODLOG-FILE.
           IF  NOT WRK-SODLOG-OK
               GO TO 0540-99-FIM
           END-IF.
           PERFORM 0545-CONTAR-1-BLOQUEIO UNTIL WRK-SODLOG-FIM.
           CLOSE SODLOG-FILE.
      *================================================================*
       0540-99-FIM.                    EXIT.
      *================================================================*

       0545-CONTAR-1-BLOQUEIO          SECTION.
      *================================================================*
           READ SODLOG-FILE
               AT END
                   MOVE '10'            TO WRK-SODLOG-STATUS
                   GO TO 0545-99-FIM
           END-READ.
           IF  SODLOG-DATA             NOT LESS WRK-TRI-INICIO
           AND SODLOG-DATA             NOT GREATER WRK-TRI-FIM
               ADD 1                    TO WRK-QTD-BLOQUEIOS
           END-IF.
      *================================================================*
       0545-99-FIM.                    EXIT.
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
           MOVE 'PROGSEGRE'            TO CONSLOG-PROGRAMA.
           MOVE WRK-OPERADOR           TO CONSLOG-OPERADOR.
           MOVE WRK-CAMPOS-LOG         TO CONSLOG-CAMPOS.
           WRITE CONSLOG-REC.
           CLOSE CONSLOG-FILE.
      *================================================================*
       0900-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA, FECHANDO AS TABELAS
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE SODREGRA-FILE.
           CLOSE MENUAUT-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
