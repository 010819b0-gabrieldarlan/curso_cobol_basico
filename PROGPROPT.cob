       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROPT.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: TRANSFERENCIA DE TITULARIDADE DAS PROPRIEDADES DO
      * PROPMAS, NO LUGAR DE SOBRESCREVER O PROPMAS-CPF. A ACAO T
      * RECEBE O COMPRADOR (CPF COM OS DIGITOS VERIFICADORES
      * CONFERIDOS PELA MESMA LOGICA DO PROGCPF E CADASTRADO E EM
      * USO NO CUSTMAS), A DATA DA TRANSFERENCIA E A REFERENCIA DA
      * ESCRITURA, GRAVA O VENDEDOR E O COMPRADOR NO HISTORICO DE
      * TITULARIDADE (PROPHIS) E PASSA AO COMPRADOR AS PARCELAS EM
      * ABERTO DO IPTUREC (PROGCOB52) COM VENCIMENTO DEPOIS DA
      * TRANSFERENCIA, SALVO QUANDO A ESCRITURA DEIXA ESSAS PARCELAS
      * COM O VENDEDOR. A ACAO C MOSTRA A CADEIA COMPLETA DE
      * PROPRIETARIOS DA PROPRIEDADE. CADA REGISTRO ALTERADO VAI
      * PARA O DIARIO DE ATUALIZACOES (JRNMAS) E CADA OPERACAO PARA
      * A TRILHA DE AUDITORIA DE CONSOLE (CONSLOG)
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PROPMAS-FILE          ASSIGN TO "PROPMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROPMAS-ID
               FILE STATUS            IS WRK-PROPMAS-STATUS.
           SELECT PROPHIS-FILE          ASSIGN TO "PROPHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PROPHIS-CHAVE
               FILE STATUS            IS WRK-PROPHIS-STATUS.
           SELECT IPTUREC-FILE          ASSIGN TO "IPTUREC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS IPTUREC-CHAVE
               FILE STATUS            IS WRK-IPTUREC-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT JRNMAS-FILE           ASSIGN TO "JRNMAS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JRNMAS-STATUS.
           SELECT CONSLOG-FILE          ASSIGN TO "CONSLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPMAS-FILE.
           COPY 'PROPMAS.COB'.
       FD  PROPHIS-FILE.
           COPY 'PROPHIS.COB'.
       FD  IPTUREC-FILE.
           COPY 'IPTUREC.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
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
       77  WRK-PROPMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROPMAS-OK                          VALUE '00'.
       77  WRK-PROPHIS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROPHIS-OK                          VALUE '00'.
           88  WRK-PROPHIS-FIM                         VALUE '10'.
           88  WRK-PROPHIS-INEXISTENTE                 VALUE '35'.
       77  WRK-IPTUREC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-IPTUREC-OK                          VALUE '00'.
           88  WRK-IPTUREC-FIM                         VALUE '10'.
           88  WRK-IPTUREC-INEXISTENTE                 VALUE '35'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-JRNMAS-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-CONSLOG-STATUS          PIC X(002)      VALUE SPACES.
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-TRANSFERIR                     VALUE 'T'.
           88  WRK-ACAO-CONSULTAR                      VALUE 'C'.
       77  WRK-PROPRIEDADE             PIC X(006)      VALUE SPACES.
       77  WRK-CPF-VENDEDOR            PIC X(011)      VALUE SPACES.
       77  WRK-ESCRITURA               PIC X(020)      VALUE SPACES.
       77  WRK-VENDEDOR-RETEM          PIC X(001)      VALUE 'N'.
           88  WRK-RETEM-PARCELAS                      VALUE 'S'.
           88  WRK-RETEM-VALIDO                        VALUE 'S' 'N'.
       77  WRK-ULTIMA-SEQ              PIC 9(003)      VALUE ZEROS.
       77  WRK-ULTIMA-DATA-TRANSF      PIC 9(008)      VALUE ZEROS.
       77  WRK-QTD-PARCELAS            PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-ELOS                PIC 9(003)      VALUE ZEROS.
       77  WRK-NOME-EXIBIR             PIC X(030)      VALUE SPACES.
       77  WRK-CPF-EXIBIR              PIC X(011)      VALUE SPACES.
       77  WRK-CAMPOS-LOG              PIC X(040)      VALUE SPACES.
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-JRN-ANTES               PIC X(150)      VALUE SPACES.
       77  WRK-JRN-DEPOIS              PIC X(150)      VALUE SPACES.
       77  WRK-JRN-ARQUIVO             PIC X(008)      VALUE SPACES.
      *
       01  WRK-DATA-TRANSF             PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-TRANSF-DEC REDEFINES WRK-DATA-TRANSF.
           05  WRK-TRF-ANO             PIC 9(004).
           05  WRK-TRF-MES             PIC 9(002).
           05  WRK-TRF-DIA             PIC 9(002).
      *
      *    CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF DO
      *    COMPRADOR, PELA MESMA LOGICA E TABELA DE PESOS DO PROGCPF
      *
       01  WRK-CPF-COMPRADOR           PIC X(011)      VALUE SPACES.
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
       77  WRK-CPF-DIG-10-ORIG         PIC 9(001)      VALUE ZEROS.
       77  WRK-CPF-VALIDO              PIC X(001)      VALUE 'N'.
           88  WRK-CPF-OK                              VALUE 'S'.
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
      *    ABRE OS CADASTROS E RECEBE O OPERADOR, A ACAO E A
      *    PROPRIEDADE
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           OPEN I-O PROPMAS-FILE.
           OPEN I-O PROPHIS-FILE.
           IF  WRK-PROPHIS-INEXISTENTE
               CLOSE PROPHIS-FILE
               OPEN OUTPUT PROPHIS-FILE
               CLOSE PROPHIS-FILE
               OPEN I-O PROPHIS-FILE
           END-IF.
           OPEN I-O IPTUREC-FILE.
           OPEN INPUT CUSTMAS-FILE.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (T=TRANSFERIR C=CONSULTAR CADEIA):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'PROPRIEDADE:'.
           ACCEPT WRK-PROPRIEDADE.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE A PROPRIEDADE NO PROPMAS E EXECUTA A ACAO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           MOVE WRK-PROPRIEDADE        TO PROPMAS-ID.
           READ PROPMAS-FILE.
           IF  NOT WRK-PROPMAS-OK
               DISPLAY 'PROPRIEDADE ' WRK-PROPRIEDADE ' NAO '
                       'CADASTRADA NO PROPMAS - OPERACAO RECUSADA'
               GO TO 0200-99-FIM
           END-IF.
           MOVE PROPMAS-CPF            TO WRK-CPF-VENDEDOR.
           MOVE SPACES                 TO WRK-CPF-COMPRADOR.
           MOVE ZEROS                  TO WRK-QTD-PARCELAS.

           EVALUATE TRUE
               WHEN WRK-ACAO-TRANSFERIR
                   PERFORM 0210-TRANSFERIR
               WHEN WRK-ACAO-CONSULTAR
                   PERFORM 0250-CONSULTAR-CADEIA
                   GO TO 0200-99-FIM
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.

           MOVE SPACES                 TO WRK-CAMPOS-LOG.
           STRING WRK-ACAO             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-PROPRIEDADE      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CPF-VENDEDOR     DELIMITED BY SIZE
                  '>'                  DELIMITED BY SIZE
                  WRK-CPF-COMPRADOR    DELIMITED BY SIZE
                  ' P'                 DELIMITED BY SIZE
                  WRK-QTD-PARCELAS     DELIMITED BY SIZE
                  INTO WRK-CAMPOS-LOG
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-CONSOLE.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TRANSFERENCIA: CONFERE O COMPRADOR, A DATA E A ESCRITURA,
      *    PASSA AS PARCELAS, TROCA O TITULAR E GRAVA O HISTORICO
      *================================================================*
       0210-TRANSFERIR                 SECTION.
      *================================================================*
           DISPLAY 'PROPRIETARIO ATUAL (VENDEDOR): ' WRK-CPF-VENDEDOR.
           DISPLAY 'CPF DO COMPRADOR:'.
           ACCEPT WRK-CPF-COMPRADOR.
           PERFORM 0220-CONFERIR-COMPRADOR.
           IF  NOT WRK-CPF-OK
               GO TO 0210-99-FIM
           END-IF.

           PERFORM 0240-LOCALIZAR-ULTIMA-TRANSF.
           DISPLAY 'DATA DA TRANSFERENCIA (AAAAMMDD):'.
           ACCEPT WRK-DATA-TRANSF.
           IF  WRK-TRF-MES             LESS 1 OR GREATER 12
           OR  WRK-TRF-DIA             LESS 1 OR GREATER 31
               DISPLAY 'DATA DA TRANSFERENCIA INVALIDA - OPERACAO '
                       'RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           IF  WRK-DATA-TRANSF         GREATER WRK-DATA-SYS
               DISPLAY 'DATA DA TRANSFERENCIA FUTURA - OPERACAO '
                       'RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           IF  WRK-DATA-TRANSF         LESS WRK-ULTIMA-DATA-TRANSF
               DISPLAY 'DATA ANTERIOR A ULTIMA TRANSFERENCIA ('
                       WRK-ULTIMA-DATA-TRANSF ') - OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           DISPLAY 'REFERENCIA DA ESCRITURA:'.
           ACCEPT WRK-ESCRITURA.
           IF  WRK-ESCRITURA           EQUAL SPACES
               DISPLAY 'ESCRITURA NAO INFORMADA - OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.
           DISPLAY 'ESCRITURA DEIXA AS PARCELAS A VENCER COM O '
                   'VENDEDOR (S/N):'.
           ACCEPT WRK-VENDEDOR-RETEM.
           IF  NOT WRK-RETEM-VALIDO
               DISPLAY 'RESPOSTA INVALIDA - OPERACAO RECUSADA'
               GO TO 0210-99-FIM
           END-IF.

           IF  NOT WRK-RETEM-PARCELAS
               PERFORM 0260-PASSAR-PARCELAS
           END-IF.

           MOVE WRK-PROPRIEDADE        TO PROPMAS-ID.
           READ PROPMAS-FILE.
           MOVE PROPMAS-REC            TO WRK-JRN-ANTES.
           MOVE WRK-CPF-COMPRADOR      TO PROPMAS-CPF.
           REWRITE PROPMAS-REC.
           MOVE PROPMAS-REC            TO WRK-JRN-DEPOIS.
           MOVE 'PROPMAS'              TO WRK-JRN-ARQUIVO.
           PERFORM 0810-GRAVAR-JOURNAL.

           MOVE WRK-PROPRIEDADE        TO PROPHIS-PROPRIEDADE.
           ADD 1 WRK-ULTIMA-SEQ    GIVING PROPHIS-SEQ.
           MOVE WRK-CPF-VENDEDOR       TO PROPHIS-CPF-VENDEDOR.
           MOVE WRK-CPF-COMPRADOR      TO PROPHIS-CPF-COMPRADOR.
           MOVE WRK-DATA-TRANSF        TO PROPHIS-DATA-TRANSF.
           MOVE WRK-ESCRITURA          TO PROPHIS-ESCRITURA.
           MOVE WRK-VENDEDOR-RETEM     TO PROPHIS-VENDEDOR-RETEM.
           MOVE WRK-QTD-PARCELAS       TO PROPHIS-QTD-PARCELAS.
           MOVE WRK-DATA-SYS           TO PROPHIS-DATA-REGISTRO.
           MOVE WRK-OPERADOR           TO PROPHIS-OPERADOR.
           WRITE PROPHIS-REC.

           DISPLAY 'PROPRIEDADE ' WRK-PROPRIEDADE ' TRANSFERIDA DE '
                   WRK-CPF-VENDEDOR ' PARA ' WRK-CPF-COMPRADOR.
           IF  WRK-RETEM-PARCELAS
               DISPLAY 'PARCELAS A VENCER MANTIDAS COM O VENDEDOR '
                       'PELA ESCRITURA'
           ELSE
               DISPLAY 'PARCELAS PASSADAS AO COMPRADOR: '
                       WRK-QTD-PARCELAS
           END-IF.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    O COMPRADOR PRECISA TER CPF VALIDO, SER DIFERENTE DO
      *    VENDEDOR E ESTAR CADASTRADO E EM USO NO CUSTMAS
      *================================================================*
       0220-CONFERIR-COMPRADOR         SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-CPF-VALIDO.
           IF  WRK-CPF-COMPRADOR       NOT NUMERIC
               DISPLAY 'CPF DO COMPRADOR INVALIDO - OPERACAO '
                       'RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-CPF-COMPRADOR      TO WRK-CPF.
           PERFORM 0230-CALCULAR-DIGITO-1.
           PERFORM 0235-CALCULAR-DIGITO-2.
           IF  WRK-DIGITO-1            NOT EQUAL WRK-CPF-DIG-10-ORIG
           OR  WRK-DIGITO-2            NOT EQUAL WRK-CPF-DIG(11)
               DISPLAY 'DIGITO VERIFICADOR DO CPF DO COMPRADOR NAO '
                       'CONFERE - OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           IF  WRK-CPF-COMPRADOR       EQUAL WRK-CPF-VENDEDOR
               DISPLAY 'COMPRADOR JA E O PROPRIETARIO - OPERACAO '
                       'RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           MOVE WRK-CPF-COMPRADOR      TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-OK
               DISPLAY 'COMPRADOR NAO CADASTRADO NO CUSTMAS '
                       '(PROGCPF) - OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           IF  NOT CUSTMAS-EM-USO
               DISPLAY 'CADASTRO DO COMPRADOR MESCLADO OU '
                       'ANONIMIZADO - OPERACAO RECUSADA'
               GO TO 0220-99-FIM
           END-IF.
           DISPLAY 'COMPRADOR: ' CUSTMAS-NOME.
           SET WRK-CPF-OK              TO TRUE.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    1O DIGITO - SOMA OS 9 PRIMEIROS DIGITOS X PESOS 10 A 2
      *================================================================*
       0230-CALCULAR-DIGITO-1          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-SOMA.
           PERFORM 0231-SOMAR-DIGITO-1 VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 9.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF  WRK-RESTO LESS 2
               MOVE ZEROS               TO WRK-DIGITO-1
           ELSE
               COMPUTE WRK-DIGITO-1 = 11 - WRK-RESTO
           END-IF.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

       0231-SOMAR-DIGITO-1             SECTION.
      *================================================================*
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CPF-DIG(WRK-IDX) * WRK-PESO(WRK-IDX + 1)).
      *================================================================*
       0231-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    2O DIGITO - SOMA OS 10 PRIMEIROS DIGITOS X PESOS 11 A 2
      *================================================================*
       0235-CALCULAR-DIGITO-2          SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-SOMA.
           MOVE WRK-CPF-DIG(10)        TO WRK-CPF-DIG-10-ORIG.
           MOVE WRK-DIGITO-1           TO WRK-CPF-DIG(10).
           PERFORM 0236-SOMAR-DIGITO-2 VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 10.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF  WRK-RESTO LESS 2
               MOVE ZEROS               TO WRK-DIGITO-2
           ELSE
               COMPUTE WRK-DIGITO-2 = 11 - WRK-RESTO
           END-IF.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

       0236-SOMAR-DIGITO-2             SECTION.
      *================================================================*
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CPF-DIG(WRK-IDX) * WRK-PESO(WRK-IDX)).
      *================================================================*
       0236-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A ULTIMA TRANSFERENCIA DA PROPRIEDADE NO PROPHIS,
      *    PARA A PROXIMA SEQUENCIA E PARA NAO ACEITAR DATA ANTERIOR
      *================================================================*
       0240-LOCALIZAR-ULTIMA-TRANSF    SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-ULTIMA-SEQ
                                           WRK-ULTIMA-DATA-TRANSF.
           MOVE WRK-PROPRIEDADE        TO PROPHIS-PROPRIEDADE.
           MOVE ZEROS                  TO PROPHIS-SEQ.
           MOVE '00'                   TO WRK-PROPHIS-STATUS.
           START PROPHIS-FILE KEY NOT LESS PROPHIS-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-PROPHIS-STATUS
           END-START.
           PERFORM 0245-LER-ULTIMA-TRANSF UNTIL WRK-PROPHIS-FIM.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

       0245-LER-ULTIMA-TRANSF          SECTION.
      *================================================================*
           READ PROPHIS-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-PROPHIS-STATUS
                   GO TO 0245-99-FIM
           END-READ.
           IF  PROPHIS-PROPRIEDADE     NOT EQUAL WRK-PROPRIEDADE
               MOVE '10'                TO WRK-PROPHIS-STATUS
               GO TO 0245-99-FIM
           END-IF.
           MOVE PROPHIS-SEQ            TO WRK-ULTIMA-SEQ.
           MOVE PROPHIS-DATA-TRANSF    TO WRK-ULTIMA-DATA-TRANSF.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONSULTA DA CADEIA DE PROPRIETARIOS: O PRIMEIRO TITULAR
      *    (DESDE O CADASTRO), CADA TRANSFERENCIA EM ORDEM E O
      *    PROPRIETARIO ATUAL
      *================================================================*
       0250-CONSULTAR-CADEIA           SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-ELOS.
           DISPLAY 'CADEIA DE PROPRIETARIOS DA PROPRIEDADE '
                   WRK-PROPRIEDADE ' (CADASTRO EM '
                   PROPMAS-DATA-CADASTRO ')'.
           MOVE WRK-PROPRIEDADE        TO PROPHIS-PROPRIEDADE.
           MOVE ZEROS                  TO PROPHIS-SEQ.
           MOVE '00'                   TO WRK-PROPHIS-STATUS.
           START PROPHIS-FILE KEY NOT LESS PROPHIS-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-PROPHIS-STATUS
           END-START.
           PERFORM 0255-EXIBIR-1-TRANSF UNTIL WRK-PROPHIS-FIM.
           IF  WRK-QTD-ELOS            EQUAL ZEROS
               DISPLAY '  SEM TRANSFERENCIAS REGISTRADAS'
           END-IF.
           MOVE WRK-CPF-VENDEDOR       TO WRK-CPF-EXIBIR.
           PERFORM 0258-NOME-PROPRIETARIO.
           DISPLAY 'PROPRIETARIO ATUAL: ' WRK-CPF-EXIBIR ' '
                   WRK-NOME-EXIBIR.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

       0255-EXIBIR-1-TRANSF            SECTION.
      *================================================================*
           READ PROPHIS-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-PROPHIS-STATUS
                   GO TO 0255-99-FIM
           END-READ.
           IF  PROPHIS-PROPRIEDADE     NOT EQUAL WRK-PROPRIEDADE
               MOVE '10'                TO WRK-PROPHIS-STATUS
               GO TO 0255-99-FIM
           END-IF.
           ADD 1                       TO WRK-QTD-ELOS.
           IF  WRK-QTD-ELOS            EQUAL 1
               MOVE PROPHIS-CPF-VENDEDOR TO WRK-CPF-EXIBIR
               PERFORM 0258-NOME-PROPRIETARIO
               DISPLAY 'PRIMEIRO PROPRIETARIO: ' WRK-CPF-EXIBIR ' '
                       WRK-NOME-EXIBIR
           END-IF.
           MOVE PROPHIS-CPF-COMPRADOR  TO WRK-CPF-EXIBIR.
           PERFORM 0258-NOME-PROPRIETARIO.
           DISPLAY '  ' PROPHIS-SEQ ' EM ' PROPHIS-DATA-TRANSF
                   ' DE ' PROPHIS-CPF-VENDEDOR
                   ' PARA ' WRK-CPF-EXIBIR ' ' WRK-NOME-EXIBIR.
           IF  PROPHIS-RETEM-PARCELAS
               DISPLAY '      ESCRITURA ' PROPHIS-ESCRITURA
                       ' - PARCELAS MANTIDAS COM O VENDEDOR'
           ELSE
               DISPLAY '      ESCRITURA ' PROPHIS-ESCRITURA
                       ' - PARCELAS PASSADAS: ' PROPHIS-QTD-PARCELAS
           END-IF.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    NOME DO PROPRIETARIO NO CUSTMAS (WRK-CPF-EXIBIR)
      *================================================================*
       0258-NOME-PROPRIETARIO          SECTION.
      *================================================================*
           MOVE WRK-CPF-EXIBIR         TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  WRK-CUSTMAS-OK
               MOVE CUSTMAS-NOME        TO WRK-NOME-EXIBIR
           ELSE
               MOVE '(SEM CADASTRO NO CUSTMAS)' TO WRK-NOME-EXIBIR
           END-IF.
      *================================================================*
       0258-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PASSA AO COMPRADOR AS PARCELAS EM ABERTO DO VENDEDOR COM
      *    VENCIMENTO DEPOIS DA DATA DA TRANSFERENCIA, EM TODOS OS
      *    EXERCICIOS DA PROPRIEDADE
      *================================================================*
       0260-PASSAR-PARCELAS            SECTION.
      *================================================================*
           IF  WRK-IPTUREC-INEXISTENTE
               GO TO 0260-99-FIM
           END-IF.
           MOVE WRK-PROPRIEDADE        TO IPTUREC-PROPRIEDADE.
           MOVE ZEROS                  TO IPTUREC-EXERCICIO
                                           IPTUREC-PARCELA.
           MOVE '00'                   TO WRK-IPTUREC-STATUS.
           START IPTUREC-FILE KEY NOT LESS IPTUREC-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-IPTUREC-STATUS
           END-START.
           PERFORM 0265-PASSAR-1-PARCELA UNTIL WRK-IPTUREC-FIM.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

       0265-PASSAR-1-PARCELA           SECTION.
      *================================================================*
           READ IPTUREC-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-IPTUREC-STATUS
                   GO TO 0265-99-FIM
           END-READ.
           IF  IPTUREC-PROPRIEDADE     NOT EQUAL WRK-PROPRIEDADE
               MOVE '10'                TO WRK-IPTUREC-STATUS
               GO TO 0265-99-FIM
           END-IF.
           IF  IPTUREC-ABERTA
           AND IPTUREC-DATA-VENCTO     GREATER WRK-DATA-TRANSF
           AND IPTUREC-CPF             EQUAL WRK-CPF-VENDEDOR
               MOVE IPTUREC-REC         TO WRK-JRN-ANTES
               MOVE WRK-CPF-COMPRADOR   TO IPTUREC-CPF
               REWRITE IPTUREC-REC
               ADD 1                    TO WRK-QTD-PARCELAS
               MOVE IPTUREC-REC         TO WRK-JRN-DEPOIS
               MOVE 'IPTUREC'           TO WRK-JRN-ARQUIVO
               PERFORM 0810-GRAVAR-JOURNAL
           END-IF.
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A IMAGEM ANTES/DEPOIS DO REGISTRO TOCADO NO DIARIO
      *    DE ATUALIZACOES, COMO OS DEMAIS CADASTROS
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
           MOVE 'PROGPROPT'            TO JRNMAS-PROGRAMA.
           MOVE WRK-JRN-ARQUIVO        TO JRNMAS-ARQUIVO.
           MOVE 'A'                    TO JRNMAS-OPERACAO.
           MOVE WRK-JRN-ANTES          TO JRNMAS-IMAGEM-ANTES.
           MOVE WRK-JRN-DEPOIS         TO JRNMAS-IMAGEM-DEPOIS.
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
           MOVE 'PROGPROPT'            TO CONSLOG-PROGRAMA.
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
           CLOSE PROPMAS-FILE.
           CLOSE PROPHIS-FILE.
           IF  NOT WRK-IPTUREC-INEXISTENTE
               CLOSE IPTUREC-FILE
           END-IF.
           CLOSE CUSTMAS-FILE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
