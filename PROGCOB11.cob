      *              DATADA (LOTEREL.G<DATA>) REGISTRADA NO CATALOGO
      *              DE RELATORIOS (RELCAT); O EXPURGO POR IDADE E
      *              FEITO PELO PROGCOB50
      * XX/XX/XXXX - O LOTE NAO TROCA MAIS O PROPRIETARIO DE UMA
      *              PROPRIEDADE JA CADASTRADA: A DIVERGENCIA E AVISADA
      *              E A TROCA DE TITULAR PASSA PELA TRANSFERENCIA DO
      *              PROGPROPT, QUE GUARDA O HISTORICO (PROPHIS)
      * XX/XX/XXXX - PROPRIEDADE COM ZONA FISCAL (PROGZONA) MANTEM O
      *              IMPOSTO ESTIMADO DA REAVALIACAO ANUAL POR VALOR
      *              VENAL (PROGREAV); A ESTIMATIVA POR AREA SO VALE
      *              PARA A PROPRIEDADE SEM ZONA
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO LOTEREL (MASCARA.COB),
      *              SALVO PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT RESSUBM-FILE          ASSIGN TO "RESSUBM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RESSUBM-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-FILE.
           COPY 'VALIDLOG.COB'.
       FD  RESSUBM-FILE.
           COPY 'RESSUBM.COB'.
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
       77  WRK-LARGURA                 PIC 9(003)V99   VALUE ZEROS.
       77  WRK-COMPRIMENTO             PIC 9(003)V99   VALUE ZEROS.
           ACCEPT WRK-MODO.

           IF  WRK-MODO-LOTE
               PERFORM 0960-IDENTIFICAR-SOLICITANTE
               OPEN INPUT LOTE-FILE
               ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD
               MOVE SPACES             TO WRK-NOME-LOTEREL
           MOVE WRK-AREA               TO WRK-AREA-ED.
           MOVE WRK-PERIMETRO          TO WRK-PERIMETRO-ED.
           MOVE WRK-IMPOSTO            TO WRK-IMPOSTO-ED.
           MOVE LOTE-PROPRIETARIO-CPF  TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           STRING 'PROPRIEDADE '       DELIMITED BY SIZE
                  LOTE-PROPRIEDADE-ID  DELIMITED BY SIZE
                  ' CPF='              DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ' AREA='             DELIMITED BY SIZE
                  WRK-AREA-ED          DELIMITED BY SIZE
                  ' PERIMETRO='        DELIMITED BY SIZE
           MOVE LOTE-PROPRIEDADE-ID    TO PROPMAS-ID.
           READ PROPMAS-FILE.
           IF  WRK-PROPMAS-OK
               IF  LOTE-PROPRIETARIO-CPF NOT EQUAL PROPMAS-CPF
                   DISPLAY 'PROPRIEDADE ' PROPMAS-ID ' COM OUTRO '
                           'PROPRIETARIO NO LOTE - TITULAR MANTIDO, '
                           'TRANSFERIR PELO PROGPROPT'
               END-IF
               MOVE WRK-AREA            TO PROPMAS-AREA
               MOVE WRK-PERIMETRO       TO PROPMAS-PERIMETRO
               IF  PROPMAS-ZONA         EQUAL SPACES
                   MOVE WRK-IMPOSTO     TO PROPMAS-IMPOSTO-ESTIMADO
               END-IF
               REWRITE PROPMAS-REC
           ELSE
               MOVE LOTE-PROPRIEDADE-ID TO PROPMAS-ID
               MOVE WRK-PERIMETRO       TO PROPMAS-PERIMETRO
               MOVE WRK-IMPOSTO         TO PROPMAS-IMPOSTO-ESTIMADO
               MOVE WRK-DATA-SYS        TO PROPMAS-DATA-CADASTRO
               MOVE SPACES              TO PROPMAS-ZONA
               MOVE ZEROS               TO PROPMAS-AREA-CONSTRUIDA
                                            PROPMAS-PADRAO
                                            PROPMAS-VALOR-VENAL
                                            PROPMAS-DATA-REAVALIACAO
               WRITE PROPMAS-REC
           END-IF.
      *================================================================*
      *================================================================*
       0800-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IDENTIFICA O USUARIO QUE PEDIU O RELATORIO; SO UM NIVEL
      *    AUTORIZADO NO USERMAS RECEBE O CPF INTEIRO - SEM LOGIN
      *    VALIDO O RELATORIO SAI MASCARADO
      *================================================================*
       0960-IDENTIFICAR-SOLICITANTE    SECTION.
      *================================================================*
           SET MASC-MASCARAR           TO TRUE.
           DISPLAY 'USUARIO SOLICITANTE:'.
           ACCEPT WRK-USUARIO-SOLIC.
           DISPLAY 'SENHA:'.
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
