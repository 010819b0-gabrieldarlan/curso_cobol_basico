      * CADASTRO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CPFS MASCARADOS NO RELATORIO (MASCARA.COB), SALVO
      *              PARA USUARIO DE NIVEL AUTORIZADO NO USERMAS
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT DUPCLI-FILE           ASSIGN TO "DUPCLI"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DUPCLI-STATUS.
           SELECT USERMAS-FILE          ASSIGN TO "USERMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS USERMAS-USUARIO
               FILE STATUS            IS WRK-USERMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  DUPCLI-FILE.
           COPY 'DUPCLI.COB'.
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
       77  WRK-CPF-MASC-1              PIC X(011)      VALUE SPACES.
      *
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-ABERTO                      VALUE '00'.
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           PERFORM 0960-IDENTIFICAR-SOLICITANTE.
           OPEN INPUT CUSTMAS-FILE.
           IF  NOT WRK-CUSTMAS-ABERTO
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - STATUS '
           IF  WRK-CLI-NOME(WRK-CLI-IDX) EQUAL
               WRK-CLI-NOME(WRK-CLI-IDX2)
               ADD 1                    TO WRK-QTD-SUSPEITOS
               PERFORM 0245-MASCARAR-PAR
               MOVE SPACES              TO DUPCLI-REC
               STRING 'MESMO NOME: '    DELIMITED BY SIZE
                      WRK-CLI-NOME(WRK-CLI-IDX) DELIMITED BY SIZE
                      ' CPFS '          DELIMITED BY SIZE
                      WRK-CPF-MASC-1    DELIMITED BY SIZE
                      ' E '             DELIMITED BY SIZE
                      MASC-CPF          DELIMITED BY SIZE
                      INTO DUPCLI-REC
               END-STRING
               WRITE DUPCLI-REC
               AND WRK-CLI-ENDERECO(WRK-CLI-IDX) EQUAL
                   WRK-CLI-ENDERECO(WRK-CLI-IDX2)
                   ADD 1                TO WRK-QTD-SUSPEITOS
                   PERFORM 0245-MASCARAR-PAR
                   MOVE SPACES          TO DUPCLI-REC
                   STRING 'MESMO ENDERECO: ' DELIMITED BY SIZE
                          WRK-CLI-ENDERECO(WRK-CLI-IDX)
                                        DELIMITED BY SIZE
                          ' CPFS '      DELIMITED BY SIZE
                          WRK-CPF-MASC-1 DELIMITED BY SIZE
                          ' E '         DELIMITED BY SIZE
                          MASC-CPF      DELIMITED BY SIZE
                          INTO DUPCLI-REC
                   END-STRING
                   WRITE DUPCLI-REC
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA OS DOIS CPFS DO PAR SUSPEITO PARA A IMPRESSAO
      *================================================================*
       0245-MASCARAR-PAR               SECTION.
      *================================================================*
           MOVE WRK-CLI-CPF(WRK-CLI-IDX) TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE MASC-CPF               TO WRK-CPF-MASC-1.
           MOVE WRK-CLI-CPF(WRK-CLI-IDX2) TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O TOTAL DE SUSPEITOS E ENCERRA O PROGRAMA
      *================================================================*
      *================================================================*
       0300-99-FIM.                    EXIT.
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
