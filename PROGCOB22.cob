      *              CHAMADA DESTE PROGRAMA PELO ENCADEADOR DO
      *              PROCESSAMENTO NOTURNO (PROGCOB47), SEM ENCERRAR
      *              O RUN UNIT
      * XX/XX/XXXX - CPF MASCARADO NO RELATORIO DE EXCECOES
      *              (MASCARA.COB); SEM USUARIO SOLICITANTE NA NOITE,
      *              SAI SEMPRE MASCARADO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       01  WRK-CPF                      PIC X(011)  VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF.
           05  WRK-CPF-DIG              PIC 9(001)  OCCURS 11 TIMES.
      *
      *    O RELATORIO DE EXCECOES E GERADO NO PROCESSAMENTO NOTURNO,
      *    SEM USUARIO SOLICITANTE: O CPF SAI SEMPRE MASCARADO
      *
           COPY 'MASCARA.COB'.
      *
       01  WRK-PESO-STR                 PIC X(020)  VALUE
           '11100908070605040302'.
      *================================================================*
           ADD 1                        TO WRK-QTD-LIDA.
           MOVE CPFIN-CPF                TO WRK-CPF.

           PERFORM 0230-CALCULAR-DIGITO-1.
           PERFORM 0240-CALCULAR-DIGITO-2.
      *================================================================*
       0250-GRAVAR-EXCECAO             SECTION.
      *================================================================*
           MOVE CPFIN-CPF               TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE SPACES                  TO CPFEXC-REC.
           STRING 'CPF '                DELIMITED BY SIZE
                  MASC-CPF              DELIMITED BY SIZE
                  ' CLIENTE '           DELIMITED BY SIZE
                  CPFIN-NOME-CLIENTE    DELIMITED BY SIZE
                  ' - DIGITO VERIFICADOR NAO CONFERE'
      *================================================================*
       0300-99-FIM.                    EXIT.
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
