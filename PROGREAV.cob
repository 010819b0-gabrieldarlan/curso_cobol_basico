       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREAV.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: REAVALIACAO ANUAL DAS PROPRIEDADES PELA PLANTA DE
      * VALORES POR ZONA FISCAL (ZONAVAL, MANTIDA PELO PROGZONA),
      * RODADA ANTES DA COBRANCA ANUAL (PROGCOB52). O VALOR VENAL E
      * A AREA DO TERRENO VEZES O M2 DE TERRENO DA ZONA MAIS A AREA
      * CONSTRUIDA VEZES O M2 DE CONSTRUCAO DO PADRAO, E O IMPOSTO
      * ESTIMADO E O VALOR VENAL VEZES A ALIQUOTA. O COMPARATIVO
      * (REAVREL) LISTA O IMPOSTO ANTERIOR X NOVO DE CADA
      * PROPRIEDADE PARA A APROVACAO DA CAMARA: A FUNCAO S SO
      * SIMULA; A FUNCAO E, DEPOIS DA APROVACAO, GRAVA O VALOR VENAL
      * E O IMPOSTO NO PROPMAS, COM O DIARIO DE ATUALIZACOES
      * (JRNMAS). PROPRIEDADE SEM ZONA OU COM ZONA FORA DA PLANTA
      * FICA COM A ESTIMATIVA QUE JA TINHA
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
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PROPMAS-ID
               FILE STATUS            IS WRK-PROPMAS-STATUS.
           SELECT ZONAVAL-FILE          ASSIGN TO "ZONAVAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ZONAVAL-ZONA
               FILE STATUS            IS WRK-ZONAVAL-STATUS.
           SELECT REAVREL-FILE          ASSIGN TO "REAVREL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-REAVREL-STATUS.
           SELECT JRNMAS-FILE           ASSIGN TO "JRNMAS"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-JRNMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPMAS-FILE.
           COPY 'PROPMAS.COB'.
       FD  ZONAVAL-FILE.
           COPY 'ZONAVAL.COB'.
       FD  REAVREL-FILE.
           COPY 'REAVREL.COB'.
       FD  JRNMAS-FILE.
           COPY 'JRNMAS.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
       77  WRK-PROPMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PROPMAS-ABERTO                      VALUE '00'.
           88  WRK-PROPMAS-FIM                         VALUE '10'.
       77  WRK-ZONAVAL-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ZONAVAL-OK                          VALUE '00'.
           88  WRK-ZONAVAL-INEXISTENTE                 VALUE '35'.
       77  WRK-REAVREL-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-JRNMAS-STATUS           PIC X(002)      VALUE SPACES.
      *
       77  WRK-FUNCAO                  PIC X(001)      VALUE 'S'.
           88  WRK-FUNCAO-SIMULAR                      VALUE 'S'.
           88  WRK-FUNCAO-EFETIVAR                     VALUE 'E'.
       77  WRK-EXERCICIO               PIC 9(004)      VALUE ZEROS.
      *
      *    ALIQUOTA SOBRE O VALOR VENAL - A MESMA DA ESTIMATIVA POR
      *    AREA DO PROGCOB11
      *
       77  WRK-ALIQUOTA                PIC 9(001)V9999 VALUE 0,0100.
      *
       77  WRK-VALOR-VENAL             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-IMPOSTO-ANTERIOR        PIC 9(007)V99   VALUE ZEROS.
       77  WRK-IMPOSTO-NOVO            PIC 9(007)V99   VALUE ZEROS.
       77  WRK-DIFERENCA               PIC S9(007)V99  VALUE ZEROS.
       77  WRK-VARIACAO                PIC S9(005)V99  VALUE ZEROS.
       77  WRK-SITUACAO-LINHA          PIC X(030)      VALUE SPACES.
       77  WRK-VENAL-ED                PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ANTERIOR-ED             PIC Z.ZZZ.ZZ9,99.
       77  WRK-NOVO-ED                 PIC Z.ZZZ.ZZ9,99.
       77  WRK-DIFERENCA-ED            PIC -.---.--9,99.
       77  WRK-VARIACAO-ED             PIC -----9,99.
      *
       77  WRK-QTD-REAVALIADAS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-MANTIDAS            PIC 9(005)      VALUE ZEROS.
       77  WRK-TOTAL-ANTERIOR          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-NOVO              PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOTAL-ANTERIOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-NOVO-ED           PIC ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERGUNTA A FUNCAO E O EXERCICIO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           DISPLAY 'FUNCAO (S=SIMULAR PARA APROVACAO  E=EFETIVAR A '
                   'REAVALIACAO APROVADA):'.
           ACCEPT WRK-FUNCAO.
           IF  NOT WRK-FUNCAO-EFETIVAR
               SET WRK-FUNCAO-SIMULAR  TO TRUE
           END-IF.
           DISPLAY 'EXERCICIO DA COBRANCA (AAAA):'.
           ACCEPT WRK-EXERCICIO.

           IF  WRK-FUNCAO-EFETIVAR
               OPEN I-O PROPMAS-FILE
           ELSE
               OPEN INPUT PROPMAS-FILE
           END-IF.
           IF  NOT WRK-PROPMAS-ABERTO
               DISPLAY 'CADASTRO DE PROPRIEDADES INDISPONIVEL - '
                       'STATUS ' WRK-PROPMAS-STATUS
               SET WRK-PROPMAS-FIM     TO TRUE
           END-IF.
           OPEN INPUT ZONAVAL-FILE.
           IF  WRK-ZONAVAL-INEXISTENTE
               DISPLAY 'PLANTA DE VALORES (ZONAVAL) NAO CADASTRADA - '
                       'NENHUMA PROPRIEDADE SERA REAVALIADA'
           END-IF.

           OPEN OUTPUT REAVREL-FILE.
           MOVE SPACES                 TO REAVREL-REC.
           IF  WRK-FUNCAO-EFETIVAR
               STRING 'REAVALIACAO EFETIVADA - EXERCICIO '
                                        DELIMITED BY SIZE
                      WRK-EXERCICIO     DELIMITED BY SIZE
                      ' - EM '          DELIMITED BY SIZE
                      WRK-DATA-SYS      DELIMITED BY SIZE
                      INTO REAVREL-REC
               END-STRING
           ELSE
               STRING 'SIMULACAO DA REAVALIACAO PARA APROVACAO DA '
                                        DELIMITED BY SIZE
                      'CAMARA - EXERCICIO '
                                        DELIMITED BY SIZE
                      WRK-EXERCICIO     DELIMITED BY SIZE
                      ' - EM '          DELIMITED BY SIZE
                      WRK-DATA-SYS      DELIMITED BY SIZE
                      INTO REAVREL-REC
               END-STRING
           END-IF.
           WRITE REAVREL-REC.
           MOVE 'PROPR. ZONA    VALOR VENAL  IMPOSTO ANTER.   IMPOSTO '
                                       TO REAVREL-REC.
           MOVE 'NOVO    DIFERENCA  VARIACAO%  SITUACAO'
                                       TO REAVREL-REC(56:).
           WRITE REAVREL-REC.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERCORRE O CADASTRO DE PROPRIEDADES
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           IF  NOT WRK-PROPMAS-FIM
               PERFORM 0210-LER-PROPRIEDADE
               PERFORM 0220-REAVALIAR-1-PROPRIEDADE
                   UNTIL WRK-PROPMAS-FIM
           END-IF.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

       0210-LER-PROPRIEDADE            SECTION.
      *================================================================*
           READ PROPMAS-FILE
               AT END
                   SET WRK-PROPMAS-FIM TO TRUE
           END-READ.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O VALOR VENAL E O IMPOSTO NOVO DE UMA PROPRIEDADE,
      *    IMPRIME A COMPARACAO E, NA EFETIVACAO, GRAVA NO PROPMAS
      *================================================================*
       0220-REAVALIAR-1-PROPRIEDADE    SECTION.
      *================================================================*
           MOVE PROPMAS-IMPOSTO-ESTIMADO TO WRK-IMPOSTO-ANTERIOR
                                            WRK-IMPOSTO-NOVO.
           MOVE PROPMAS-VALOR-VENAL    TO WRK-VALOR-VENAL.
           MOVE SPACES                 TO WRK-SITUACAO-LINHA.
           PERFORM 0230-CALCULAR-VALOR-VENAL.

           IF  WRK-SITUACAO-LINHA      EQUAL SPACES
               ADD 1                    TO WRK-QTD-REAVALIADAS
               IF  WRK-FUNCAO-EFETIVAR
                   MOVE 'REAVALIADA'    TO WRK-SITUACAO-LINHA
                   PERFORM 0240-GRAVAR-REAVALIACAO
               ELSE
                   MOVE 'A APROVAR'     TO WRK-SITUACAO-LINHA
               END-IF
           ELSE
               ADD 1                    TO WRK-QTD-MANTIDAS
           END-IF.
           ADD WRK-IMPOSTO-ANTERIOR    TO WRK-TOTAL-ANTERIOR.
           ADD WRK-IMPOSTO-NOVO        TO WRK-TOTAL-NOVO.
           PERFORM 0250-IMPRIMIR-COMPARACAO.
           PERFORM 0210-LER-PROPRIEDADE.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALOR VENAL PELA PLANTA DA ZONA: TERRENO MAIS CONSTRUCAO
      *    DO PADRAO; SEM ZONA OU ZONA FORA DA PLANTA, A ESTIMATIVA
      *    ANTERIOR FICA COMO ESTA
      *================================================================*
       0230-CALCULAR-VALOR-VENAL       SECTION.
      *================================================================*
           IF  PROPMAS-ZONA            EQUAL SPACES
               MOVE 'SEM ZONA - MANTIDA'
                                        TO WRK-SITUACAO-LINHA
               GO TO 0230-99-FIM
           END-IF.
           IF  WRK-ZONAVAL-INEXISTENTE
               MOVE 'SEM PLANTA - MANTIDA'
                                        TO WRK-SITUACAO-LINHA
               GO TO 0230-99-FIM
           END-IF.
           MOVE PROPMAS-ZONA           TO ZONAVAL-ZONA.
           READ ZONAVAL-FILE.
           IF  NOT WRK-ZONAVAL-OK
               MOVE 'ZONA FORA DA PLANTA - MANTIDA'
                                        TO WRK-SITUACAO-LINHA
               GO TO 0230-99-FIM
           END-IF.
           COMPUTE WRK-VALOR-VENAL ROUNDED =
                   PROPMAS-AREA * ZONAVAL-VALOR-M2-TERRENO.
           IF  PROPMAS-AREA-CONSTRUIDA GREATER ZEROS
           AND PROPMAS-PADRAO-VALIDO
               COMPUTE WRK-VALOR-VENAL ROUNDED = WRK-VALOR-VENAL +
                       (PROPMAS-AREA-CONSTRUIDA *
                        ZONAVAL-VALOR-M2-CONSTR(PROPMAS-PADRAO))
           END-IF.
           COMPUTE WRK-IMPOSTO-NOVO ROUNDED =
                   WRK-VALOR-VENAL * WRK-ALIQUOTA.
      *================================================================*
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O VALOR VENAL E O IMPOSTO NOVO NO PROPMAS, COM A
      *    IMAGEM ANTES/DEPOIS NO DIARIO DE ATUALIZACOES
      *================================================================*
       0240-GRAVAR-REAVALIACAO         SECTION.
      *================================================================*
           MOVE PROPMAS-REC            TO WRK-JRN-ANTES.
           MOVE WRK-VALOR-VENAL        TO PROPMAS-VALOR-VENAL.
           MOVE WRK-IMPOSTO-NOVO       TO PROPMAS-IMPOSTO-ESTIMADO.
           MOVE WRK-DATA-SYS           TO PROPMAS-DATA-REAVALIACAO.
           REWRITE PROPMAS-REC.

           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND JRNMAS-FILE.
           IF  WRK-JRNMAS-STATUS       EQUAL '35'
               OPEN OUTPUT JRNMAS-FILE
               CLOSE JRNMAS-FILE
               OPEN EXTEND JRNMAS-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO JRNMAS-DATA.
           MOVE WRK-HORA-SYS           TO JRNMAS-HORA.
           MOVE 'PROGREAV'             TO JRNMAS-PROGRAMA.
           MOVE 'PROPMAS'              TO JRNMAS-ARQUIVO.
           MOVE 'A'                    TO JRNMAS-OPERACAO.
           MOVE WRK-JRN-ANTES          TO JRNMAS-IMAGEM-ANTES.
           MOVE PROPMAS-REC            TO JRNMAS-IMAGEM-DEPOIS.
           WRITE JRNMAS-REC.
           CLOSE JRNMAS-FILE.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    IMPRIME A LINHA DE COMPARACAO IMPOSTO ANTERIOR X NOVO
      *================================================================*
       0250-IMPRIMIR-COMPARACAO        SECTION.
      *================================================================*
           COMPUTE WRK-DIFERENCA = WRK-IMPOSTO-NOVO -
                   WRK-IMPOSTO-ANTERIOR.
           IF  WRK-IMPOSTO-ANTERIOR    GREATER ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                       WRK-DIFERENCA * 100 / WRK-IMPOSTO-ANTERIOR
           ELSE
               MOVE ZEROS               TO WRK-VARIACAO
           END-IF.
           MOVE WRK-VALOR-VENAL        TO WRK-VENAL-ED.
           MOVE WRK-IMPOSTO-ANTERIOR   TO WRK-ANTERIOR-ED.
           MOVE WRK-IMPOSTO-NOVO       TO WRK-NOVO-ED.
           MOVE WRK-DIFERENCA          TO WRK-DIFERENCA-ED.
           MOVE WRK-VARIACAO           TO WRK-VARIACAO-ED.
           MOVE SPACES                 TO REAVREL-REC.
           STRING PROPMAS-ID           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PROPMAS-ZONA         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VENAL-ED         DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WRK-ANTERIOR-ED      DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WRK-NOVO-ED          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-DIFERENCA-ED     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VARIACAO-ED      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-SITUACAO-LINHA   DELIMITED BY SIZE
                  INTO REAVREL-REC
           END-STRING.
           WRITE REAVREL-REC.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA O PROGRAMA COM OS TOTAIS DO COMPARATIVO
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           MOVE WRK-TOTAL-ANTERIOR     TO WRK-TOTAL-ANTERIOR-ED.
           MOVE WRK-TOTAL-NOVO         TO WRK-TOTAL-NOVO-ED.
           MOVE SPACES                 TO REAVREL-REC.
           STRING 'REAVALIADAS='       DELIMITED BY SIZE
                  WRK-QTD-REAVALIADAS  DELIMITED BY SIZE
                  ' MANTIDAS='         DELIMITED BY SIZE
                  WRK-QTD-MANTIDAS     DELIMITED BY SIZE
                  ' IMPOSTO ANTERIOR='  DELIMITED BY SIZE
                  WRK-TOTAL-ANTERIOR-ED DELIMITED BY SIZE
                  ' IMPOSTO NOVO='     DELIMITED BY SIZE
                  WRK-TOTAL-NOVO-ED    DELIMITED BY SIZE
                  INTO REAVREL-REC
           END-STRING.
           WRITE REAVREL-REC.
           CLOSE REAVREL-FILE.
           CLOSE PROPMAS-FILE.
           IF  NOT WRK-ZONAVAL-INEXISTENTE
               CLOSE ZONAVAL-FILE
           END-IF.
           IF  WRK-FUNCAO-EFETIVAR
               DISPLAY 'REAVALIACAO EFETIVADA: ' WRK-QTD-REAVALIADAS
                       ' PROPRIEDADES - COMPARATIVO EM REAVREL'
           ELSE
               DISPLAY 'SIMULACAO GRAVADA EM REAVREL PARA APROVACAO: '
                       WRK-QTD-REAVALIADAS ' PROPRIEDADES'
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*
