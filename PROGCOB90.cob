      * EXERCICIO - A LISTAGEM QUE O MUNICIPIO VIVE PEDINDO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - MULTA E JUROS PASSAM A INCIDIR SO SOBRE A PARTE
      *              NAO ISENTA DA PARCELA: A ISENCAO OU REDUCAO
      *              APROVADA (ISENIPTU) QUE COBRE O EXERCICIO E AINDA
      *              NAO FOI DESCONTADA NA COBRANCA E RETIRADA DA BASE,
      *              E A PARCELA TOTALMENTE ISENTA NAO E COBRADA
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FERIADOS-DATA
               FILE STATUS            IS WRK-FERIADOS-STATUS.
           SELECT ISENIPTU-FILE         ASSIGN TO "ISENIPTU"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ISENIPTU-PROPRIEDADE
               FILE STATUS            IS WRK-ISENIPTU-STATUS.
           SELECT GUIA2IPTU-FILE        ASSIGN TO "GUIA2IPTU"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GUIA2IPTU-STATUS.
           COPY 'IPTUREC.COB'.
       FD  FERIADOS-FILE.
           COPY 'FERIADOS.COB'.
       FD  ISENIPTU-FILE.
           COPY 'ISENIPTU.COB'.
       FD  GUIA2IPTU-FILE.
           COPY 'GUIAIPTU.COB'.
       FD  DIVATIVA-FILE.
           88  WRK-IPTUREC-FIM                         VALUE '10'.
           88  WRK-IPTUREC-INEXISTENTE                 VALUE '35'.
       77  WRK-GUIA2IPTU-STATUS        PIC X(002)      VALUE SPACES.
       77  WRK-ISENIPTU-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ISENIPTU-OK                         VALUE '00'.
           88  WRK-ISENIPTU-INEXISTENTE                VALUE '35'.
       77  WRK-DIVATIVA-STATUS         PIC X(002)      VALUE SPACES.
      *
       77  WRK-FUNCAO                  PIC X(001)      VALUE 'S'.
           05  WRK-VENC-MES            PIC 9(002).
           05  WRK-VENC-DIA            PIC 9(002).
       77  WRK-DIAS-ATRASO             PIC S9(005)     VALUE ZEROS.
      *
      *    BASE DOS ENCARGOS: O VALOR DA PARCELA SEM A PARTE ISENTA
      *    (ISENIPTU) AINDA NAO DESCONTADA NA COBRANCA
      *
       77  WRK-VALOR-BASE              PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VALOR-ISENTO            PIC 9(007)V99   VALUE ZEROS.
       77  WRK-ENCARGOS                PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VALOR-CORRIGIDO         PIC 9(008)V99   VALUE ZEROS.
       77  WRK-VALOR-CORRIGIDO-ED      PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

           PERFORM 0092-CARREGAR-FERIADOS.
           OPEN INPUT IPTUREC-FILE.
           OPEN INPUT ISENIPTU-FILE.
           IF  WRK-FUNCAO-SEGUNDA-VIA
               OPEN OUTPUT GUIA2IPTU-FILE
               PERFORM 0110-CALCULAR-NOVO-VENCTO
      *================================================================*
           IF  IPTUREC-ABERTA
           AND IPTUREC-DATA-VENCTO     LESS WRK-DATA-SYS
               PERFORM 0225-CALCULAR-BASE
               IF  WRK-VALOR-BASE      GREATER ZEROS
                   PERFORM 0230-CALCULAR-CORRECAO
                   IF  WRK-FUNCAO-SEGUNDA-VIA
                       PERFORM 0240-EMITIR-SEGUNDA-VIA
                   ELSE
                       PERFORM 0255-ACUMULAR-DIVIDA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-PARCELA.
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BASE DOS ENCARGOS: A PARCELA GERADA ANTES DA APROVACAO DA
      *    ISENCAO OU REDUCAO QUE COBRE O EXERCICIO (SEM PARTE ISENTA
      *    GRAVADA) TEM A PARTE ISENTA RETIRADA AQUI, PARA NAO
      *    COBRAR MULTA E JUROS SOBRE ELA; PARCELA TOTALMENTE ISENTA
      *    FICA COM BASE ZERO E NAO E COBRADA
      *================================================================*
       0225-CALCULAR-BASE              SECTION.
      *================================================================*
           MOVE IPTUREC-VALOR          TO WRK-VALOR-BASE.
           IF  WRK-ISENIPTU-INEXISTENTE
           OR  IPTUREC-VALOR-ISENTO    GREATER ZEROS
               GO TO 0225-99-FIM
           END-IF.
           MOVE IPTUREC-PROPRIEDADE    TO ISENIPTU-PROPRIEDADE.
           READ ISENIPTU-FILE.
           IF  NOT WRK-ISENIPTU-OK
           OR  NOT ISENIPTU-APROVADA
           OR  IPTUREC-EXERCICIO       LESS ISENIPTU-EXERCICIO-INICIO
           OR  IPTUREC-EXERCICIO       GREATER ISENIPTU-EXERCICIO-FIM
               GO TO 0225-99-FIM
           END-IF.
           COMPUTE WRK-VALOR-ISENTO ROUNDED =
                   IPTUREC-VALOR * ISENIPTU-PERCENTUAL / 100.
           SUBTRACT WRK-VALOR-ISENTO   FROM WRK-VALOR-BASE.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O VALOR CORRIGIDO DA PARCELA: MULTA FIXA MAIS
      *    JUROS DE MORA PRO RATA PELO ATRASO (30/360)
                   ((WRK-SYS-MES - WRK-VENC-MES) * 30) +
                   (WRK-SYS-DIA - WRK-VENC-DIA).
           COMPUTE WRK-ENCARGOS ROUNDED =
                   (WRK-VALOR-BASE * WRK-TAXA-MULTA) +
                   (WRK-VALOR-BASE * WRK-TAXA-JUROS-MES *
                    WRK-DIAS-ATRASO / 30).
           COMPUTE WRK-VALOR-CORRIGIDO = WRK-VALOR-BASE +
                   WRK-ENCARGOS.
      *================================================================*
       0230-99-FIM.                    EXIT.
       0240-EMITIR-SEGUNDA-VIA         SECTION.
      *================================================================*
           ADD 1                       TO WRK-QTD-SEGUNDAS-VIAS.
           MOVE WRK-VALOR-BASE         TO WRK-VALOR-ORIG-ED.
           MOVE WRK-VALOR-CORRIGIDO    TO WRK-VALOR-CORRIGIDO-ED.
           MOVE SPACES                 TO GUIAIPTU-REC.
           STRING '2A VIA PROPRIEDADE ' DELIMITED BY SIZE
                   CONTINUE
           END-SEARCH.
           ADD 1                       TO WRK-DIV-QTD(WRK-DIV-IDX).
           ADD WRK-VALOR-BASE          TO WRK-DIV-ORIGINAL
                                           (WRK-DIV-IDX).
           ADD WRK-VALOR-CORRIGIDO     TO WRK-DIV-CORRIGIDO
                                           (WRK-DIV-IDX).
       0300-FINALIZAR                  SECTION.
      *================================================================*
           CLOSE IPTUREC-FILE.
           IF  NOT WRK-ISENIPTU-INEXISTENTE
               CLOSE ISENIPTU-FILE
           END-IF.
           IF  WRK-FUNCAO-SEGUNDA-VIA
               CLOSE GUIA2IPTU-FILE
               DISPLAY 'SEGUNDAS VIAS EMITIDAS EM GUIA2IPTU: '
