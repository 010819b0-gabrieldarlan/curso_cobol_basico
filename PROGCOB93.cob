      * SOBREVIVENTE, E JORNALIZA CADA REGISTRO TOCADO NO JRNMAS
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - TITULOS DO DUPLICADO ACHADOS PELA CHAVE
      *              ALTERNATIVA CONTAREC-CPF
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT PROPMAS-FILE          ASSIGN TO "PROPMAS"
               ORGANIZATION           IS INDEXED
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-FIM                        VALUE '10'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-PROPMAS-STATUS          PIC X(002)      VALUE SPACES.
      *================================================================*

      *================================================================*
      *    REATRIBUI AO SOBREVIVENTE OS TITULOS DO DUPLICADO. OS
      *    TITULOS SAO ACHADOS PELA CHAVE ALTERNATIVA DO CPF; COMO A
      *    REGRAVACAO TROCA O PROPRIO CPF, O POSICIONAMENTO E REFEITO
      *    A CADA TITULO ATE NAO SOBRAR TITULO DO DUPLICADO
      *================================================================*
       0230-REATRIBUIR-TITULOS         SECTION.
      *================================================================*
           IF  WRK-CONTAREC-INEXISTENTE
               GO TO 0230-99-FIM
           END-IF.
           PERFORM 0235-LER-TITULO.
           PERFORM 0240-REATRIBUIR-1-TITULO UNTIL WRK-CONTAREC-FIM.
      *================================================================*
       0230-99-FIM.                    EXIT.

       0235-LER-TITULO                 SECTION.
      *================================================================*
           MOVE WRK-CPF-DUPLICADO      TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0235-99-FIM
           END-START.
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CONTAREC-FIM TO TRUE
               MOVE CONTAREC-REC        TO WRK-JRN-ANTES
               MOVE WRK-CPF-SOBREVIVE   TO CONTAREC-CPF
               REWRITE CONTAREC-REC
               IF  NOT WRK-CONTAREC-OK
                   DISPLAY 'ERRO AO REGRAVAR TITULO - STATUS '
                           WRK-CONTAREC-STATUS
                   SET WRK-CONTAREC-FIM TO TRUE
                   GO TO 0240-99-FIM
               END-IF
               ADD 1                    TO WRK-QTD-TITULOS
               MOVE CONTAREC-REC        TO WRK-JRN-DEPOIS
               MOVE 'CONTAREC'          TO WRK-JRN-ARQUIVO
               PERFORM 0810-GRAVAR-JOURNAL
           ELSE
               SET WRK-CONTAREC-FIM     TO TRUE
               GO TO 0240-99-FIM
           END-IF.
           PERFORM 0235-LER-TITULO.
      *================================================================*
