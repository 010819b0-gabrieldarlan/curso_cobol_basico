      * PROGCOB71 SO ACEITAM FORNECEDOR ATIVO DESTE CADASTRO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - CADA INCLUSAO, ALTERACAO OU DESATIVACAO CARIMBA NO
      *              FORNECEDOR O OPERADOR E A DATA (FORNMAS-OPERADOR-
      *              ALT), PARA A SEGREGACAO DE FUNCOES NA APROVACAO
      *              DAS NOTAS DELE NO PROGNFFOR
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               CLOSE FORNMAS-FILE
               OPEN I-O FORNMAS-FILE
           END-IF.
           ACCEPT WRK-DATA-SYS-LOG     FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR A=ALTERAR D=DESATIVAR):'.
                           DISPLAY 'CONTATO:'
                           ACCEPT FORNMAS-CONTATO
                           SET FORNMAS-ATIVO TO TRUE
                           PERFORM 0420-CARIMBAR-MANUTENCAO
                           WRITE FORNMAS-REC
                           DISPLAY 'FORNECEDOR INCLUIDO'
                       ELSE
                       ACCEPT FORNMAS-NOME
                       DISPLAY 'CONTATO:'
                       ACCEPT FORNMAS-CONTATO
                       PERFORM 0420-CARIMBAR-MANUTENCAO
                       REWRITE FORNMAS-REC
                       DISPLAY 'FORNECEDOR ALTERADO'
                   ELSE
               WHEN WRK-ACAO-DESATIVAR
                   IF  WRK-FORNMAS-OK
                       SET FORNMAS-INATIVO TO TRUE
                       PERFORM 0420-CARIMBAR-MANUTENCAO
                       REWRITE FORNMAS-REC
                       DISPLAY 'FORNECEDOR DESATIVADO'
                   ELSE
       0412-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARIMBA NO FORNECEDOR QUEM FEZ A ULTIMA MANUTENCAO E
      *    QUANDO, PARA A SEGREGACAO DE FUNCOES NA APROVACAO DAS
      *    NOTAS DELE (PROGNFFOR)
      *================================================================*
       0420-CARIMBAR-MANUTENCAO        SECTION.
      *================================================================*
           MOVE WRK-OPERADOR           TO FORNMAS-OPERADOR-ALT.
           MOVE WRK-DATA-SYS-LOG       TO FORNMAS-DATA-ALT.
      *================================================================*
       0420-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NA TRILHA DE AUDITORIA DE CONSOLE COMPARTILHADA
      *================================================================*
