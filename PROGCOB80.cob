      * LEGAL POR DEPENDENTE ATIVO DA BASE DO IRRF
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - INDICADOR DE DEPENDENTE COBERTO PELO PLANO DE
      *              SAUDE (DEPENMAS-PLANO-SAUDE), COBRADO POR
      *              DEPENDENTE NA FOLHA NORMAL (PROGCOB04)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           ACCEPT DEPENMAS-DATA-NASC.
           DISPLAY 'PARENTESCO (FILHO, CONJUGE, ETC):'.
           ACCEPT DEPENMAS-PARENTESCO.
           DISPLAY 'COBERTO PELO PLANO DE SAUDE (S/N):'.
           ACCEPT DEPENMAS-PLANO-SAUDE.
           IF  NOT DEPENMAS-COBERTO-SAUDE
               MOVE 'N'                 TO DEPENMAS-PLANO-SAUDE
           END-IF.
      *================================================================*
       0410-99-FIM.                    EXIT.
      *================================================================*
