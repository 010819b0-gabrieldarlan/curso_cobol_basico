      *    FUNCMAS), MANTIDO PELO PROGCOB80 COM A MESMA DISCIPLINA DE  *
      *    VALIDACAO DO FUNCMAS; A FOLHA (PROGCOB04) DEDUZ O VALOR     *
      *    LEGAL POR DEPENDENTE ATIVO DA BASE DO IRRF ANTES DAS        *
      *    FAIXAS DA TRIBTAB E COBRA O PLANO DE SAUDE POR DEPENDENTE   *
      *    COBERTO (DEPENMAS-PLANO-SAUDE = S)                          *
      *    CHAVE: DEPENMAS-CHAVE (MATRICULA + SEQUENCIA)               *
      *================================================================*
       01  DEPENMAS-REC.
           05  DEPENMAS-STATUS            PIC X(001).
               88  DEPENMAS-ATIVO                      VALUE 'A'.
               88  DEPENMAS-INATIVO                    VALUE 'I'.
           05  DEPENMAS-PLANO-SAUDE       PIC X(001).
               88  DEPENMAS-COBERTO-SAUDE              VALUE 'S'.
