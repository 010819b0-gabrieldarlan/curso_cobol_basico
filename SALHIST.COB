      *================================================================*
      *    SALHIST.COB                                                 *
      *    HISTORICO SALARIAL POR FUNCIONARIO COM DATA DE VIGENCIA:    *
      *    O SALARIO EM VIGOR NUMA DATA E O DA VIGENCIA MAIS RECENTE   *
      *    NAO POSTERIOR A ELA. MANTIDO NA MANUTENCAO DE FUNCIONARIOS  *
      *    (PROGCOB04 MODO F) E PELO DISSIDIO COLETIVO (PROGDISSI);    *
      *    CONFERIDO CONTRA O PAYIN NA PRE-CRITICA (PROGCOB34)         *
      *    MOTIVO: A=ADMISSAO P=PROMOCAO M=MERITO D=DISSIDIO/ACORDO    *
      *    COLETIVO; PERCENTUAL SO NO REAJUSTE POR PERCENTUAL          *
      *    CHAVE: SALHIST-CHAVE (MATRICULA + DATA-VIGENCIA)            *
      *================================================================*
       01  SALHIST-REC.
           05  SALHIST-CHAVE.
               10  SALHIST-MATRICULA      PIC 9(006).
               10  SALHIST-DATA-VIGENCIA  PIC 9(008).
           05  SALHIST-SALARIO            PIC 9(006)V99.
           05  SALHIST-MOTIVO             PIC X(001).
               88  SALHIST-ADMISSAO                    VALUE 'A'.
               88  SALHIST-PROMOCAO                    VALUE 'P'.
               88  SALHIST-MERITO                      VALUE 'M'.
               88  SALHIST-DISSIDIO                    VALUE 'D'.
               88  SALHIST-MOTIVO-VALIDO               VALUE 'A' 'P'
                                                             'M' 'D'.
           05  SALHIST-PERCENTUAL         PIC 9(003)V99.
           05  SALHIST-DATA-REGISTRO      PIC 9(008).
           05  SALHIST-OPERADOR           PIC X(020).
