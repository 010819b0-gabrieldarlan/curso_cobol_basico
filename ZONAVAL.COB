      *================================================================*
      *    ZONAVAL.COB                                                 *
      *    PLANTA DE VALORES POR ZONA FISCAL (PROGZONA): VALOR DO M2   *
      *    DE TERRENO DA ZONA E VALOR DO M2 DE CONSTRUCAO POR PADRAO   *
      *    CONSTRUTIVO (1=BAIXO 2=MEDIO 3=ALTO), USADA PELA            *
      *    REAVALIACAO ANUAL (PROGREAV) PARA O VALOR VENAL E O         *
      *    IMPOSTO ESTIMADO DE CADA PROPRIEDADE DO PROPMAS             *
      *    CHAVE: ZONAVAL-ZONA                                         *
      *================================================================*
       01  ZONAVAL-REC.
           05  ZONAVAL-ZONA               PIC X(003).
           05  ZONAVAL-DESCRICAO          PIC X(020).
           05  ZONAVAL-VALOR-M2-TERRENO   PIC 9(005)V99.
           05  ZONAVAL-VALOR-M2-CONSTR    PIC 9(005)V99
                                           OCCURS 3 TIMES.
           05  ZONAVAL-DATA-ATUALIZACAO   PIC 9(008).
