      *================================================================*
      *    PRAZONOT.COB                                                *
      *    PRAZO DE LANCAMENTO DE NOTAS E FREQUENCIA POR SEMESTRE      *
      *    LETIVO (AAAAS), MANTIDO PELO PROGPROF E CONFERIDO PELO      *
      *    PROGNOTCK ANTES DA APURACAO DO BOLETIM (PROGCOB19)          *
      *    CHAVE: PRAZONOT-SEMESTRE                                    *
      *================================================================*
       01  PRAZONOT-REC.
           05  PRAZONOT-SEMESTRE          PIC 9(005).
           05  PRAZONOT-DATA-LIMITE       PIC 9(008).
