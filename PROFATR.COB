      *================================================================*
      *    PROFATR.COB                                                 *
      *    ATRIBUICAO DO PROFESSOR RESPONSAVEL POR TURMA E DISCIPLINA  *
      *    EM CADA SEMESTRE LETIVO (AAAAS), MANTIDA PELO PROGPROF.     *
      *    A APURACAO DO BOLETIM (PROGCOB19) SO ACEITA A NOTA LANCADA  *
      *    PELO PROFESSOR ATRIBUIDO E A CONFERENCIA DE LANCAMENTOS     *
      *    (PROGNOTCK) COBRA AS PENDENCIAS DE CADA PROFESSOR           *
      *    CHAVE: PROFATR-CHAVE (SEMESTRE + TURMA + MATERIA)           *
      *================================================================*
       01  PROFATR-REC.
           05  PROFATR-CHAVE.
               10  PROFATR-SEMESTRE       PIC 9(005).
               10  PROFATR-TURMA          PIC X(003).
               10  PROFATR-MATERIA        PIC X(010).
           05  PROFATR-PROFESSOR          PIC 9(006).
