      *================================================================*
      *    NOTCKREL.COB                                                *
      *    LINHA DO RELATORIO DE CONFERENCIA DE LANCAMENTOS DO         *
      *    SEMESTRE (PROGNOTCK): ALUNOS SEM NOTA OU SEM FREQUENCIA     *
      *    POR TURMA E DISCIPLINA, AGRUPADOS PELO PROFESSOR            *
      *    RESPONSAVEL                                                 *
      *================================================================*
       01  NOTCKREL-REC                   PIC X(110).
