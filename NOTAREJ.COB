      *================================================================*
      *    NOTAREJ.COB                                                 *
      *    LINHA DAS NOTAS RECUSADAS NA APURACAO DO BOLETIM            *
      *    (PROGCOB19): NOTA LANCADA POR PROFESSOR QUE NAO ESTA        *
      *    ATRIBUIDO A TURMA E DISCIPLINA NO SEMESTRE (PROFATR)        *
      *================================================================*
       01  NOTAREJ-REC                    PIC X(090).
