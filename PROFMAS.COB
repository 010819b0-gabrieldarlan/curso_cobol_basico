      *================================================================*
      *    PROFMAS.COB                                                 *
      *    CADASTRO DE PROFESSORES, MANTIDO PELO PROGPROF. SO UM       *
      *    PROFESSOR ATIVO PODE RECEBER ATRIBUICAO DE TURMA E          *
      *    DISCIPLINA NO PROFATR                                       *
      *    CHAVE: PROFMAS-CODIGO                                       *
      *================================================================*
       01  PROFMAS-REC.
           05  PROFMAS-CODIGO             PIC 9(006).
           05  PROFMAS-NOME               PIC X(030).
           05  PROFMAS-STATUS             PIC X(001).
               88  PROFMAS-ATIVO                     VALUE 'A'.
               88  PROFMAS-INATIVO                   VALUE 'I'.
           05  PROFMAS-DATA-INCLUSAO      PIC 9(008).
