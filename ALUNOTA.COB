      *    EM SEQUENCIA, E DENTRO DO ALUNO AS NOTAS DA MESMA           *
      *    DISCIPLINA TAMBEM VEM JUNTAS, ORDENADOS POR ALUNOTA-        *
      *    MATRICULA E ALUNOTA-MATERIA                                 *
      *    ALUNOTA-PROFESSOR E O CODIGO (PROFMAS) DE QUEM LANCOU A     *
      *    NOTA, CONFERIDO CONTRA A ATRIBUICAO DO SEMESTRE (PROFATR)   *
      *================================================================*
       01  ALUNOTA-REC.
           05  ALUNOTA-MATRICULA          PIC 9(006).
           05  ALUNOTA-NOME               PIC X(020).
           05  ALUNOTA-MATERIA            PIC X(010).
           05  ALUNOTA-NOTA               PIC 9(002)V9.
           05  ALUNOTA-PROFESSOR          PIC 9(006).
