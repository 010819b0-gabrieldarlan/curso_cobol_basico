      *================================================================*
      *    TURMTRF.COB                                                 *
      *    HISTORICO DE TRANSFERENCIAS DE ALUNOS ENTRE TURMAS          *
      *    (PROGTURMA): UMA LINHA POR TRANSFERENCIA, COM AS TURMAS DE  *
      *    ORIGEM E DESTINO, O SEMESTRE E AS QUANTIDADES DE            *
      *    RESULTADOS (ALUNMAT), FREQUENCIAS (FREQALUN) E              *
      *    MENSALIDADES EM ABERTO (MENSREC) LEVADAS PARA A TURMA NOVA  *
      *================================================================*
       01  TURMTRF-REC.
           05  TURMTRF-DATA               PIC 9(008).
           05  TURMTRF-HORA               PIC 9(008).
           05  TURMTRF-MATRICULA          PIC 9(006).
           05  TURMTRF-SEMESTRE           PIC 9(005).
           05  TURMTRF-TURMA-ORIGEM       PIC X(003).
           05  TURMTRF-TURMA-DESTINO      PIC X(003).
           05  TURMTRF-QTD-RESULTADOS     PIC 9(003).
           05  TURMTRF-QTD-FREQUENCIAS    PIC 9(003).
           05  TURMTRF-QTD-MENSALIDADES   PIC 9(003).
           05  TURMTRF-OPERADOR           PIC X(020).
