      *================================================================*
      *    LISTESP.COB                                                 *
      *    LISTA DE ESPERA POR VAGA EM TURMA LOTADA (PROGTURMA), NA    *
      *    ORDEM DE CHEGADA DO PEDIDO. AO ABRIR VAGA O PRIMEIRO DA     *
      *    LISTA AINDA EM ESPERA E MATRICULADO NO ALUNMAS E O PEDIDO   *
      *    FICA COMO ADMITIDO, PRESERVANDO O HISTORICO DA FILA         *
      *    CHAVE: LISTESP-CHAVE (TURMA + SEQUENCIA DE CHEGADA)         *
      *================================================================*
       01  LISTESP-REC.
           05  LISTESP-CHAVE.
               10  LISTESP-TURMA          PIC X(003).
               10  LISTESP-SEQ            PIC 9(005).
           05  LISTESP-MATRICULA          PIC 9(006).
           05  LISTESP-NOME               PIC X(020).
           05  LISTESP-DATA-PEDIDO        PIC 9(008).
           05  LISTESP-DATA-ADMISSAO      PIC 9(008).
           05  LISTESP-SITUACAO           PIC X(001).
               88  LISTESP-EM-ESPERA                 VALUE 'E'.
               88  LISTESP-ADMITIDO                  VALUE 'A'.
               88  LISTESP-CANCELADO                 VALUE 'C'.
