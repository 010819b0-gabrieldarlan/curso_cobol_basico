      *================================================================*
      *    TURMCAP.COB                                                 *
      *    CAPACIDADE DE ALUNOS POR TURMA, MANTIDA PELO PROGTURMA.     *
      *    TURMA SEM REGISTRO AQUI NAO TEM LIMITE. TURMCAP-PROX-SEQ E  *
      *    A ULTIMA SEQUENCIA DE CHEGADA USADA NA LISTA DE ESPERA      *
      *    (LISTESP) DA TURMA                                          *
      *    CHAVE: TURMCAP-TURMA                                        *
      *================================================================*
       01  TURMCAP-REC.
           05  TURMCAP-TURMA              PIC X(003).
           05  TURMCAP-CAPACIDADE         PIC 9(003).
           05  TURMCAP-PROX-SEQ           PIC 9(005).
