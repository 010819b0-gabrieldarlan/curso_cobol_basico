           05  FUNCMAS-BANCO              PIC 9(003).
           05  FUNCMAS-AGENCIA            PIC 9(004).
           05  FUNCMAS-CONTA              PIC X(010).
      *
      *    FILIAL ONDE O FUNCIONARIO ESTA LOTADO (CADASTRO FILIAL),
      *    CARIMBADA NA FOLHA (PAYDET) E NA CONTABILIZACAO; EM BRANCO
      *    = MATRIZ (01)
      *
           05  FUNCMAS-FILIAL             PIC X(002).
