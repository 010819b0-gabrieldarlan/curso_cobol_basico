               10  ESTLOC-LOCAL           PIC X(002).
           05  ESTLOC-SALDO               PIC 9(007).
           05  ESTLOC-DATA-ULT-MOVTO      PIC 9(008).
      *
      *    FILIAL A QUE O LOCAL PERTENCE (CADASTRO FILIAL), INFORMADA
      *    NA PRIMEIRA TRANSFERENCIA PARA O LOCAL (PROGCOB74); EM
      *    BRANCO = MATRIZ (01)
      *
           05  ESTLOC-FILIAL              PIC X(002).
