      * RECARREGA O CADASTRO ESCOLHIDO A PARTIR DA GERACAO PEDIDA
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - PERFECHA E SALESHIS PASSAM A SER COPIADOS PELAS
      *              CHAVES COM A FILIAL (PERFECHA-CHAVE/SALESHIS-CHAVE)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT SALESHIS-FILE         ASSIGN TO "SALESHIS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS SALESHIS-CHAVE
               FILE STATUS            IS WRK-MST-STATUS.
           SELECT PAYHIS-FILE           ASSIGN TO "PAYHIS"
               ORGANIZATION           IS INDEXED
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-MST-STATUS.
           SELECT ALUNMAS-FILE          ASSIGN TO "ALUNMAS"
               ORGANIZATION           IS INDEXED
