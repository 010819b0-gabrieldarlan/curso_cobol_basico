               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS SEQUENTIAL
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT PAYHIS-FILE           ASSIGN TO "PAYHIS"
               ORGANIZATION           IS INDEXED
