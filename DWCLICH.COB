      *================================================================*
      *    DWCLICH.COB                                                 *
      *    CHAVE SUBSTITUTA DO CLIENTE NO DATA WAREHOUSE (PROGDWEXT):  *
      *    NUMERO SEM SIGNIFICADO ATRIBUIDO NA PRIMEIRA VEZ QUE O CPF  *
      *    APARECE NO EXTRATO E NUNCA REAPROVEITADO. E A CHAVE QUE     *
      *    LIGA OS FATOS A DIMENSAO CLIENTE; O CPF SO EXISTE AQUI,     *
      *    DENTRO DO SISTEMA, E NAO SAI NOS ARQUIVOS DO EXTRATO        *
      *    CHAVE: DWCLICH-CPF                                          *
      *================================================================*
       01  DWCLICH-REC.
           05  DWCLICH-CPF                PIC X(011).
           05  DWCLICH-CHAVE              PIC 9(009).
           05  DWCLICH-DATA-INCLUSAO      PIC 9(008).
