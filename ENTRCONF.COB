           05  ENTRCONF-DATA              PIC 9(008).
           05  ENTRCONF-HORA              PIC 9(008).
           05  ENTRCONF-DATA-ENTREGA      PIC 9(008).
      *
      *    OCORRENCIA INFORMADA PELA TRANSPORTADORA NA ENTREGA; COM
      *    AVARIA, EXTRAVIO OU FALTA, O PROGCOB28 ABRE A RECLAMACAO
      *    CONTRA A TRANSPORTADORA (RECLAMA)
      *
           05  ENTRCONF-OCORRENCIA        PIC X(001).
               88  ENTRCONF-SEM-OCORRENCIA             VALUE ' ' 'N'.
               88  ENTRCONF-AVARIA                     VALUE 'A'.
               88  ENTRCONF-EXTRAVIO                   VALUE 'E'.
               88  ENTRCONF-FALTA                      VALUE 'F'.
