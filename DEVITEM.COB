               88  DEVITEM-REPOR                       VALUE 'R' ' '.
               88  DEVITEM-INSPECIONAR                 VALUE 'I'.
               88  DEVITEM-SUCATEAR                    VALUE 'S'.
      *
      *    NUMERO DA AUTORIZACAO DE DEVOLUCAO (AUTDEV) ABERTA PELO
      *    ATENDIMENTO; SEM ELA O ITEM VAI PARA AS EXCECOES (DEVEXC)
      *
           05  DEVITEM-AUTORIZACAO        PIC 9(006).
