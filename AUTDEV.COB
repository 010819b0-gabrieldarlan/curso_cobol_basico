      *================================================================*
      *    AUTDEV.COB                                                  *
      *    AUTORIZACOES DE DEVOLUCAO ABERTAS PELO ATENDIMENTO          *
      *    (PROGAUTDV) CONTRA UMA LINHA DE PEDIDO POSTADO (PEDIDET),   *
      *    COM A QUANTIDADE AUTORIZADA, O MOTIVO, A DISPOSICAO         *
      *    ESPERADA E A VALIDADE. O PROGCOB29 SO ACEITA A DEVOLUCAO    *
      *    AUTORIZADA E NAO VENCIDA, ATE O SALDO AUTORIZADO, E SOMA O  *
      *    RECEBIDO; AS NAO RECEBIDAS SAEM NO PROGAUTRL                *
      *    NUMERO SEQUENCIAL PELO CONTADOR AUTSEQ                      *
      *    CHAVE: AUTDEV-NUMERO                                        *
      *================================================================*
       01  AUTDEV-REC.
           05  AUTDEV-NUMERO              PIC 9(006).
           05  AUTDEV-PEDIDO              PIC 9(006).
           05  AUTDEV-LINHA               PIC 9(003).
           05  AUTDEV-PRODUTO             PIC X(006).
           05  AUTDEV-QTD-AUTORIZADA      PIC 9(003).
           05  AUTDEV-QTD-RECEBIDA        PIC 9(003).
           05  AUTDEV-MOTIVO              PIC X(002).
               88  AUTDEV-AVARIA                       VALUE 'AV'.
               88  AUTDEV-DEFEITO                      VALUE 'DF'.
               88  AUTDEV-ERRO-EXPEDICAO               VALUE 'EX'.
               88  AUTDEV-ARREPENDIMENTO               VALUE 'AR'.
               88  AUTDEV-OUTRO-MOTIVO                 VALUE 'OU'.
               88  AUTDEV-MOTIVO-VALIDO                VALUE 'AV' 'DF'
                                                        'EX' 'AR' 'OU'.
      *
      *    DISPOSICAO ESPERADA, NOS CODIGOS DO DEVITEM: R = REPOE O
      *    ESTOQUE VENDAVEL; I = QUARENTENA; S = SUCATA. VALE PARA O
      *    ITEM DEVOLVIDO QUE CHEGA SEM DISPOSICAO NO LOTE
      *
           05  AUTDEV-DISPOSICAO          PIC X(001).
               88  AUTDEV-DISPOSICAO-VALIDA            VALUE 'R' 'I'
                                                             'S'.
           05  AUTDEV-DATA-ABERTURA       PIC 9(008).
           05  AUTDEV-DATA-VALIDADE       PIC 9(008).
           05  AUTDEV-DATA-ULT-RECEB      PIC 9(008).
           05  AUTDEV-SITUACAO            PIC X(001).
               88  AUTDEV-ABERTA                       VALUE 'A'.
               88  AUTDEV-RECEBIDA                     VALUE 'R'.
               88  AUTDEV-CANCELADA                    VALUE 'C'.
           05  AUTDEV-OPERADOR-ALT        PIC X(020).
           05  AUTDEV-DATA-ALT            PIC 9(008).
