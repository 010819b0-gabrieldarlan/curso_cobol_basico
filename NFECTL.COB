      *================================================================*
      *    NFECTL.COB                                                  *
      *    CONTROLE DA NOTA FISCAL ELETRONICA DE CADA PEDIDO: NUMERO   *
      *    E SERIE EMITIDOS, SITUACAO JUNTO A SEFAZ (ATUALIZADA PELO   *
      *    RETORNO - PROGNFERT), PROTOCOLO DE AUTORIZACAO OU MOTIVO    *
      *    DA REJEICAO, E A ULTIMA NOTA DE DEVOLUCAO (PROGCOB29)       *
      *    CHAVE: NFECTL-PEDIDO                                        *
      *================================================================*
       01  NFECTL-REC.
           05  NFECTL-PEDIDO              PIC 9(006).
           05  NFECTL-SERIE               PIC 9(003).
           05  NFECTL-NUMERO              PIC 9(009).
           05  NFECTL-DATA-EMISSAO        PIC 9(008).
           05  NFECTL-CPF                 PIC X(011).
           05  NFECTL-VALOR-TOTAL         PIC 9(009)V99.
           05  NFECTL-ALIQUOTA            PIC 9(001)V9999.
           05  NFECTL-SITUACAO            PIC X(001).
               88  NFECTL-ENVIADA                      VALUE 'E'.
               88  NFECTL-AUTORIZADA                   VALUE 'A'.
               88  NFECTL-REJEITADA                    VALUE 'R'.
               88  NFECTL-CANCEL-ENVIADO               VALUE 'C'.
               88  NFECTL-CANCELADA                    VALUE 'X'.
               88  NFECTL-INUTIL-ENVIADA               VALUE 'U'.
               88  NFECTL-INUTILIZADA                  VALUE 'I'.
           05  NFECTL-PROTOCOLO           PIC X(015).
           05  NFECTL-MOTIVO              PIC X(040).
           05  NFECTL-DATA-RETORNO        PIC 9(008).
      *
      *    ULTIMA NOTA DE DEVOLUCAO EMITIDA CONTRA A NOTA DO PEDIDO
      *
           05  NFECTL-QTD-DEVOLUCOES      PIC 9(003).
           05  NFECTL-DEV-NUMERO          PIC 9(009).
           05  NFECTL-DEV-SITUACAO        PIC X(001).
               88  NFECTL-DEV-ENVIADA                  VALUE 'E'.
               88  NFECTL-DEV-AUTORIZADA               VALUE 'A'.
               88  NFECTL-DEV-REJEITADA                VALUE 'R'.
           05  NFECTL-DEV-PROTOCOLO       PIC X(015).
