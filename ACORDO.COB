      *================================================================*
      *    ACORDO.COB                                                  *
      *    ACORDOS DE RENEGOCIACAO DO CONTAS A RECEBER (PROGRENEG):    *
      *    OS TITULOS VENCIDOS DE UM CPF, SOMADOS AOS ENCARGOS DE      *
      *    ATRASO, SAO SUBSTITUIDOS POR N PARCELAS NOVAS NO CONTAREC,  *
      *    COM O NUMERO DO ACORDO NO LUGAR DO NUMERO DO PEDIDO; OS     *
      *    TITULOS ORIGINAIS FICAM NO ACORDTIT                         *
      *    CHAVE: ACORDO-NUMERO                                        *
      *================================================================*
       01  ACORDO-REC.
           05  ACORDO-NUMERO              PIC 9(006).
           05  ACORDO-CPF                 PIC X(011).
           05  ACORDO-DATA                PIC 9(008).
           05  ACORDO-OPERADOR            PIC X(020).
           05  ACORDO-QTD-TITULOS         PIC 9(003).
      *
      *    SALDO DOS TITULOS ORIGINAIS, ENCARGOS DE ATRASO NA DATA DO
      *    ACORDO E TOTAL RENEGOCIADO (SOMA DAS PARCELAS)
      *
           05  ACORDO-VALOR-SALDO         PIC 9(009)V99.
           05  ACORDO-VALOR-ENCARGOS      PIC 9(009)V99.
           05  ACORDO-VALOR-TOTAL         PIC 9(009)V99.
           05  ACORDO-QTD-PARCELAS        PIC 9(002).
      *
      *    SITUACAO: ATIVO ATE QUITAR TODAS AS PARCELAS; ROMPIDO
      *    QUANDO UMA PARCELA PASSA DA TOLERANCIA DE ATRASO, O QUE
      *    CANCELA AS PARCELAS EM ABERTO E DEVOLVE O SALDO AOS
      *    TITULOS ORIGINAIS
      *
           05  ACORDO-SITUACAO            PIC X(001).
               88  ACORDO-ATIVO                        VALUE 'A'.
               88  ACORDO-QUITADO                      VALUE 'Q'.
               88  ACORDO-ROMPIDO                      VALUE 'R'.
           05  ACORDO-DATA-ENCERRAMENTO   PIC 9(008).
