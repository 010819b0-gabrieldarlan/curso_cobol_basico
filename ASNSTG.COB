      *================================================================*
      *    ASNSTG.COB                                                  *
      *    QUANTIDADES PREVISTAS DOS AVISOS DE EMBARQUE ACEITOS PELO   *
      *    PROGASN, POR LINHA DO PEDIDO DE COMPRA, PARA O RECEBIMENTO  *
      *    (PROGCOB72) SO CONFIRMAR OU CORRIGIR A QUANTIDADE EM VEZ DE *
      *    DIGITA-LA. O RECEBIMENTO BAIXA O AVISO (R) E, QUANDO A      *
      *    LINHA CHEGA SEM AVISO, GRAVA UM REGISTRO S COM O NUMERO     *
      *    'S' + DATA DO RECEBIMENTO, BASE DA LISTA DE RECEBIMENTOS    *
      *    SEM ASN DO PROGASN                                          *
      *    CHAVE: ASNSTG-CHAVE (PEDIDO + LINHA + NUMERO DO ASN)        *
      *================================================================*
       01  ASNSTG-REC.
           05  ASNSTG-CHAVE.
               10  ASNSTG-PEDCOMP         PIC 9(006).
               10  ASNSTG-LINHA           PIC 9(003).
               10  ASNSTG-NUMERO          PIC X(010).
           05  ASNSTG-CNPJ                PIC X(014).
           05  ASNSTG-PRODUTO             PIC X(006).
           05  ASNSTG-QTD-PREVISTA        PIC 9(005).
           05  ASNSTG-DATA-PREVISTA       PIC 9(008).
           05  ASNSTG-LOTE                PIC X(010).
           05  ASNSTG-VALIDADE            PIC 9(008).
           05  ASNSTG-DATA-IMPORTACAO     PIC 9(008).
           05  ASNSTG-SITUACAO            PIC X(001).
               88  ASNSTG-PENDENTE                     VALUE 'P'.
               88  ASNSTG-RECEBIDO                     VALUE 'R'.
               88  ASNSTG-SEM-ASN                      VALUE 'S'.
           05  ASNSTG-QTD-RECEBIDA        PIC 9(005).
           05  ASNSTG-DATA-RECEBIMENTO    PIC 9(008).
