      *    CONDICAO DE PAGAMENTO DO PEDIDO (CONDPAG); PEDIDO A VISTA   *
      *    OU EM PARCELA UNICA USA A PARCELA 01                        *
      *    CHAVE: CONTAREC-CHAVE (PEDIDO + PARCELA)                    *
      *    CHAVE ALTERNATIVA: CONTAREC-CPF (COM DUPLICIDADE), PARA OS  *
      *    PROGRAMAS POR CLIENTE LEREM SO OS TITULOS DO CPF            *
      *================================================================*
       01  CONTAREC-REC.
           05  CONTAREC-CHAVE.
      *    SITUACAO DO TITULO: ALEM DE ABERTO E QUITADO, O TITULO
      *    INCOBRAVEL PODE SER BAIXADO POR PERDA PELO PROGCOB57, O
      *    QUE O TIRA DO ENVELHECIMENTO (PROGCOB24) E DA PROJECAO DE
      *    CAIXA (PROGCOB32); O TITULO SUBSTITUIDO POR UM ACORDO DE
      *    RENEGOCIACAO (PROGRENEG) FICA RENEGOCIADO, FORA DA
      *    COBRANCA, DO ENVELHECIMENTO E DA BAIXA, ATE O ACORDO SER
      *    ROMPIDO, QUANDO O SALDO NAO PAGO VOLTA A FICAR EM ABERTO;
      *    AS PARCELAS DO ACORDO TEM O NUMERO DO ACORDO (ACORDO.COB)
      *    NO LUGAR DO PEDIDO E SAO CANCELADAS NO ROMPIMENTO
      *
           05  CONTAREC-SITUACAO          PIC X(001).
               88  CONTAREC-ABERTO                     VALUE 'A'.
               88  CONTAREC-QUITADO                    VALUE 'P'.
               88  CONTAREC-BAIXA-PERDA                VALUE 'B'.
               88  CONTAREC-CANCELADO                  VALUE 'C'.
               88  CONTAREC-RENEGOCIADO                VALUE 'R'.
      *
      *    SALDO JA REMETIDO A COBRANCA BANCARIA (PROGCOB55): A
      *    REMESSA NOTURNA SO VOLTA A ENVIAR O TITULO QUANDO O SALDO
      *    ZERADO NA CRIACAO/REPOSTAGEM DO TITULO (PROGCOB18/63)
      *
           05  CONTAREC-VALOR-REMETIDO    PIC 9(009)V99.
      *
      *    FILIAL DONA DO TITULO, HERDADA DO PEDIDO (PROGCOB18/63) OU
      *    DOS TITULOS RENEGOCIADOS (PROGRENEG); EM BRANCO NOS TITULOS
      *    ANTERIORES AO CADASTRO DE FILIAIS = MATRIZ (01)
      *
           05  CONTAREC-FILIAL            PIC X(002).
