      *================================================================*
      *    FILIAL.COB                                                  *
      *    CADASTRO DE EMPRESA/FILIAIS, MANTIDO PELO PROGFILIA. CADA   *
      *    FILIAL TEM O SEU CNPJ E O SEU CODIGO, CARIMBADO NOS         *
      *    PEDIDOS, LOCAIS DE ESTOQUE, TITULOS A RECEBER, FOLHA E      *
      *    LANCAMENTOS CONTABEIS; A FILIAL 01 E A MATRIZ, ASSUMIDA     *
      *    QUANDO O CODIGO VEM EM BRANCO (REGISTROS ANTERIORES AO      *
      *    CADASTRO). A SERIE DA NOTA FISCAL ELETRONICA E A NUMERACAO  *
      *    SAO PROPRIAS DE CADA FILIAL (CONTADOR NFESEQ DA FILIAL)     *
      *    CHAVE: FILIAL-CODIGO                                        *
      *================================================================*
       01  FILIAL-REC.
           05  FILIAL-CODIGO              PIC X(002).
               88  FILIAL-MATRIZ                       VALUE '01'.
           05  FILIAL-CNPJ                PIC X(014).
           05  FILIAL-RAZAO-SOCIAL        PIC X(040).
           05  FILIAL-UF                  PIC X(002).
           05  FILIAL-CIDADE              PIC X(020).
           05  FILIAL-SERIE-NFE           PIC 9(003).
           05  FILIAL-SITUACAO            PIC X(001).
               88  FILIAL-ATIVA                        VALUE 'A'.
               88  FILIAL-INATIVA                      VALUE 'I'.
           05  FILIAL-DATA-ABERTURA       PIC 9(008).
