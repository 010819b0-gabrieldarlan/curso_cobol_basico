      *================================================================*
      *    FOLVPARM.COB                                                *
      *    PARAMETRO DA CONFERENCIA DE VARIACAO DA FOLHA (PROGFOLVR):  *
      *    PERCENTUAL DE VARIACAO DO BRUTO/LIQUIDO DO FUNCIONARIO E DO *
      *    TOTAL DO CENTRO DE CUSTO CONTRA O PERIODO ANTERIOR ACIMA DO *
      *    QUAL A LINHA VAI PARA A LISTA DE EXCECOES (CRIADO COM 20 PC *
      *    NA PRIMEIRA EXECUCAO, NOS MOLDES DO LOCALPARM)              *
      *================================================================*
       01  FOLVPARM-REC.
           05  FOLVPARM-PERCENTUAL         PIC 9(003)V99.
