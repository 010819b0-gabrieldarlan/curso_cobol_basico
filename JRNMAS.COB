      *    DIARIO (JOURNAL) DE ATUALIZACOES DOS CADASTROS INDEXADOS,   *
      *    COM IMAGEM ANTES/DEPOIS DE CADA INCLUSAO OU ALTERACAO,      *
      *    GRAVADO POR PROGCOB10 (USERMAS), PROGCOB18 (PEDIDO),        *
      *    PROGCPF (CUSTMAS) E PROGCOB19 (ALUNMAS/NOTPARM), ALEM DA    *
      *    REVISAO DE LIMITE DE CREDITO APROVADA (PROGLIMAP); O        *
      *    PROGCOB48 REAPLICA O DIARIO SOBRE UM BACKUP RESTAURADO      *
      *    PARA AVANCAR ATE O PONTO DA FALHA                           *
      *================================================================*
